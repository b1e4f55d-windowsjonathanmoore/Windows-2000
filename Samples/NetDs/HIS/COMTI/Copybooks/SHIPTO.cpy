      ***********************************************************
      * SHIPTO.cpy                                                 *
      * Customer ship-to location record -- one per delivery site, *
      * indexed on the customer number plus a short ship-to id the *
      * customer's orders quote. Sales tax is owed where the goods *
      * are delivered, not where the bill goes, and our multi-site *
      * customers ship into many states. TR-SHIP-TO-ID on the      *
      * INVTRAN.cpy transaction names the site; INVPOST1 rates the *
      * charge from TAXJURS.cpy on this record's state/zip, falls  *
      * back to the CUSTDEMO.cpy bill-to address when no site is   *
      * quoted, and rejects a site that is not on file or has been *
      * closed. Maintained by Batch/SHPLOAD1.CBL.                  *
      ***********************************************************
       01  SHIP-TO-RECORD.
           05  SL-KEY.
               10  SL-CUSTOMER-NUMBER       PIC 9(9).
               10  SL-SHIP-TO-ID            PIC X(4).
           05  SL-LOCATION-NAME             PIC X(30).
           05  SL-ADDRESS-LINE-1            PIC X(30).
           05  SL-ADDRESS-LINE-2            PIC X(30).
           05  SL-ADDRESS-CITY              PIC X(20).
           05  SL-ADDRESS-STATE             PIC X(2).
           05  SL-ADDRESS-ZIP               PIC X(10).
           05  SL-LOCATION-STATUS           PIC X(1) VALUE 'A'.
               88  SL-LOCATION-ACTIVE           VALUE 'A'.
               88  SL-LOCATION-CLOSED           VALUE 'C'.
