      ***********************************************************
      * DLVPREF.cpy                                                *
      * Customer document-delivery preference -- one per customer  *
      * who wants anything other than a single paper copy mailed   *
      * to the bill-to address, indexed on the customer number.    *
      * DP-DELIVERY-CHANNEL says how statements and letters go:    *
      *   P  PRINT ONLY (THE SAME AS HAVING NO RECORD AT ALL)      *
      *   E  ELECTRONIC ONLY, TO DP-EDELIVERY-ADDRESS              *
      *   B  BOTH PRINT AND ELECTRONIC                             *
      * Up to three copy-to addresses each get their own paper     *
      * copy whatever the channel, for the customer whose payables *
      * and head office sit in different buildings.                *
      * Batch/DOCRTE01.CBL reads it when it routes a document run; *
      * maintained by Batch/DLVLOAD1.CBL. Dates are Julian         *
      * YYYYDDD.                                                   *
      ***********************************************************
       01  DELIVERY-PREFERENCE-RECORD.
           05  DP-CUSTOMER-NUMBER           PIC 9(9).
           05  DP-DELIVERY-CHANNEL          PIC X(1) VALUE 'P'.
               88  DP-DELIVER-PRINT             VALUE 'P'.
               88  DP-DELIVER-ELECTRONIC        VALUE 'E'.
               88  DP-DELIVER-BOTH              VALUE 'B'.
           05  DP-EDELIVERY-ADDRESS         PIC X(60).
           05  DP-COPY-COUNT                PIC 9(1) VALUE 0.
           05  DP-COPY-ADDRESS OCCURS 3 TIMES.
               10  DP-COPY-ATTENTION        PIC X(30).
               10  DP-COPY-ADDRESS-LINE-1   PIC X(30).
               10  DP-COPY-ADDRESS-LINE-2   PIC X(30).
               10  DP-COPY-CITY             PIC X(20).
               10  DP-COPY-STATE            PIC X(2).
               10  DP-COPY-ZIP              PIC X(10).
           05  DP-LAST-MODIFIED             PIC 9(7) COMP-3 VALUE 0.
