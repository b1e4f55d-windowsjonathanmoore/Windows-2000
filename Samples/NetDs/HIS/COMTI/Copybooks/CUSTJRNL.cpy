      * sized with slack so a grown record never truncates; the    *
      * key needed for replay sits inside them. CJ-BEFORE-IMAGE    *
      * is LOW-VALUES on a WRITE; CJ-AFTER-IMAGE is LOW-VALUES on  *
      * a DELETE. A consistency-point marker ('M', written by      *
      * Batch/CONPNT01.CBL) changes no record: its before image is *
      * LOW-VALUES and its after image names the point, so replay  *
      * can start from the entry after it. The contact and legal   *
      * journals share this layout and carry the same markers.     *
      ***********************************************************
       01  CUSTOMER-JOURNAL-RECORD.
           05  CJ-JOURNAL-ACTION            PIC X(1).
               88  CJ-ACTION-WRITE              VALUE 'W'.
               88  CJ-ACTION-REWRITE            VALUE 'R'.
               88  CJ-ACTION-DELETE             VALUE 'D'.
               88  CJ-ACTION-MARKER             VALUE 'M'.
           05  CJ-JOURNAL-DATE              PIC 9(8).
           05  CJ-JOURNAL-TIME              PIC 9(6).
           05  CJ-PROGRAM-NAME              PIC X(8).
           05  CJ-BEFORE-IMAGE              PIC X(300).
           05  CJ-AFTER-IMAGE               PIC X(300).
           05  CJ-MARKER-DATA REDEFINES CJ-AFTER-IMAGE.
               10  CJ-MARKER-POINT-NAME     PIC X(16).
               10  CJ-MARKER-POINT-SEQUENCE PIC 9(5).
               10  CJ-MARKER-POINT-DATE     PIC 9(8).
               10  CJ-MARKER-POINT-TIME     PIC 9(6).
               10  FILLER                   PIC X(265).
