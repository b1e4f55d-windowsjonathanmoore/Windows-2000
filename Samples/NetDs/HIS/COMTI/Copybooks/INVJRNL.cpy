      * these; Batch/INVRCVR1.CBL replays them against a restored  *
      * backup to roll the master forward to the point of failure. *
      * The images are byte copies of the full INVMAST.cpy record  *
      * (4256 bytes); the key needed for replay sits inside them.  *
      * JR-BEFORE-IMAGE is LOW-VALUES on a WRITE; JR-AFTER-IMAGE   *
      * is LOW-VALUES on a DELETE. A consistency-point marker      *
      * ('M', written by Batch/CONPNT01.CBL) changes no record:    *
      * its before image is LOW-VALUES and its after image names   *
      * the point, so replay can start from the entry after it.    *
      ***********************************************************
       01  INVOICE-JOURNAL-RECORD.
           05  JR-JOURNAL-ACTION            PIC X(1).
               88  JR-ACTION-WRITE              VALUE 'W'.
               88  JR-ACTION-REWRITE            VALUE 'R'.
               88  JR-ACTION-DELETE             VALUE 'D'.
               88  JR-ACTION-MARKER             VALUE 'M'.
           05  JR-JOURNAL-DATE              PIC 9(8).
           05  JR-JOURNAL-TIME              PIC 9(6).
           05  JR-PROGRAM-NAME              PIC X(8).
           05  JR-BEFORE-IMAGE              PIC X(4256).
           05  JR-AFTER-IMAGE               PIC X(4256).
           05  JR-MARKER-DATA REDEFINES JR-AFTER-IMAGE.
               10  JR-MARKER-POINT-NAME     PIC X(16).
               10  JR-MARKER-POINT-SEQUENCE PIC 9(5).
               10  JR-MARKER-POINT-DATE     PIC 9(8).
               10  JR-MARKER-POINT-TIME     PIC 9(6).
               10  FILLER                   PIC X(4221).
