      ***********************************************************
      * MAILSKIP.cpy                                               *
      * Returned-mail skip file -- one entry for every document a  *
      * batch run held back because the customer's CUSTDEMO.cpy    *
      * bad-address flag is set (CD-ADDRESS-BAD): a statement from *
      * STMTGEN1, a dunning letter from DUNLTR01, an audit         *
      * confirmation from AUDCNF01 or a refund check from          *
      * REFUND01. MS-DOCUMENT-AMOUNT is the USD figure the         *
      * document would have carried -- the statement balance, the  *
      * past-due total, the balance to confirm or the refund.      *
      * Entries are appended through WRITEMAILSKIP;                *
      * Batch/RTNMAIL1.CBL lists them on its skip report and       *
      * against each customer on the collectors' research          *
      * worklist, then starts the file afresh. Dates are YYYYMMDD. *
      ***********************************************************
       01  MAIL-SKIP-RECORD.
           05  MS-CUSTOMER-NUMBER           PIC 9(9).
           05  MS-DOCUMENT-TYPE             PIC X(1).
               88  MS-SKIPPED-STATEMENT         VALUE 'S'.
               88  MS-SKIPPED-DUNNING-LETTER    VALUE 'D'.
               88  MS-SKIPPED-CONFIRMATION      VALUE 'C'.
               88  MS-SKIPPED-REFUND-CHECK      VALUE 'R'.
           05  MS-CALLER-PROGRAM            PIC X(8).
           05  MS-SKIP-DATE                 PIC 9(8).
           05  MS-LAST-NAME                 PIC X(20).
           05  MS-DOCUMENT-AMOUNT           PIC S9(11)V9(2)
                                             SIGN LEADING SEPARATE.
