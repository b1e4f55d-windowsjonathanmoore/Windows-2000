      ***********************************************************
      * PROMISE.cpy                                                *
      * Promise-to-pay master -- one current promise per customer, *
      * indexed on the customer number (the PROMISE CICS file).    *
      * When a past-due customer told a collector "you'll have     *
      * $X by Friday" the note went on a sticky pad, and nobody    *
      * noticed when Friday came and went. The PTPMNT online       *
      * method records the promise (amount, date, the collector    *
      * who took it, and up to ten invoices it covers); Batch/     *
      * PTPCHK01.CBL checks each open promise nightly against the  *
      * PAYHIST.cpy payments WRITEPAYHISTORY appends, closing it   *
      * KEPT once the payments since it was taken reach the        *
      * promised amount, or BROKEN once the promised date passes   *
      * short. COLWRK01 lifts a broken promise to the top of the   *
      * collector's worklist, and DUNLTR01 holds letters while a   *
      * promise is open and its date has not passed. A new promise *
      * may replace a kept or broken one but never an open one.    *
      * PM-INVOICE-COUNT of zero means the promise covers the      *
      * account as a whole. Dates are the usual Julian YYYYDDD.    *
      ***********************************************************
       01  PROMISE-TO-PAY-RECORD.
           05  PM-CUSTOMER-NUMBER           PIC 9(9).
           05  PM-PROMISED-AMOUNT           PIC S9(13)V9(2) COMP-3.
           05  PM-PROMISED-DATE             PIC 9(7) COMP-3.
           05  PM-TAKEN-DATE                PIC 9(7) COMP-3.
           05  PM-COLLECTOR-ID              PIC X(8).
           05  PM-PROMISE-STATUS            PIC X(1).
               88  PM-PROMISE-OPEN              VALUE 'O'.
               88  PM-PROMISE-KEPT              VALUE 'K'.
               88  PM-PROMISE-BROKEN            VALUE 'B'.
           05  PM-AMOUNT-RECEIVED           PIC S9(13)V9(2) COMP-3.
           05  PM-CLOSED-DATE               PIC 9(7) COMP-3.
           05  PM-INVOICE-COUNT             PIC 9(2).
           05  PM-COVERED-INVOICES.
               10  PM-COVERED-INVOICE       OCCURS 10 TIMES
                                            PIC 9(10).
