      ***********************************************************
      * RBTPROG.cpy                                                *
      * Volume rebate program record -- one per distributor rebate *
      * agreement, indexed on the program number (the RBTPROG      *
      * file) and loaded by Batch/RBTLOAD1.CBL. A program covers   *
      * one customer, or a parent national account and every child *
      * ACCTHIER.cpy links to it, for the product codes listed     *
      * (none listed means every product but the house charges).   *
      * Each calendar quarter the covered net revenue (charges     *
      * less credit memos, USD) is measured against up to five     *
      * rising thresholds; the percentage of the highest threshold *
      * passed is paid back on all of it. Batch/RBTCALC1.CBL       *
      * accrues the rebate earned so far each month on the         *
      * GLFEED.cpy side feed and, at quarter end, settles it as    *
      * rebate credit memos and reverses the accrual. The accrual  *
      * and settlement fields are kept by RBTCALC1; a reload of    *
      * the program leaves them alone. Dates are YYYYMMDD,         *
      * quarters YYYYQ.                                            *
      ***********************************************************
       01  REBATE-PROGRAM-RECORD.
           05  RB-PROGRAM-NUMBER            PIC 9(6).
           05  RB-PROGRAM-STATUS            PIC X(1).
               88  RB-PROGRAM-ACTIVE            VALUE 'A'.
               88  RB-PROGRAM-INACTIVE          VALUE 'I'.
           05  RB-PROGRAM-DESCRIPTION       PIC X(30).
           05  RB-ACCOUNT-TYPE              PIC X(1).
               88  RB-CUSTOMER-ACCOUNT          VALUE 'C'.
               88  RB-PARENT-ACCOUNT            VALUE 'P'.
           05  RB-ACCOUNT-NUMBER            PIC 9(9).
           05  RB-COMPANY-CODE              PIC X(2).
           05  RB-EFFECTIVE-DATE            PIC 9(8).
           05  RB-EXPIRY-DATE               PIC 9(8).
           05  RB-PRODUCT-COUNT             PIC 9(2).
           05  RB-PRODUCT-CODE              PIC X(12) OCCURS 10 TIMES.
           05  RB-TIER-COUNT                PIC 9(1).
           05  RB-TIER                      OCCURS 5 TIMES.
               10  RB-TIER-THRESHOLD        PIC 9(11)V9(2) COMP-3.
               10  RB-TIER-PERCENT          PIC 9(2)V9(3) COMP-3.
      *
      *  ACCRUAL FOR THE QUARTER NOT YET SETTLED. RB-ACCRUAL-BASE
      *  IS WHAT STOOD ACCRUED BEFORE THE LAST ACCRUAL RUN, SO A
      *  SAME-DAY RERUN RESTATES THAT RUN'S ENTRY INSTEAD OF
      *  ADDING TO IT.
      *
           05  RB-ACCRUAL-QUARTER           PIC 9(5).
           05  RB-ACCRUED-AMOUNT            PIC S9(13)V9(2) COMP-3.
           05  RB-ACCRUAL-RUN-DATE          PIC 9(8).
           05  RB-ACCRUAL-BASE              PIC S9(13)V9(2) COMP-3.
           05  RB-LAST-SETTLED-QUARTER      PIC 9(5).
           05  RB-LAST-SETTLED-AMOUNT       PIC S9(13)V9(2) COMP-3.
           05  RB-LAST-SETTLED-DATE         PIC 9(8).
           05  RB-LAST-LOAD-DATE            PIC 9(8).
