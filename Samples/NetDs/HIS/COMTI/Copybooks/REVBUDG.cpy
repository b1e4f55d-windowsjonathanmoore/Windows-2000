      ***********************************************************
      * REVBUDG.cpy                                                *
      * Revenue budget -- one record per product code, salesperson *
      * territory (SR-TERRITORY-CODE on SALESREP.cpy) and fiscal   *
      * period (YYYYMM; our fiscal periods are calendar months, so *
      * the fiscal year is the calendar year), indexed on the      *
      * three together. Finance's budget is loaded and reloaded by *
      * Batch/BUDLOAD1.CBL, which checks the product against       *
      * PRODMAST.cpy and the territory against the salesperson     *
      * master before a record lands. Batch/BUDVAR01.CBL sets      *
      * billed revenue net of credits, by product and by           *
      * territory, against it for the month and the year to date.  *
      * Amounts are USD, the REVPRD01 reporting currency.          *
      ***********************************************************
       01  REVENUE-BUDGET-RECORD.
           05  RB-KEY.
               10  RB-PRODUCT-CODE          PIC X(12).
               10  RB-TERRITORY-CODE        PIC X(4).
               10  RB-FISCAL-PERIOD         PIC 9(6).
           05  RB-BUDGET-AMOUNT             PIC S9(13)V9(2) COMP-3.
           05  RB-LAST-LOAD-DATE            PIC 9(8).
           05  FILLER                       PIC X(20).
