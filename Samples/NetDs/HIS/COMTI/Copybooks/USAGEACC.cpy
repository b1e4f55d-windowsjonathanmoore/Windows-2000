      ***********************************************************
      * USAGEACC.cpy                                               *
      * Metered usage accumulated for one customer and product in  *
      * one billing period (a calendar month, YYYYMM), keyed on    *
      * period, customer and product (the USAGEACC file).          *
      * Consumption-billed charges used to be keyed by hand from   *
      * operations' spreadsheets. Batch/USGLOAD1.CBL adds each     *
      * day's usage feed into these records; at period end         *
      * Batch/USGBILL1.CBL rates the total against the product's   *
      * price tiers (PRODMAST.cpy), writes the INVTRAN.cpy charges *
      * and the usage statement, and marks the record billed.      *
      * Usage arriving for a period already billed is rejected by  *
      * the intake, never added to a billed total. Dates are       *
      * YYYYMMDD.                                                  *
      ***********************************************************
       01  USAGE-ACCUMULATION-RECORD.
           05  UA-KEY.
               10  UA-PERIOD                PIC 9(6).
               10  UA-CUSTOMER-NUMBER       PIC 9(9).
               10  UA-PRODUCT-CODE          PIC X(12).
           05  UA-BILLING-STATUS            PIC X(1).
               88  UA-UNBILLED                  VALUE 'U'.
               88  UA-BILLED                    VALUE 'B'.
           05  UA-TOTAL-QUANTITY            PIC 9(11) COMP-3.
           05  UA-USAGE-RECORDS             PIC 9(7) COMP-3.
           05  UA-FIRST-USAGE-DATE          PIC 9(8).
           05  UA-LAST-USAGE-DATE           PIC 9(8).
           05  UA-LAST-LOAD-DATE            PIC 9(8).
           05  UA-BILLED-DATE               PIC 9(8).
           05  UA-BILLED-AMOUNT             PIC S9(13)V9(2) COMP-3.
           05  UA-INVOICE-COUNT             PIC 9(1).
