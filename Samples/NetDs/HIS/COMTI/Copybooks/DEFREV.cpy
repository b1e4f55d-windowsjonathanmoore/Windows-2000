      ***********************************************************
      * DEFREV.cpy                                                 *
      * Deferred revenue recognition schedule -- one per charge    *
      * billed in advance for more than one month of service       *
      * (TR-SERVICE-MONTHS, set by BILLGEN1 for quarterly and      *
      * annual contracts), keyed on customer and invoice number    *
      * (the DEFREV file). Such a charge used to reach revenue in  *
      * full on the invoice date. INVPOST1 writes the schedule     *
      * when the charge posts and feeds a DEFR entry to GLFEED.cpy *
      * moving the revenue portion to deferred revenue;            *
      * Batch/REVREC01.CBL releases an even share each month as an *
      * RREC entry, the last month taking whatever rounding is     *
      * left, and prints the deferred-revenue rollforward.         *
      *                                                            *
      * A credit memo against the charge (TR-APPLIES-TO-INVOICE)   *
      * or a void of it takes the credit off the unrecognized      *
      * balance as a DRVS entry; what is left is spread over the   *
      * months still to come.                                      *
      *                                                            *
      * Amounts are USD at the charge's own rate, revenue only     *
      * (tax is never deferred). Periods are YYYYMM;               *
      * DR-FIRST-PERIOD is the invoice month. DR-LAST-PERIOD and   *
      * DR-LAST-PERIOD-AMOUNT are the latest month recognized and  *
      * what it released, DR-REVERSAL-PERIOD and                   *
      * DR-PERIOD-REVERSED-AMOUNT the same for reversals, so the   *
      * rollforward can tell this month's movement from the        *
      * balance brought forward. DR-CREATED-PERIOD is the month    *
      * the charge was deferred.                                   *
      ***********************************************************
       01  DEFERRED-REVENUE-RECORD.
           05  DR-KEY.
               10  DR-CUSTOMER-NUMBER       PIC 9(9).
               10  DR-INVOICE-NUMBER        PIC 9(10).
           05  DR-SCHEDULE-STATUS           PIC X(1).
               88  DR-SCHEDULE-OPEN             VALUE 'O'.
               88  DR-FULLY-RECOGNIZED          VALUE 'C'.
               88  DR-FULLY-REVERSED            VALUE 'X'.
           05  DR-COMPANY-CODE              PIC X(2).
           05  DR-PRODUCT-CODE              PIC X(12).
           05  DR-CREATED-PERIOD            PIC 9(6).
           05  DR-FIRST-PERIOD              PIC 9(6).
           05  DR-SERVICE-MONTHS            PIC 9(2).
           05  DR-MONTHS-RECOGNIZED         PIC 9(2).
           05  DR-DEFERRED-AMOUNT           PIC S9(13)V9(2) COMP-3.
           05  DR-RECOGNIZED-AMOUNT         PIC S9(13)V9(2) COMP-3.
           05  DR-REVERSED-AMOUNT           PIC S9(13)V9(2) COMP-3.
           05  DR-LAST-PERIOD               PIC 9(6).
           05  DR-LAST-PERIOD-AMOUNT        PIC S9(13)V9(2) COMP-3.
           05  DR-REVERSAL-PERIOD           PIC 9(6).
           05  DR-PERIOD-REVERSED-AMOUNT    PIC S9(13)V9(2) COMP-3.
