      ***********************************************************
      * ALWRSV.cpy                                                 *
      * Allowance-for-doubtful-accounts reserve record -- one per  *
      * customer carrying a reserve at a month-end, written by     *
      * Batch/ALWRSV01.CBL. Finance used to work the bad-debt      *
      * reserve out in a spreadsheet from the INVAGE01 totals and  *
      * key the adjustment by hand. The customer's snapshot net    *
      * balance is spread across the aging buckets oldest first,   *
      * so open credits are taken as absorbing the youngest        *
      * charges. RV-CATEGORY 1-5 are the CURRENT, 1-30, 31-60,     *
      * 61-90 and OVER 90 buckets, reserved at the parameter       *
      * percentages; 6 is a bankruptcy and 7 an agency placement   *
      * (CD-COLLECTION-STATUS), reserved at 100 percent. Amounts   *
      * are USD; RV-AS-OF-DATE is YYYYMMDD. Next month's run       *
      * reads this file back as the prior reserve.                 *
      * RV-COMPANY-CODE is the company (COMPMAST.cpy) the reserve  *
      * was booked for; spaces on an older record are the home     *
      * company '01'.                                              *
      ***********************************************************
       01  ALLOWANCE-RESERVE-RECORD.
           05  RV-CUSTOMER-NUMBER           PIC 9(9).
           05  RV-AS-OF-DATE                PIC 9(8).
           05  RV-CATEGORY                  OCCURS 7 TIMES.
               10  RV-BALANCE               PIC S9(13)V9(2) COMP-3.
               10  RV-RESERVE               PIC S9(13)V9(2) COMP-3.
           05  RV-TOTAL-RESERVE             PIC S9(13)V9(2) COMP-3.
           05  RV-COMPANY-CODE              PIC X(2).
