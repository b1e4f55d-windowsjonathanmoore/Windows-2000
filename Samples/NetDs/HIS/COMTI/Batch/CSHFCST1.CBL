      * PROJECTS EACH OPEN CHARGE'S RESIDUAL (NET PLUS TAX LESS      *
      * PAID, RESTATED TO USD) TO LAND AT INVOICE DATE PLUS THE      *
      * CUSTOMER'S AVERAGE -- 30 DAYS WHEN THE CUSTOMER HAS NO       *
      * HISTORY YET -- BUT NEVER BEFORE THE INVOICE'S DUE DATE       *
      * (IM-DUE-DATE). RECEIPTS ARE BUCKETED INTO THE NEXT EIGHT     *
      * WEEKS (ANYTHING ALREADY OVERDUE LANDS IN WEEK ONE;           *
      * ANYTHING PAST WEEK EIGHT IS CARRIED IN THE LATER COLUMN),    *
      * ONE LINE PER CUSTOMER PLUS THE GRAND TOTALS TREASURY         *
           COPY PAYHIST.

       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.

       01  WS-PAYMENT-INTEGER-DATE           PIC S9(9) COMP.
       01  WS-DAYS-TO-PAY                    PIC S9(9) COMP.
       01  WS-EXPECTED-INTEGER-DATE          PIC S9(9) COMP.
       01  WS-DUE-INTEGER-DATE               PIC S9(9) COMP.
       01  WS-WEEK-SLOT                      PIC S9(4) COMP.

      *  PER-CUSTOMER PAY-SPEED ACCUMULATORS FROM THE HISTORY,
           OPEN INPUT INVOICE-EXTRACT-FILE
                OUTPUT FORECAST-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).

               FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE)
                   + WS-CUSTOMER-PAY-DAYS.

      *  NOTHING IS EXPECTED BEFORE THE INVOICE FALLS DUE -- A FAST
      *  PAYER ON LONG TERMS STILL WAITS FOR THE DUE DATE. A CHARGE
      *  POSTED BEFORE DUE DATES WERE CARRIED IS TAKEN AS NET 30.
           IF IM-DUE-DATE > 0
               COMPUTE WS-DUE-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DAY(IM-DUE-DATE)
           ELSE
               COMPUTE WS-DUE-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE)
                       + WS-DEFAULT-PAY-DAYS
           END-IF.
           IF WS-EXPECTED-INTEGER-DATE < WS-DUE-INTEGER-DATE
               MOVE WS-DUE-INTEGER-DATE TO WS-EXPECTED-INTEGER-DATE
           END-IF.

      *  OVERDUE EXPECTATIONS LAND IN WEEK ONE -- THE MONEY IS
      *  EXPECTED NOW, NOT IN THE PAST.
           COMPUTE WS-WEEK-SLOT =
