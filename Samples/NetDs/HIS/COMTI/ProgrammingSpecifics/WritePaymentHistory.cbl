      * IM-AMOUNT-PAID's running total with nothing recording      *
      * which payments made it up. The caller fills the record     *
      * except PH-APPLICATION-DATE, which is stamped here at       *
      * write time the way WRITEINVJOURNAL stamps its entries --   *
      * unless the caller passes a posting date of its own (a      *
      * receipt moved out of a closed fiscal period, PERCTL.cpy).  *
      * The file is opened in EXTEND per call, the same            *
      * open-use-close discipline as WRITEINVJOURNAL, so no        *
      * caller holds it. Batch/PAYHRTR1.CBL is the retrieval path  *

           MOVE LK-PAYMENT-HISTORY-RECORD TO PAYMENT-HISTORY-RECORD.

      *  A CALLER THAT BOOKED THE RECEIPT TO A LATER PERIOD THAN
      *  ITS PAYMENT DATE (CASHAPP1, OUT OF A CLOSED PERIOD) PASSES
      *  THAT POSTING DATE; EVERYONE ELSE PASSES ZERO FOR TODAY.
           IF PH-APPLICATION-DATE NOT NUMERIC OR
              PH-APPLICATION-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
               COMPUTE PH-APPLICATION-DATE =
                   FUNCTION DAY-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD))
           END-IF.

           WRITE PAYMENT-HISTORY-RECORD.

