
      *  THE WINDOW RUNS FROM TODAY TO THE SAME DAY TWELVE MONTHS
      *  OUT, HELD TO THE 28TH THE SAME WAY THE BILL DATES ARE.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-HORIZON-YYYYMMDD.
           ADD 1 TO WS-HOR-YEAR.
           IF WS-HOR-DAY > 28
