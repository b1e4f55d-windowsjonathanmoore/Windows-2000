      * -- SAME SEED/LOAD SHAPE AS RATELOAD1'S RATE LOAD. A RECORD   *
      * WITH A BLANK PRODUCT CODE OR A STATUS OTHER THAN A/I IS      *
      * REJECTED AND LOGGED RATHER THAN LOADED.                      *
      * UP TO FIVE GRADUATED USAGE PRICE TIERS MAY FOLLOW THE LIST   *
      * PRICE; TIERS WITH A MISSING PRICE OR LIMITS NOT RISING ARE   *
      * REJECTED.                                                    *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODLOAD1.
           05  PN-PRODUCT-STATUS             PIC X(1).
           05  PN-UNIT-PRICE                 PIC 9(9)V9(2).
           05  FILLER                        PIC X(27).
           05  PN-PRICE-TIER-COUNT           PIC 9(1).
           05  PN-PRICE-TIER                 OCCURS 5 TIMES.
               10  PN-TIER-UP-TO-QUANTITY    PIC 9(9).
               10  PN-TIER-UNIT-PRICE        PIC 9(9)V9(2).

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.
       01  WS-PRODUCT-FOUND-FLAG             PIC X.
           88  WS-PRODUCT-FOUND              VALUE 'Y'.

      *  USAGE PRICE TIERS -- A RECORD WRITTEN BEFORE THE TIER
      *  FIELDS EXISTED ENDS SHORT AND LOADS WITH NO TIERS. TIERS
      *  THAT ARE PRESENT MUST EACH CARRY A PRICE, AND EVERY TIER
      *  BUT THE LAST A LIMIT ABOVE THE ONE BEFORE IT, OR THE
      *  RECORD IS REJECTED.
       01  WS-TIER-COUNT                     PIC 9(1).
       01  WS-TIER-SUB                       PIC 9(2) COMP.
       01  WS-PRIOR-TIER-LIMIT               PIC 9(9).
       01  WS-TIERS-BAD-FLAG                 PIC X.
           88  WS-TIERS-BAD                  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-PRODUCTS-ADDED             PIC 9(9) COMP VALUE 0.

       LOAD-ONE-PRODUCT.
           MOVE PN-PRODUCT-CODE TO WS-DTL-PRODUCT-CODE.
           PERFORM CHECK-PRICE-TIERS.

           IF PN-PRODUCT-CODE = SPACES OR
              (PN-PRODUCT-STATUS NOT = 'A' AND
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               IF WS-TIERS-BAD
                   ADD 1 TO WS-PRODUCTS-REJECTED
                   MOVE 'REJECTED, PRICE TIERS OUT OF ORDER'
                       TO WS-DTL-DISPOSITION
                   WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               ELSE
                   PERFORM APPLY-ONE-PRODUCT
               END-IF
           END-IF.

       CHECK-PRICE-TIERS.
           MOVE 'N' TO WS-TIERS-BAD-FLAG.
           MOVE 0 TO WS-TIER-COUNT.
           IF PN-PRICE-TIER-COUNT NUMERIC AND
              PN-PRICE-TIER-COUNT NOT > 5
               MOVE PN-PRICE-TIER-COUNT TO WS-TIER-COUNT
           ELSE
               IF PN-PRICE-TIER-COUNT NOT = SPACE
                   SET WS-TIERS-BAD TO TRUE
               END-IF
           END-IF.

           MOVE 0 TO WS-PRIOR-TIER-LIMIT.
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > WS-TIER-COUNT
               IF PN-TIER-UNIT-PRICE(WS-TIER-SUB) NOT NUMERIC
                   SET WS-TIERS-BAD TO TRUE
               END-IF
               IF WS-TIER-SUB < WS-TIER-COUNT
                   IF PN-TIER-UP-TO-QUANTITY(WS-TIER-SUB)
                          NOT NUMERIC
                       SET WS-TIERS-BAD TO TRUE
                   ELSE
                       IF PN-TIER-UP-TO-QUANTITY(WS-TIER-SUB) NOT >
                              WS-PRIOR-TIER-LIMIT
                           SET WS-TIERS-BAD TO TRUE
                       ELSE
                           MOVE PN-TIER-UP-TO-QUANTITY(WS-TIER-SUB)
                               TO WS-PRIOR-TIER-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-ONE-PRODUCT.
           MOVE PN-PRODUCT-CODE TO PM-PRODUCT-CODE.
           MOVE 'Y' TO WS-PRODUCT-FOUND-FLAG.
               MOVE 0 TO PM-UNIT-PRICE
           END-IF.

           MOVE WS-TIER-COUNT TO PM-PRICE-TIER-COUNT.
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > 5
               IF WS-TIER-SUB > WS-TIER-COUNT
                   MOVE 0 TO PM-TIER-UP-TO-QUANTITY(WS-TIER-SUB)
                   MOVE 0 TO PM-TIER-UNIT-PRICE(WS-TIER-SUB)
               ELSE
                   IF WS-TIER-SUB = WS-TIER-COUNT
                       MOVE 0 TO PM-TIER-UP-TO-QUANTITY(WS-TIER-SUB)
                   ELSE
                       MOVE PN-TIER-UP-TO-QUANTITY(WS-TIER-SUB)
                           TO PM-TIER-UP-TO-QUANTITY(WS-TIER-SUB)
                   END-IF
                   MOVE PN-TIER-UNIT-PRICE(WS-TIER-SUB)
                       TO PM-TIER-UNIT-PRICE(WS-TIER-SUB)
               END-IF
           END-PERFORM.

           IF WS-PRODUCT-FOUND
               REWRITE PRODUCT-MASTER-RECORD
               ADD 1 TO WS-PRODUCTS-UPDATED
