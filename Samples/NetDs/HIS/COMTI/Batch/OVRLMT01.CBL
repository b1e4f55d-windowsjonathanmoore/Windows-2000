      * OVRLMT01 -- DAILY OVER-LIMIT CREDIT REPORT                   *
      *                                                              *
      * READS THE CUSTDEMO.cpy DEMOGRAPHIC MASTER IN KEY ORDER AND,  *
      * FOR EVERY CUSTOMER CARRYING A NONZERO CD-CREDIT-LIMIT, CALLS *
      * CHECKCREDITEXPOSURE (WITH NO PROPOSED AMOUNT) TO NET THE     *
      * OPEN EXPOSURE AGAINST THE LIMIT. CUSTOMERS OVER THEIR LIMIT  *
      * GET ONE DETAIL LINE EACH -- THE DAILY LIST COLLECTIONS WORKS *
      * FROM NOW THAT THE SYSTEM FINALLY KNOWS WHAT A LIMIT IS.      *
      *                                                              *
      * A PARENT ACCOUNT CARRYING A CD-GROUP-CREDIT-LIMIT IS CHECKED *
      * THE SAME WAY FOR ITS WHOLE NATIONAL ACCOUNT -- THE PARENT'S  *
      * EXPOSURE AND EVERY ACCTHIER CHILD'S -- AND A GROUP OVER ITS  *
      * LIMIT GETS A LINE OF ITS OWN, MARKED AS A GROUP, UNDER THE   *
      * PARENT'S NUMBER.                                             *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVRLMT01.
       01  WS-OPEN-EXPOSURE                  PIC S9(13)V9(2) COMP-3.
       01  WS-CHKCRD-STATUS                  PIC X(2).
           88  WS-CHKCRD-OVER-LIMIT          VALUE '04'.
       01  WS-GROUP-PARENT-NUMBER            PIC 9(9).
       01  WS-GROUP-CREDIT-LIMIT             PIC S9(13)V9(2) COMP-3.
       01  WS-GROUP-EXPOSURE                 PIC S9(13)V9(2) COMP-3.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-CHECKED          PIC 9(9) COMP VALUE 0.
           05  WS-CUSTOMERS-OVER-LIMIT       PIC 9(9) COMP VALUE 0.
           05  WS-GROUPS-CHECKED             PIC 9(9) COMP VALUE 0.
           05  WS-GROUPS-OVER-LIMIT          PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(40)
           05  FILLER                        PIC X(5)
               VALUE ' OVER'.

       01  WS-GROUP-LINE.
           05  WS-GRP-PARENT-NUMBER          PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-GRP-EXPOSURE               PIC -(12)9.99.
           05  FILLER                        PIC X(9)
               VALUE ' EXPOSED '.
           05  WS-GRP-LIMIT                  PIC -(12)9.99.
           05  FILLER                        PIC X(7)
               VALUE ' LIMIT '.
           05  WS-GRP-OVERAGE                PIC -(12)9.99.
           05  FILLER                        PIC X(5)
               VALUE ' OVER'.
           05  FILLER                        PIC X(24)
               VALUE '  NATIONAL ACCOUNT GROUP'.

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(24)
               VALUE 'CUSTOMERS WITH LIMITS:  '.
               VALUE 'CUSTOMERS OVER LIMIT:   '.
           05  WS-SUM-OVER                   PIC ZZZ,ZZZ,ZZ9.

       01  WS-GROUP-SUMMARY-LINE.
           05  FILLER                        PIC X(24)
               VALUE 'GROUPS WITH LIMITS:     '.
           05  WS-SUM-GROUPS-CHECKED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'GROUPS OVER LIMIT:      '.
           05  WS-SUM-GROUPS-OVER            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.

           PERFORM READ-NEXT-CUSTOMER.
           PERFORM UNTIL WS-NO-MORE-CUSTOMERS
               IF CD-CREDIT-LIMIT > 0 OR CD-GROUP-CREDIT-LIMIT > 0
                   PERFORM CHECK-ONE-CUSTOMER
               END-IF
               PERFORM READ-NEXT-CUSTOMER
           MOVE WS-CUSTOMERS-CHECKED    TO WS-SUM-CHECKED.
           MOVE WS-CUSTOMERS-OVER-LIMIT TO WS-SUM-OVER.
           WRITE OVER-LIMIT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE WS-GROUPS-CHECKED       TO WS-SUM-GROUPS-CHECKED.
           MOVE WS-GROUPS-OVER-LIMIT    TO WS-SUM-GROUPS-OVER.
           WRITE OVER-LIMIT-REPORT-LINE FROM WS-GROUP-SUMMARY-LINE.

           CLOSE CUSTOMER-DEMOGRAPHIC-FILE
                 OVER-LIMIT-REPORT-FILE.
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *  ONE CALL ANSWERS FOR BOTH THE CUSTOMER'S OWN LIMIT AND, ON
      *  A PARENT ACCOUNT, ITS GROUP'S. A CUSTOMER OVER ITS OWN
      *  LIMIT COMES BACK '04' WHATEVER ITS GROUP, SO THE GROUP IS
      *  JUDGED ON THE FIGURES RETURNED.
       CHECK-ONE-CUSTOMER.
           MOVE CD-CUSTOMER-NUMBER TO WS-CHECK-CUSTOMER-NUMBER.
           MOVE 0 TO WS-PROPOSED-AMOUNT.

                     WS-PROPOSED-AMOUNT
                     WS-CREDIT-LIMIT
                     WS-OPEN-EXPOSURE
                     WS-CHKCRD-STATUS
                     WS-GROUP-PARENT-NUMBER
                     WS-GROUP-CREDIT-LIMIT
                     WS-GROUP-EXPOSURE.

           IF CD-CREDIT-LIMIT > 0
               ADD 1 TO WS-CUSTOMERS-CHECKED
           END-IF.
           IF WS-CHKCRD-OVER-LIMIT
               ADD 1 TO WS-CUSTOMERS-OVER-LIMIT
               MOVE WS-CHECK-CUSTOMER-NUMBER
                   WS-OPEN-EXPOSURE - WS-CREDIT-LIMIT
               WRITE OVER-LIMIT-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

           IF WS-GROUP-PARENT-NUMBER = WS-CHECK-CUSTOMER-NUMBER
              AND WS-GROUP-CREDIT-LIMIT > 0
               ADD 1 TO WS-GROUPS-CHECKED
               IF WS-GROUP-EXPOSURE > WS-GROUP-CREDIT-LIMIT
                   ADD 1 TO WS-GROUPS-OVER-LIMIT
                   MOVE WS-CHECK-CUSTOMER-NUMBER
                       TO WS-GRP-PARENT-NUMBER
                   MOVE WS-GROUP-EXPOSURE     TO WS-GRP-EXPOSURE
                   MOVE WS-GROUP-CREDIT-LIMIT TO WS-GRP-LIMIT
                   COMPUTE WS-GRP-OVERAGE =
                       WS-GROUP-EXPOSURE - WS-GROUP-CREDIT-LIMIT
                   WRITE OVER-LIMIT-REPORT-LINE FROM WS-GROUP-LINE
               END-IF
           END-IF.
