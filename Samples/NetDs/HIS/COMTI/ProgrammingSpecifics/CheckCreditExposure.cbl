      * for change and CBALVFY1 proves it nightly -- and the old   *
      * walk down the customer's invoices remains only as the      *
      * fallback for a customer not yet on the summary.            *
      *                                                            *
      * A customer in an ACCTHIER.cpy national account is also     *
      * held to the group: the open exposure of the parent account *
      * and every child under it, against the                      *
      * CD-GROUP-CREDIT-LIMIT on the parent's record. Exceeding    *
      * the customer's own limit returns '04' and exceeding only   *
      * the group's returns '05'; either way the group figures     *
      * come back for the caller to report. The hierarchy is       *
      * loaded once, on the first call, into the same 2000-child   *
      * table STMTCON1 and HIEREDT1 use; no hierarchy file means   *
      * no groups.                                                 *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKCREDITEXPOSURE.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CUSTOMER-NUMBER
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO ACCTHIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIERARCHY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-BALANCE-FILE.
           COPY CUSTBAL.

       FD  HIERARCHY-FILE.
           COPY ACCTHIER.

       WORKING-STORAGE SECTION.
       01  WS-DEMO-STATUS                       PIC X(2).
           88  WS-DEMO-STATUS-OK                VALUE '00'.

       01  WS-USD-AMOUNT                        PIC S9(13)V9(2) COMP-3.

      *  THE ONE CUSTOMER BEING MEASURED -- THE CALLER'S CUSTOMER,
      *  OR ONE MEMBER OF ITS GROUP -- AND ITS OPEN EXPOSURE.
       01  WS-MEASURE-CUSTOMER                  PIC 9(9).
       01  WS-MEASURED-EXPOSURE                 PIC S9(13)V9(2) COMP-3.

      *  THE HIERARCHY STAYS LOADED FROM CALL TO CALL. CHILDREN
      *  PAST THE BOUND ARE LEFT OUT OF THEIR GROUP, AS THEY ARE
      *  LEFT OUT OF STMTCON1'S ROLL-UP.
       01  WS-HIERARCHY-STATUS                  PIC X(2).
           88  WS-HIERARCHY-OPENED-OK           VALUE '00'.
       01  WS-HIER-EOF-FLAG                     PIC X VALUE 'N'.
           88  WS-NO-MORE-HIERARCHY             VALUE 'Y'.
       01  WS-HIERARCHY-LOADED-FLAG             PIC X VALUE 'N'.
           88  WS-HIERARCHY-LOADED              VALUE 'Y'.
       01  WS-MAX-CHILDREN                      PIC 9(4) COMP
                                                 VALUE 2000.
       01  WS-CHILD-TABLE.
           05  WS-CHILD-ENTRY OCCURS 2000 TIMES
                                       INDEXED BY WS-CHILD-IDX.
               10  WS-CHD-CHILD-NUMBER          PIC 9(9).
               10  WS-CHD-PARENT-NUMBER         PIC 9(9).
       01  WS-CHILD-COUNT                       PIC 9(4) COMP VALUE 0.
       01  WS-CHILD-SCAN                        PIC 9(4) COMP.

       LINKAGE SECTION.
       01  LK-CHECK-CUSTOMER-NUMBER             PIC 9(9).
      *  THE NEW CHARGE ABOUT TO POST, ALREADY IN USD; ZERO WHEN THE
           88  CHKCRD-WITHIN-LIMIT              VALUE '00'.
           88  CHKCRD-FILE-ERROR                VALUE '02'.
           88  CHKCRD-OVER-LIMIT                VALUE '04'.
           88  CHKCRD-OVER-GROUP-LIMIT          VALUE '05'.
           88  CHKCRD-NO-CUSTOMER               VALUE '06'.
      *  THE PARENT ACCOUNT OF THE CUSTOMER'S GROUP (ZERO WHEN IT
      *  IS IN NONE), THAT PARENT'S GROUP LIMIT, AND -- ONLY WHEN
      *  THE GROUP LIMIT IS SET -- THE WHOLE GROUP'S OPEN EXPOSURE.
       01  LK-GROUP-PARENT-NUMBER               PIC 9(9).
       01  LK-GROUP-CREDIT-LIMIT                PIC S9(13)V9(2) COMP-3.
       01  LK-GROUP-EXPOSURE                    PIC S9(13)V9(2) COMP-3.

       PROCEDURE DIVISION USING LK-CHECK-CUSTOMER-NUMBER
                                LK-PROPOSED-AMOUNT
                                LK-CREDIT-LIMIT
                                LK-OPEN-EXPOSURE
                                LK-CHKCRD-STATUS
                                LK-GROUP-PARENT-NUMBER
                                LK-GROUP-CREDIT-LIMIT
                                LK-GROUP-EXPOSURE.

       MAIN-LOGIC.
           SET CHKCRD-WITHIN-LIMIT TO TRUE.
           MOVE 0 TO LK-CREDIT-LIMIT.
           MOVE 0 TO LK-OPEN-EXPOSURE.
           MOVE 0 TO LK-GROUP-PARENT-NUMBER.
           MOVE 0 TO LK-GROUP-CREDIT-LIMIT.
           MOVE 0 TO LK-GROUP-EXPOSURE.

           IF NOT WS-HIERARCHY-LOADED
               PERFORM LOAD-HIERARCHY-TABLE THRU
                       LOAD-HIERARCHY-TABLE-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.
           IF NOT WS-DEMO-STATUS-OK
           READ CUSTOMER-DEMOGRAPHIC-FILE
               INVALID KEY MOVE 'N' TO WS-CUSTOMER-FOUND-FLAG
           END-READ.

           IF NOT WS-CUSTOMER-FOUND
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
               SET CHKCRD-NO-CUSTOMER TO TRUE
               GOBACK
           END-IF.

           MOVE CD-CREDIT-LIMIT TO LK-CREDIT-LIMIT.

      *  THE GROUP LIMIT LIVES ON THE PARENT'S OWN RECORD.
           PERFORM FIND-GROUP-PARENT.
           IF LK-GROUP-PARENT-NUMBER > 0
               MOVE LK-GROUP-PARENT-NUMBER TO CD-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-CUSTOMER-FOUND-FLAG
               READ CUSTOMER-DEMOGRAPHIC-FILE
                   INVALID KEY MOVE 'N' TO WS-CUSTOMER-FOUND-FLAG
               END-READ
               IF WS-CUSTOMER-FOUND
                   MOVE CD-GROUP-CREDIT-LIMIT TO LK-GROUP-CREDIT-LIMIT
               END-IF
           END-IF.
           CLOSE CUSTOMER-DEMOGRAPHIC-FILE.

      *  ONE KEYED READ OF THE SUMMARY REPLACES THE WALK DOWN THE
      *  CUSTOMER'S INVOICES -- THE WALK REMAINS ONLY FOR A
      *  CUSTOMER THE SUMMARY DOESN'T KNOW YET.
           MOVE LK-CHECK-CUSTOMER-NUMBER TO WS-MEASURE-CUSTOMER.
           PERFORM MEASURE-EXPOSURE THRU MEASURE-EXPOSURE-EXIT.
           MOVE WS-MEASURED-EXPOSURE TO LK-OPEN-EXPOSURE.

           IF LK-GROUP-CREDIT-LIMIT > 0
               PERFORM SUM-GROUP-EXPOSURE THRU
                       SUM-GROUP-EXPOSURE-EXIT
           END-IF.

           IF CHKCRD-WITHIN-LIMIT AND LK-CREDIT-LIMIT > 0
                   SET CHKCRD-OVER-LIMIT TO TRUE
               END-IF
           END-IF.
           IF CHKCRD-WITHIN-LIMIT AND LK-GROUP-CREDIT-LIMIT > 0
               IF LK-GROUP-EXPOSURE + LK-PROPOSED-AMOUNT >
                       LK-GROUP-CREDIT-LIMIT
                   SET CHKCRD-OVER-GROUP-LIMIT TO TRUE
               END-IF
           END-IF.
           GOBACK.

      *  NO HIERARCHY FILE JUST MEANS NO NATIONAL ACCOUNTS YET.
       LOAD-HIERARCHY-TABLE.
           SET WS-HIERARCHY-LOADED TO TRUE.
           OPEN INPUT HIERARCHY-FILE.
           IF NOT WS-HIERARCHY-OPENED-OK
               CLOSE HIERARCHY-FILE
               GO TO LOAD-HIERARCHY-TABLE-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-HIERARCHY
               READ HIERARCHY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIER-EOF-FLAG
                   NOT AT END
                       IF WS-CHILD-COUNT < WS-MAX-CHILDREN
                           ADD 1 TO WS-CHILD-COUNT
                           SET WS-CHILD-IDX TO WS-CHILD-COUNT
                           MOVE AH-CHILD-CUSTOMER-NUMBER
                               TO WS-CHD-CHILD-NUMBER(WS-CHILD-IDX)
                           MOVE AH-PARENT-ACCOUNT-NUMBER
                               TO WS-CHD-PARENT-NUMBER(WS-CHILD-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIERARCHY-FILE.
       LOAD-HIERARCHY-TABLE-EXIT.
           EXIT.

      *  A CHILD'S GROUP IS ITS PARENT'S; A PARENT ACCOUNT THAT
      *  BILLS IN ITS OWN RIGHT HEADS ITS OWN GROUP.
       FIND-GROUP-PARENT.
           MOVE 0 TO WS-CHILD-SCAN.
           PERFORM UNTIL WS-CHILD-SCAN = WS-CHILD-COUNT
                      OR LK-GROUP-PARENT-NUMBER > 0
               ADD 1 TO WS-CHILD-SCAN
               SET WS-CHILD-IDX TO WS-CHILD-SCAN
               IF WS-CHD-CHILD-NUMBER(WS-CHILD-IDX) =
                      LK-CHECK-CUSTOMER-NUMBER
                   MOVE WS-CHD-PARENT-NUMBER(WS-CHILD-IDX)
                       TO LK-GROUP-PARENT-NUMBER
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-CHILD-SCAN.
           PERFORM UNTIL WS-CHILD-SCAN = WS-CHILD-COUNT
                      OR LK-GROUP-PARENT-NUMBER > 0
               ADD 1 TO WS-CHILD-SCAN
               SET WS-CHILD-IDX TO WS-CHILD-SCAN
               IF WS-CHD-PARENT-NUMBER(WS-CHILD-IDX) =
                      LK-CHECK-CUSTOMER-NUMBER
                   MOVE LK-CHECK-CUSTOMER-NUMBER
                       TO LK-GROUP-PARENT-NUMBER
               END-IF
           END-PERFORM.

      *****************************************************************
      *  THE PARENT'S OWN EXPOSURE PLUS EVERY CHILD'S UNDER IT.        *
      *****************************************************************
       SUM-GROUP-EXPOSURE.
           MOVE LK-GROUP-PARENT-NUMBER TO WS-MEASURE-CUSTOMER.
           PERFORM MEASURE-EXPOSURE THRU MEASURE-EXPOSURE-EXIT.
           ADD WS-MEASURED-EXPOSURE TO LK-GROUP-EXPOSURE.

           MOVE 0 TO WS-CHILD-SCAN.
           PERFORM UNTIL WS-CHILD-SCAN = WS-CHILD-COUNT
                      OR CHKCRD-FILE-ERROR
               ADD 1 TO WS-CHILD-SCAN
               SET WS-CHILD-IDX TO WS-CHILD-SCAN
               IF WS-CHD-PARENT-NUMBER(WS-CHILD-IDX) =
                      LK-GROUP-PARENT-NUMBER
                   MOVE WS-CHD-CHILD-NUMBER(WS-CHILD-IDX)
                       TO WS-MEASURE-CUSTOMER
                   PERFORM MEASURE-EXPOSURE THRU
                           MEASURE-EXPOSURE-EXIT
                   ADD WS-MEASURED-EXPOSURE TO LK-GROUP-EXPOSURE
               END-IF
           END-PERFORM.
       SUM-GROUP-EXPOSURE-EXIT.
           EXIT.

       MEASURE-EXPOSURE.
           MOVE 0 TO WS-MEASURED-EXPOSURE.
           PERFORM READ-BALANCE-SUMMARY THRU
                   READ-BALANCE-SUMMARY-EXIT.
           IF NOT WS-BALANCE-FOUND
               PERFORM SUM-OPEN-EXPOSURE THRU SUM-OPEN-EXPOSURE-EXIT
           END-IF.
       MEASURE-EXPOSURE-EXIT.
           EXIT.

       READ-BALANCE-SUMMARY.
           MOVE 'N' TO WS-BALANCE-FOUND-FLAG.
           OPEN INPUT CUSTOMER-BALANCE-FILE.
               CLOSE CUSTOMER-BALANCE-FILE
               GO TO READ-BALANCE-SUMMARY-EXIT
           END-IF.
           MOVE WS-MEASURE-CUSTOMER TO CB-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-BALANCE-FOUND-FLAG.
           READ CUSTOMER-BALANCE-FILE
               INVALID KEY MOVE 'N' TO WS-BALANCE-FOUND-FLAG
           END-READ.
           IF WS-BALANCE-FOUND
               MOVE CB-NET-BALANCE TO WS-MEASURED-EXPOSURE
           END-IF.
           CLOSE CUSTOMER-BALANCE-FILE.
       READ-BALANCE-SUMMARY-EXIT.
               GO TO SUM-OPEN-EXPOSURE-EXIT
           END-IF.

           MOVE WS-MEASURE-CUSTOMER TO IM-CUSTOMER-NUMBER.
           MOVE LOW-VALUES TO IM-INVOICE-NUMBER.
           MOVE 'Y' TO WS-MORE-INVOICES.

               END-READ

               IF MORE-INVOICES
                   IF IM-CUSTOMER-NUMBER = WS-MEASURE-CUSTOMER
                       PERFORM NET-ONE-INVOICE
                   ELSE
                       MOVE 'N' TO WS-MORE-INVOICES
               COMPUTE WS-USD-AMOUNT ROUNDED =
                   IM-INVOICE-AMOUNT * IM-INVOICE-EXCHANGE-RATE
               IF IM-TYPE-CHARGE
                   ADD WS-USD-AMOUNT TO WS-MEASURED-EXPOSURE
               ELSE
                   SUBTRACT WS-USD-AMOUNT FROM WS-MEASURED-EXPOSURE
               END-IF
           END-IF.
