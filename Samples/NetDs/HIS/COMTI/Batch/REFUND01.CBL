      * LINE ON THE APPROVAL REGISTER -- SAME TWO-STEP DISCIPLINE    *
      * AS WRTOFF01: FINANCE SIGNS OFF ON THE REGISTER TOTAL        *
      * BEFORE THE CHECK FILE AND THE TRANSACTION FILE ARE           *
      * RELEASED, SO NO CHECK GOES OUT UNAPPROVED. THE RELEASED      *
      * CHECK FILE (RFNDCHK.cpy) GOES TO CHKISS01, WHICH NUMBERS,    *
      * REGISTERS AND PRINTS THE CHECKS AND TELLS THE BANK.          *
      * NO CHECK IS CUT TO AN ADDRESS THE POST OFFICE HAS ALREADY    *
      * SENT MAIL BACK FROM (CD-ADDRESS-BAD, SET BY RTNMAIL1): THE   *
      * CREDIT STAYS ON THE ACCOUNT, THE CUSTOMER IS LISTED ON THE   *
      * REGISTER AS HELD AND ON THE RETURNED-MAIL SKIP FILE THROUGH  *
      * WRITEMAILSKIP, AND THE REFUND GOES OUT ON THE FIRST RUN      *
      * AFTER CUSTMNT CORRECTS THE ADDRESS.                          *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND01.
      *  ONE CHECK-ISSUE RECORD PER APPROVED REFUND -- EVERYTHING
      *  THE CHECK PRINTER NEEDS: PAYEE, MAILING ADDRESS, AND THE
      *  AMOUNT, PLUS THE OFFSETTING INVOICE NUMBER SO THE CHECK
      *  AND THE POSTING TIE TOGETHER. CHKISS01 NUMBERS AND
      *  REGISTERS THEM.
       FD  CHECK-ISSUE-FILE.
           COPY RFNDCHK.

       FD  APPROVAL-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  WS-CRINVNO-STATUS                 PIC X(2).
           88  WS-CRINVNO-OK                 VALUE '00'.
       01  WS-CRINVNO-CALLER                 PIC X(8)
                                              VALUE 'REFUND01'.
       01  WS-NEW-INVOICE-NUMBER             PIC 9(10).

       01  WS-REFUND-AMOUNT                  PIC S9(13)V9(2) COMP-3.

       01  WS-MAILSKIP-DOCUMENT              PIC X(1) VALUE 'R'.
       01  WS-MAILSKIP-CALLER                PIC X(8) VALUE 'REFUND01'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).

           05  WS-SNAPSHOTS-READ             PIC 9(9) COMP VALUE 0.
           05  WS-REFUNDS-PROPOSED           PIC 9(9) COMP VALUE 0.
           05  WS-SKIPPED-NO-ADDRESS         PIC 9(9) COMP VALUE 0.
           05  WS-HELD-BAD-ADDRESS           PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-HELD                 PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-REFUNDED             PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

               VALUE 'SKIPPED, NO ADDRESS: '.
           05  WS-SUM-SKIPPED                PIC ZZZ,ZZZ,ZZ9.

       01  WS-HELD-SUMMARY-LINE.
           05  FILLER                        PIC X(24)
               VALUE 'HELD, RETURNED MAIL:    '.
           05  WS-SUM-HELD                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'CREDIT LEFT ON ACCOUNT: '.
           05  WS-SUM-HELD-TOTAL             PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-REFUND-PARM THRU READ-REFUND-PARM-EXIT.
                       CHECK-ISSUE-FILE
                       APPROVAL-REGISTER-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).
           MOVE WS-TOTAL-REFUNDED     TO WS-SUM-TOTAL.
           MOVE WS-SKIPPED-NO-ADDRESS TO WS-SUM-SKIPPED.
           WRITE APPROVAL-REGISTER-LINE FROM WS-SUMMARY-LINE.
           MOVE WS-HELD-BAD-ADDRESS   TO WS-SUM-HELD.
           MOVE WS-TOTAL-HELD         TO WS-SUM-HELD-TOTAL.
           WRITE APPROVAL-REGISTER-LINE FROM WS-HELD-SUMMARY-LINE.

           CLOSE SNAPSHOT-FILE
                 CUSTOMER-DEMOGRAPHIC-FILE
               GO TO JUDGE-ONE-CUSTOMER-EXIT
           END-IF.

      *  HELD BEFORE A NUMBER IS TAKEN, SO A HELD REFUND LEAVES NO
      *  GAP IN THE INVOICE-NUMBER SEQUENCE.
           IF CD-ADDRESS-BAD
               ADD 1 TO WS-HELD-BAD-ADDRESS
               ADD WS-REFUND-AMOUNT TO WS-TOTAL-HELD
               CALL 'WRITEMAILSKIP' USING WS-MAILSKIP-DOCUMENT
                                          SN-CUSTOMER-NUMBER
                                          CD-LAST-NAME
                                          WS-REFUND-AMOUNT
                                          WS-MAILSKIP-CALLER
               MOVE SN-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER
               MOVE WS-REFUND-AMOUNT   TO WS-DTL-REFUND-AMOUNT
               MOVE 0                  TO WS-DTL-OFFSET-NUMBER
               MOVE 'HELD, RETURNED MAIL -- ADDRESS IS BAD'
                   TO WS-DTL-MESSAGE
               WRITE APPROVAL-REGISTER-LINE FROM WS-DETAIL-LINE
               GO TO JUDGE-ONE-CUSTOMER-EXIT
           END-IF.

           CALL 'CREATEINVOICENUMBER'
               USING WS-NEW-INVOICE-NUMBER WS-CRINVNO-STATUS
                     CD-COMPANY-CODE
                     WS-CRINVNO-CALLER.
           IF NOT WS-CRINVNO-OK
               GO TO JUDGE-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE 'REFUND'              TO TR-INVOICE-PRODUCT-CODE.
           MOVE 'REFUND OF CREDIT BALANCE BY CHECK'
               TO TR-INVOICE-DESCRIPTION.
           MOVE CD-COMPANY-CODE       TO TR-COMPANY-CODE.
           WRITE INVOICE-TRANSACTION-RECORD.

           MOVE SN-CUSTOMER-NUMBER    TO CK-CUSTOMER-NUMBER.
           MOVE CD-ADDRESS-CITY       TO CK-ADDRESS-CITY.
           MOVE CD-ADDRESS-STATE      TO CK-ADDRESS-STATE.
           MOVE CD-ADDRESS-ZIP        TO CK-ADDRESS-ZIP.
           MOVE CD-COMPANY-CODE       TO CK-COMPANY-CODE.
           WRITE CHECK-ISSUE-RECORD.

           ADD 1 TO WS-REFUNDS-PROPOSED.
