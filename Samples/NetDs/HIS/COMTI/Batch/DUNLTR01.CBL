      * MATCH-MERGES THE SAME TWO PRE-SORTED EXTRACTS STMTGEN1       *
      * READS (CUSTSTMT.cpy NAME/ADDRESS EXTRACT AND THE INVOICE     *
      * MASTER EXTRACT) AND WRITES ONE ESCALATING LETTER PER         *
      * CUSTOMER WITH PAST-DUE OPEN ITEMS: A REMINDER AT 1-30 DAYS   *
      * PAST DUE, A DEMAND AT 31-60, AND A FINAL NOTICE OVER 60 --   *
      * THE LETTER GRADE IS THE OLDEST PAST-DUE BUCKET THE CUSTOMER  *
      * HAS. AGING USES THE SAME FUNCTION INTEGER-OF-DAY ARITHMETIC  *
      * ON IM-DUE-DATE AS INVAGE01 -- NET 30 FROM IM-INVOICE-DATE    *
      * FOR AN INVOICE POSTED BEFORE DUE DATES WERE STAMPED, WHICH   *
      * GRADES EXACTLY AS THE OLD DAYS-OLD RULE DID. INVOICES WITH   *
      * IM-INVOICE-HOLD-STATUS = 'H' STAY OUT OF THE LETTERS THE     *
      * SAME WAY INVAGE01 KEEPS THEM OUT OF ITS COLLECTION BUCKETS,  *
      * AND SETTLED INVOICES ARE NO LONGER RECEIVABLES SO THEY ARE   *
      * SKIPPED TOO.                                                 *
      * A CUSTOMER CURRENT ON AN ACTIVE PAYPLAN.cpy INSTALLMENT      *
      * PLAN (PLANCMP1 KEEPS THE PLAN STATUS HONEST) GETS NO         *
      * LETTER -- THEY ARE HONORING AN AGREEMENT, NOT DELINQUENT.    *
      * A DEFAULTED OR COMPLETED PLAN SUPPRESSES NOTHING, SO A       *
      * MISSED INSTALLMENT DROPS THE CUSTOMER STRAIGHT BACK INTO     *
      * THE NORMAL LETTER GRADES.                                    *
      * LIKEWISE A CUSTOMER WITH AN OPEN PROMISE.cpy PROMISE TO PAY  *
      * WHOSE PROMISED DATE HAS NOT YET PASSED GETS NO LETTER WHILE  *
      * THE COLLECTOR WAITS ON THE MONEY; ONCE PTPCHK01 CLOSES IT    *
      * KEPT OR BROKEN, OR THE DATE GOES BY, THE HOLD LIFTS.         *
      * AN ACCOUNT AGYPLC01 HAS PLACED WITH A COLLECTION AGENCY      *
      * (ST-PLACED-WITH-AGENCY) GETS NO LETTER EITHER UNTIL THE      *
      * AGENCY RETURNS IT -- THE AGENCY DOES THE CHASING NOW.        *
      * NOR DOES ONE IN BANKRUPTCY OR UNDER ANOTHER LEGAL HOLD        *
      * (ST-COLLECTION-BARRED, KEPT BY THE LGLMNT LEGAL-STATUS       *
      * METHOD) -- THE STAY BARS ANY DEMAND FOR PAYMENT, SO THAT     *
      * CHECK COMES BEFORE EVERY OTHER.                              *
      * EACH LETTER IS ADDRESSED TO THE RIGHT PERSON FROM THE        *
      * CUSTCONT.cpy CONTACT FILE: REMINDERS AND DEMANDS TO THE      *
      * ACTIVE AP CONTACT, FINAL NOTICES TO THE ESCALATION CONTACT   *
      * (FALLING BACK TO AP), EITHER FALLING BACK TO BILLING. A      *
      * CUSTOMER WITH NO SUCH CONTACT GETS THE LETTER AS BEFORE.     *
      * EACH LETTER CLOSES WITH THE REMIT-TO ADDRESS OF THE COMPANY  *
      * (COMPMAST.cpy) THE CUSTOMER IS BILLED BY, SO A SISTER        *
      * COMPANY'S CUSTOMERS PAY THE RIGHT LEGAL ENTITY.              *
      * A LETTER THAT IS DUE TO A CUSTOMER WHOSE MAIL HAS COME BACK  *
      * UNDELIVERABLE (ST-ADDRESS-BAD, SET BY RTNMAIL1) IS HELD,     *
      * COUNTED, AND LISTED ON THE RETURNED-MAIL SKIP FILE THROUGH   *
      * WRITEMAILSKIP UNTIL CUSTMNT CORRECTS THE ADDRESS.            *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNLTR01.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUNNING-LETTER-FILE ASSIGN TO DUNLTRS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-INDEX-FILE ASSIGN TO DUNDOCX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO PAYPLAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PROMISE-FILE ASSIGN TO PROMISE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CUSTOMER-NUMBER
               FILE STATUS IS WS-PROMISE-STATUS.
           SELECT CUSTOMER-CONTACT-FILE ASSIGN TO CUSTCONT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CONTACT-STATUS.
           SELECT COMPANY-MASTER-FILE ASSIGN TO COMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-COMPANY-CODE
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT COLLECTIONS-REPORT-FILE ASSIGN TO DUNCOLRP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPPRESS-PARM-FILE ASSIGN TO DUNPARM
           COPY CUSTSTMT.

       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.

           RECORD CONTAINS 132 CHARACTERS.
       01  DUNNING-LETTER-LINE               PIC X(132).

       FD  LETTER-INDEX-FILE.
           COPY DOCINDX.

       FD  PAYMENT-PLAN-FILE.
           COPY PAYPLAN.

       FD  PROMISE-FILE.
           COPY PROMISE.

       FD  DUNNING-HISTORY-FILE.
           COPY DUNHIST.

       FD  CUSTOMER-CONTACT-FILE.
           COPY CUSTCONT.

       FD  COMPANY-MASTER-FILE.
           COPY COMPMAST.

       FD  COLLECTIONS-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  COLLECTIONS-REPORT-LINE           PIC X(132).
       01  WS-PLAN-FOUND-FLAG                PIC X.
           88  WS-PLAN-FOUND                 VALUE 'Y'.

      *  THE PROMISE-TO-PAY FILE IS OPTIONAL THE SAME WAY.
       01  WS-PROMISE-STATUS                 PIC X(2).
           88  WS-PROMISE-OPENED-OK          VALUE '00'.
       01  WS-PROMISE-FILE-FLAG              PIC X VALUE 'N'.
           88  WS-PROMISE-FILE-PRESENT       VALUE 'Y'.
       01  WS-PROMISE-FOUND-FLAG             PIC X.
           88  WS-PROMISE-PENDING            VALUE 'Y'.
       01  WS-TODAY-JULIAN                   PIC 9(7).

      *  THE CONTACT FILE IS OPTIONAL THE SAME WAY -- WITHOUT IT
      *  EVERY LETTER GOES TO THE ACCOUNT NAME AS IT ALWAYS DID.
       01  WS-CONTACT-STATUS                 PIC X(2).
           88  WS-CONTACT-OPENED-OK          VALUE '00'.
       01  WS-CONTACT-FILE-FLAG              PIC X VALUE 'N'.
           88  WS-CONTACT-FILE-PRESENT       VALUE 'Y'.
       01  WS-CONTACT-FOUND-FLAG             PIC X.
           88  WS-CONTACT-FOUND              VALUE 'Y'.
       01  WS-MORE-CONTACTS-FLAG             PIC X.
           88  WS-MORE-CONTACTS              VALUE 'Y'.
       01  WS-WANTED-ROLE                    PIC X(1).

      *  THE COMPANY MASTER (COMPMAST.cpy) IS OPTIONAL THE SAME WAY
      *  -- EVERY LETTER CLOSES WITH THE REMIT-TO ADDRESS OF THE
      *  COMPANY THE CUSTOMER IS BILLED BY (SPACES ARE THE HOME
      *  COMPANY). WITHOUT THE MASTER, OR WITH NO RECORD FOR THAT
      *  COMPANY, THE LETTER PRINTS AS BEFORE.
       01  WS-COMPANY-STATUS                 PIC X(2).
           88  WS-COMPANY-OPENED-OK          VALUE '00'.
       01  WS-COMPANY-FILE-FLAG              PIC X VALUE 'N'.
           88  WS-COMPANY-FILE-PRESENT       VALUE 'Y'.
       01  WS-COMPANY-FOUND-FLAG             PIC X.
           88  WS-COMPANY-FOUND              VALUE 'Y'.
       01  WS-HOME-COMPANY-CODE              PIC X(2) VALUE '01'.

       01  WS-REMIT-TO-LINE.
           05  FILLER                        PIC X(18)
               VALUE 'REMIT PAYMENT TO: '.
           05  WS-RMT-NAME                   PIC X(30).

       01  WS-REMIT-ADDRESS-LINE.
           05  FILLER                        PIC X(18) VALUE SPACES.
           05  WS-RMT-ADDRESS                PIC X(30).

       01  WS-REMIT-CITY-LINE.
           05  FILLER                        PIC X(18) VALUE SPACES.
           05  WS-RMT-CITY                   PIC X(20).
           05  FILLER                        PIC X(2) VALUE ', '.
           05  WS-RMT-STATE                  PIC X(2).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-RMT-ZIP                    PIC X(10).

      *
      *  LETTER HISTORY AND SAME-GRADE SUPPRESSION -- A CUSTOMER
      *  WHOSE BALANCE HASN'T MOVED USED TO GET THE IDENTICAL

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-INTEGER-DATE             PIC S9(9) COMP.
       01  WS-DUE-INTEGER-DATE               PIC S9(9) COMP.
       01  WS-DAYS-PAST-DUE                  PIC S9(9) COMP.

      *  LETTER GRADE FOR THE CUSTOMER CURRENTLY BEING ACCUMULATED --
      *  THE OLDEST PAST-DUE BUCKET SEEN SO FAR. 0 MEANS NOTHING
           05  WS-ORPHAN-INVOICES            PIC 9(9) COMP VALUE 0.
           05  WS-PLAN-SUPPRESSED            PIC 9(9) COMP VALUE 0.
           05  WS-GRADE-SUPPRESSED           PIC 9(9) COMP VALUE 0.
           05  WS-PROMISE-SUPPRESSED         PIC 9(9) COMP VALUE 0.
           05  WS-AGENCY-REFERRALS           PIC 9(9) COMP VALUE 0.
           05  WS-AGENCY-SUPPRESSED          PIC 9(9) COMP VALUE 0.
           05  WS-LEGAL-SUPPRESSED           PIC 9(9) COMP VALUE 0.
           05  WS-ADDRESS-SUPPRESSED         PIC 9(9) COMP VALUE 0.

       01  WS-MAILSKIP-DOCUMENT              PIC X(1) VALUE 'D'.
       01  WS-MAILSKIP-CALLER                PIC X(8) VALUE 'DUNLTR01'.

      *  DOCUMENT INDEX FOR DOCRTE01'S DELIVERY ROUTING -- ONE
      *  DOCINDX.cpy RECORD PER LETTER, CARRYING THE LINES THE
      *  LETTER TOOK. NOTHING BUT LETTERS PRECEDES THE SUMMARY.
       01  WS-DOC-LINE-COUNT                 PIC 9(5).

       01  WS-BLANK-LINE                     PIC X(132) VALUE SPACES.

           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-NAM-LAST-NAME              PIC X(20).

       01  WS-ATTENTION-LINE.
           05  FILLER                        PIC X(6) VALUE 'ATTN: '.
           05  WS-ATT-CONTACT-NAME           PIC X(30).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ATT-CONTACT-TITLE          PIC X(30).

       01  WS-ADDRESS-LINE                   PIC X(30).

       01  WS-CITY-LINE.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-INV-INVOICE-NUMBER         PIC 9(10).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-INV-DAYS-PAST-DUE          PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(15)
               VALUE ' DAYS PAST DUE '.
           05  WS-INV-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-INV-CURRENCY-CODE          PIC X(3).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-INV-USD-AMOUNT             PIC -(12)9.99.
           05  FILLER                        PIC X(4) VALUE ' USD'.
           05  FILLER                        PIC X(12)
               VALUE '   YOUR PO: '.
           05  WS-INV-PO-NUMBER              PIC X(20).

       01  WS-TOTAL-LINE.
           05  FILLER                        PIC X(4) VALUE SPACES.
               VALUE 'SUPPRESSED, SAME GRADE: '.
           05  WS-SUM-GRADE-SUPPRESSED      PIC ZZZ,ZZZ,ZZ9.

       01  WS-PROMISE-SUMMARY-LINE.
           05  FILLER                        PIC X(24)
               VALUE 'HELD, PROMISE TO PAY:   '.
           05  WS-SUM-PROMISE-SUPPRESSED    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'SUPPRESSED, AT AGENCY:  '.
           05  WS-SUM-AGENCY-SUPPRESSED     PIC ZZZ,ZZZ,ZZ9.

       01  WS-LEGAL-SUMMARY-LINE.
           05  FILLER                        PIC X(24)
               VALUE 'BARRED, LEGAL STATUS:   '.
           05  WS-SUM-LEGAL-SUPPRESSED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'HELD, RETURNED MAIL:    '.
           05  WS-SUM-ADDRESS-SUPPRESSED    PIC ZZZ,ZZZ,ZZ9.

       01  WS-REFERRAL-LINE.
           05  WS-REF-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           OPEN INPUT CUSTOMER-EXTRACT-FILE
                      INVOICE-EXTRACT-FILE
                OUTPUT DUNNING-LETTER-FILE
                       LETTER-INDEX-FILE
                       COLLECTIONS-REPORT-FILE.

           WRITE COLLECTIONS-REPORT-LINE
               CLOSE PAYMENT-PLAN-FILE
           END-IF.

           OPEN INPUT PROMISE-FILE.
           IF WS-PROMISE-OPENED-OK
               SET WS-PROMISE-FILE-PRESENT TO TRUE
           ELSE
               CLOSE PROMISE-FILE
           END-IF.

           OPEN INPUT CUSTOMER-CONTACT-FILE.
           IF WS-CONTACT-OPENED-OK
               SET WS-CONTACT-FILE-PRESENT TO TRUE
           ELSE
               CLOSE CUSTOMER-CONTACT-FILE
           END-IF.

           OPEN INPUT COMPANY-MASTER-FILE.
           IF WS-COMPANY-OPENED-OK
               SET WS-COMPANY-FILE-PRESENT TO TRUE
           ELSE
               CLOSE COMPANY-MASTER-FILE
           END-IF.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-YYYYMMDD-HIST.
           COMPUTE WS-TODAY-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(WS-TODAY-INTEGER-DATE).

           PERFORM READ-NEXT-CUSTOMER.
           PERFORM READ-NEXT-INVOICE.
           MOVE WS-PLAN-SUPPRESSED   TO WS-SUM-PLAN-SUPPRESSED.
           MOVE WS-GRADE-SUPPRESSED  TO WS-SUM-GRADE-SUPPRESSED.
           WRITE DUNNING-LETTER-LINE FROM WS-PLAN-SUMMARY-LINE.
           MOVE WS-PROMISE-SUPPRESSED TO WS-SUM-PROMISE-SUPPRESSED.
           MOVE WS-AGENCY-SUPPRESSED  TO WS-SUM-AGENCY-SUPPRESSED.
           WRITE DUNNING-LETTER-LINE FROM WS-PROMISE-SUMMARY-LINE.
           MOVE WS-LEGAL-SUPPRESSED   TO WS-SUM-LEGAL-SUPPRESSED.
           MOVE WS-ADDRESS-SUPPRESSED TO WS-SUM-ADDRESS-SUPPRESSED.
           WRITE DUNNING-LETTER-LINE FROM WS-LEGAL-SUMMARY-LINE.

           MOVE SPACES TO COLLECTIONS-REPORT-LINE.
           WRITE COLLECTIONS-REPORT-LINE.
           CLOSE CUSTOMER-EXTRACT-FILE
                 INVOICE-EXTRACT-FILE
                 DUNNING-LETTER-FILE
                 LETTER-INDEX-FILE
                 DUNNING-HISTORY-FILE
                 COLLECTIONS-REPORT-FILE.
           IF WS-PLAN-FILE-PRESENT
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           IF WS-PROMISE-FILE-PRESENT
               CLOSE PROMISE-FILE
           END-IF.
           IF WS-CONTACT-FILE-PRESENT
               CLOSE CUSTOMER-CONTACT-FILE
           END-IF.
           IF WS-COMPANY-FILE-PRESENT
               CLOSE COMPANY-MASTER-FILE
           END-IF.
           GOBACK.

       READ-NEXT-CUSTOMER.

      *****************************************************************
      *  AGE ONE OF THE CURRENT CUSTOMER'S INVOICES. ONLY AN OPEN,     *
      *  NOT-ON-HOLD CHARGE PAST ITS DUE DATE CONTRIBUTES TO THE       *
      *  LETTER;                                                       *
      *  THE OLDEST BUCKET SEEN SETS THE LETTER GRADE.                 *
      *****************************************************************
       GRADE-MATCHED-INVOICE.
               GO TO GRADE-MATCHED-INVOICE-EXIT
           END-IF.

           IF IM-DUE-DATE > 0
               COMPUTE WS-DUE-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DAY(IM-DUE-DATE)
           ELSE
               COMPUTE WS-DUE-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE) + 30
           END-IF.
           COMPUTE WS-DAYS-PAST-DUE =
               WS-TODAY-INTEGER-DATE - WS-DUE-INTEGER-DATE.

           IF WS-DAYS-PAST-DUE NOT GREATER THAN 0
               GO TO GRADE-MATCHED-INVOICE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 30
                   IF WS-LETTER-GRADE < 1
                       MOVE 1 TO WS-LETTER-GRADE
                   END-IF
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 60
                   IF WS-LETTER-GRADE < 2
                       MOVE 2 TO WS-LETTER-GRADE
                   END-IF
               ADD 1 TO WS-DETAIL-COUNT
               SET WS-DETAIL-IDX TO WS-DETAIL-COUNT
               MOVE IM-INVOICE-NUMBER TO WS-INV-INVOICE-NUMBER
               MOVE WS-DAYS-PAST-DUE  TO WS-INV-DAYS-PAST-DUE
               MOVE IM-INVOICE-AMOUNT TO WS-INV-AMOUNT
               MOVE IM-INVOICE-CURRENCY-CODE
                   TO WS-INV-CURRENCY-CODE
               MOVE WS-USD-AMOUNT     TO WS-INV-USD-AMOUNT
               MOVE IM-PO-NUMBER      TO WS-INV-PO-NUMBER
               MOVE WS-INVOICE-LINE   TO WS-DETAIL-TEXT(WS-DETAIL-IDX)
           ELSE
               ADD 1 TO WS-DETAIL-OVERFLOW
       FINISH-THIS-CUSTOMER.
           IF NOT WS-NO-LETTER-DUE
               PERFORM CHECK-PAYMENT-PLAN
               PERFORM CHECK-OPEN-PROMISE
               EVALUATE TRUE
                   WHEN ST-COLLECTION-BARRED
                       ADD 1 TO WS-LEGAL-SUPPRESSED
                   WHEN ST-PLACED-WITH-AGENCY
                       ADD 1 TO WS-AGENCY-SUPPRESSED
                   WHEN WS-PLAN-FOUND
                       ADD 1 TO WS-PLAN-SUPPRESSED
                   WHEN WS-PROMISE-PENDING
                       ADD 1 TO WS-PROMISE-SUPPRESSED
                   WHEN OTHER
                       PERFORM CHECK-LETTER-HISTORY
                       EVALUATE TRUE
                           WHEN WS-SUPPRESS-THIS-LETTER
                               ADD 1 TO WS-GRADE-SUPPRESSED
                           WHEN ST-ADDRESS-BAD
                               PERFORM HOLD-LETTER-FOR-ADDRESS
                           WHEN OTHER
                               PERFORM WRITE-DUNNING-LETTER
                               PERFORM RECORD-LETTER-HISTORY
                       END-EVALUATE
               END-EVALUATE
           END-IF.

           MOVE 0 TO WS-LETTER-GRADE.
           MOVE 0 TO WS-DETAIL-OVERFLOW.
           PERFORM READ-NEXT-CUSTOMER.

      *  A LETTER THAT WOULD HAVE GONE OUT BUT FOR A RETURNED-MAIL
      *  ADDRESS. NO HISTORY IS RECORDED -- THE LETTER WAS NEVER
      *  SENT, SO THE GRADE STILL HAS TO GO OUT ONCE THE ADDRESS
      *  IS CORRECTED.
       HOLD-LETTER-FOR-ADDRESS.
           ADD 1 TO WS-ADDRESS-SUPPRESSED.
           CALL 'WRITEMAILSKIP' USING WS-MAILSKIP-DOCUMENT
                                      ST-CUSTOMER-NUMBER
                                      ST-LAST-NAME
                                      WS-PAST-DUE-TOTAL
                                      WS-MAILSKIP-CALLER.

      *  WS-PLAN-FOUND COMES BACK SET ONLY FOR AN ACTIVE PLAN --
      *  PLANCMP1 FLIPS A PLAN TO DEFAULTED THE CYCLE AN
      *  INSTALLMENT IS MISSED, SO THE SUPPRESSION DIES WITH THE
               END-IF
           END-IF.

      *  WS-PROMISE-PENDING COMES BACK SET ONLY FOR AN OPEN PROMISE
      *  WHOSE DATE HAS NOT PASSED -- AN EXPIRED ONE PTPCHK01 HAS NOT
      *  GOT ROUND TO CLOSING YET HOLDS NOTHING.
       CHECK-OPEN-PROMISE.
           MOVE 'N' TO WS-PROMISE-FOUND-FLAG.
           IF WS-PROMISE-FILE-PRESENT
               MOVE WS-CUSTOMER-KEY TO PM-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-PROMISE-FOUND-FLAG
               READ PROMISE-FILE
                   INVALID KEY MOVE 'N' TO WS-PROMISE-FOUND-FLAG
               END-READ
               IF WS-PROMISE-PENDING
                   IF NOT PM-PROMISE-OPEN OR
                      PM-PROMISED-DATE < WS-TODAY-JULIAN
                       MOVE 'N' TO WS-PROMISE-FOUND-FLAG
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  WHO THE LETTER IS FOR: A REMINDER OR DEMAND GOES TO THE       *
      *  ACCOUNTS PAYABLE CONTACT, A FINAL NOTICE TO THE ESCALATION    *
      *  CONTACT AND FAILING THAT TO AP; EITHER FALLS BACK TO THE      *
      *  BILLING CONTACT BEFORE GIVING UP AND ADDRESSING THE ACCOUNT.  *
      *****************************************************************
       FIND-LETTER-CONTACT.
           MOVE 'N' TO WS-CONTACT-FOUND-FLAG.
           IF WS-CONTACT-FILE-PRESENT
               IF WS-FINAL-NOTICE-DUE
                   MOVE 'E' TO WS-WANTED-ROLE
                   PERFORM FIND-CONTACT-IN-ROLE
               END-IF
               IF NOT WS-CONTACT-FOUND
                   MOVE 'A' TO WS-WANTED-ROLE
                   PERFORM FIND-CONTACT-IN-ROLE
               END-IF
               IF NOT WS-CONTACT-FOUND
                   MOVE 'B' TO WS-WANTED-ROLE
                   PERFORM FIND-CONTACT-IN-ROLE
               END-IF
           END-IF.

      *  THE LOWEST-SEQUENCE ACTIVE CONTACT IN THE WANTED ROLE.
       FIND-CONTACT-IN-ROLE.
           MOVE WS-CUSTOMER-KEY TO CC-CUSTOMER-NUMBER.
           MOVE 0 TO CC-CONTACT-SEQUENCE.
           MOVE 'Y' TO WS-MORE-CONTACTS-FLAG.
           START CUSTOMER-CONTACT-FILE KEY IS NOT LESS THAN CC-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-CONTACTS-FLAG
           END-START.

           PERFORM UNTIL NOT WS-MORE-CONTACTS OR WS-CONTACT-FOUND
               READ CUSTOMER-CONTACT-FILE NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-CONTACTS-FLAG
               END-READ
               IF WS-MORE-CONTACTS
                   IF CC-CUSTOMER-NUMBER NOT = WS-CUSTOMER-KEY
                       MOVE 'N' TO WS-MORE-CONTACTS-FLAG
                   ELSE
                       IF CC-CONTACT-ROLE = WS-WANTED-ROLE AND
                          CC-CONTACT-ACTIVE
                           SET WS-CONTACT-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  WALK THE CUSTOMER'S LETTER HISTORY: THE MOST RECENT LETTER     *
      *  DECIDES THE SAME-GRADE SUPPRESSION, AND ANY EARLIER FINAL      *
           MOVE ST-LAST-NAME  TO WS-NAM-LAST-NAME.
           WRITE DUNNING-LETTER-LINE FROM WS-NAME-LINE.

           PERFORM FIND-LETTER-CONTACT.
           IF WS-CONTACT-FOUND
               MOVE CC-CONTACT-NAME  TO WS-ATT-CONTACT-NAME
               MOVE CC-CONTACT-TITLE TO WS-ATT-CONTACT-TITLE
               WRITE DUNNING-LETTER-LINE FROM WS-ATTENTION-LINE
           END-IF.

           MOVE ST-ADDRESS-LINE-1 TO WS-ADDRESS-LINE.
           WRITE DUNNING-LETTER-LINE FROM WS-ADDRESS-LINE.
           MOVE ST-ADDRESS-LINE-2 TO WS-ADDRESS-LINE.
           WRITE DUNNING-LETTER-LINE FROM WS-BLANK-LINE.
           WRITE DUNNING-LETTER-LINE FROM WS-SEVERITY-LINE.
           WRITE DUNNING-LETTER-LINE FROM WS-BLANK-LINE.
           MOVE 7 TO WS-DOC-LINE-COUNT.
           IF WS-CONTACT-FOUND
               ADD 1 TO WS-DOC-LINE-COUNT
           END-IF.

           MOVE 0 TO WS-DETAIL-SCAN.
           PERFORM UNTIL WS-DETAIL-SCAN = WS-DETAIL-COUNT
               SET WS-DETAIL-IDX TO WS-DETAIL-SCAN
               WRITE DUNNING-LETTER-LINE
                   FROM WS-DETAIL-TEXT(WS-DETAIL-IDX)
               ADD 1 TO WS-DOC-LINE-COUNT
           END-PERFORM.

           IF WS-DETAIL-OVERFLOW > 0
               MOVE WS-DETAIL-OVERFLOW TO WS-OVF-COUNT
               WRITE DUNNING-LETTER-LINE FROM WS-OVERFLOW-LINE
               ADD 1 TO WS-DOC-LINE-COUNT
           END-IF.

           MOVE WS-PAST-DUE-TOTAL TO WS-TOT-AMOUNT.
           WRITE DUNNING-LETTER-LINE FROM WS-TOTAL-LINE.
           PERFORM WRITE-REMIT-TO-BLOCK.
           WRITE DUNNING-LETTER-LINE FROM WS-BLANK-LINE.
           ADD 2 TO WS-DOC-LINE-COUNT.

           MOVE 'DUNL'             TO DX-DOCUMENT-TYPE.
           MOVE ST-CUSTOMER-NUMBER TO DX-CUSTOMER-NUMBER.
           MOVE ST-ADDRESS-ZIP     TO DX-ADDRESS-ZIP.
           MOVE 0                  TO DX-LINES-BEFORE.
           MOVE WS-DOC-LINE-COUNT  TO DX-LINE-COUNT.
           WRITE DOCUMENT-INDEX-RECORD.

      *****************************************************************
      *  THE REMIT-TO BLOCK OF THE COMPANY THE CUSTOMER IS BILLED BY,  *
      *  UNDER THE BALANCE. A COMPANY WITH NO REMIT-TO NAME OF ITS     *
      *  OWN IS REMITTED TO BY ITS COMPANY NAME.                       *
      *****************************************************************
       WRITE-REMIT-TO-BLOCK.
           MOVE 'N' TO WS-COMPANY-FOUND-FLAG.
           IF WS-COMPANY-FILE-PRESENT
               MOVE ST-COMPANY-CODE TO CO-COMPANY-CODE
               IF CO-COMPANY-CODE = SPACES
                   MOVE WS-HOME-COMPANY-CODE TO CO-COMPANY-CODE
               END-IF
               MOVE 'Y' TO WS-COMPANY-FOUND-FLAG
               READ COMPANY-MASTER-FILE
                   INVALID KEY MOVE 'N' TO WS-COMPANY-FOUND-FLAG
               END-READ
           END-IF.

           IF WS-COMPANY-FOUND
               IF CO-REMIT-TO-NAME = SPACES
                   MOVE CO-COMPANY-NAME  TO WS-RMT-NAME
               ELSE
                   MOVE CO-REMIT-TO-NAME TO WS-RMT-NAME
               END-IF
               WRITE DUNNING-LETTER-LINE FROM WS-REMIT-TO-LINE
               MOVE CO-REMIT-ADDRESS-LINE-1 TO WS-RMT-ADDRESS
               WRITE DUNNING-LETTER-LINE FROM WS-REMIT-ADDRESS-LINE
               ADD 2 TO WS-DOC-LINE-COUNT
               IF CO-REMIT-ADDRESS-LINE-2 NOT = SPACES
                   MOVE CO-REMIT-ADDRESS-LINE-2 TO WS-RMT-ADDRESS
                   WRITE DUNNING-LETTER-LINE FROM WS-REMIT-ADDRESS-LINE
                   ADD 1 TO WS-DOC-LINE-COUNT
               END-IF
               MOVE CO-REMIT-CITY  TO WS-RMT-CITY
               MOVE CO-REMIT-STATE TO WS-RMT-STATE
               MOVE CO-REMIT-ZIP   TO WS-RMT-ZIP
               WRITE DUNNING-LETTER-LINE FROM WS-REMIT-CITY-LINE
               ADD 1 TO WS-DOC-LINE-COUNT
           END-IF.
