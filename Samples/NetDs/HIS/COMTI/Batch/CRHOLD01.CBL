      ***********************************************************
      * CRHOLD01 -- DAILY CUSTOMER CREDIT HOLD AND RELEASE          *
      *                                                             *
      * CHECKCREDITEXPOSURE DIVERTS AN INDIVIDUAL OVER-LIMIT CHARGE *
      * AND OVRLMT01 PRINTS THE DAILY LIST, BUT NOTHING EVER PUT    *
      * THE CUSTOMER THEMSELVES ON HOLD -- BILLGEN1 GENERATED NEXT  *
      * CYCLE'S CHARGES AND SENDINV ACCEPTED NEW ROWS FOR AN        *
      * ACCOUNT OVER LIMIT FOR WEEKS. THIS JOB RUNS DAILY AFTER     *
      * CASH APPLICATION: FOR EVERY CUSTOMER WITH A NONZERO         *
      * CD-CREDIT-LIMIT IT MEASURES OPEN EXPOSURE THROUGH           *
      * CHECKCREDITEXPOSURE, STARTS (OR KEEPS) THE CONSECUTIVE-DAY  *
      * CLOCK IN CD-OVERLIMIT-SINCE-DATE WHILE EXPOSURE EXCEEDS THE *
      * LIMIT, SETS CD-ON-CREDIT-HOLD ONCE THE CLOCK PASSES N DAYS  *
      * (CONFIGURABLE FROM THE USUAL OPTIONAL PARAMETER FILE), AND  *
      * CLEARS BOTH THE CLOCK AND THE HOLD THE DAY THE ACCOUNT      *
      * COMES BACK UNDER -- SO A HOLD RELEASES ITSELF AS SOON AS    *
      * CASH APPLICATION CATCHES THE ACCOUNT UP. EVERY HOLD AND     *
      * RELEASE GETS ONE LINE ON THE REGISTER FOR COLLECTIONS.      *
      *                                                             *
      * EVERY MEMBER OF AN ACCTHIER NATIONAL ACCOUNT IS ALSO JUDGED *
      * AGAINST THE GROUP: WHILE THE WHOLE GROUP'S EXPOSURE EXCEEDS *
      * THE CD-GROUP-CREDIT-LIMIT ON THE PARENT, EACH MEMBER'S OWN  *
      * CLOCK RUNS (WHATEVER ITS OWN LIMIT) AND EACH IS HELD AFTER  *
      * THE SAME N DAYS, SO THE DIVISIONS CANNOT KEEP CHARGING      *
      * AGAINST A PARENT THAT IS OVER. A HOLD SET FOR THE GROUP IS  *
      * MARKED ON THE REGISTER WITH THE PARENT'S NUMBER.            *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRHOLD01.
           SELECT HOLD-PARM-FILE ASSIGN TO CRHLDPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO ACCTHIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIERARCHY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  HP-HOLD-AFTER-DAYS            PIC 9(3).
           05  FILLER                        PIC X(77).

       FD  HIERARCHY-FILE.
           COPY ACCTHIER.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-CUSTOMERS          VALUE 'Y'.
           88  WS-DEMO-STATUS-OK             VALUE '00'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-HIERARCHY-STATUS               PIC X(2).
           88  WS-HIERARCHY-OPENED-OK        VALUE '00'.
       01  WS-HIER-EOF-FLAG                  PIC X VALUE 'N'.
           88  WS-NO-MORE-HIERARCHY          VALUE 'Y'.

      *  EXPOSURE MUST EXCEED THE LIMIT THIS MANY CONSECUTIVE DAYS
      *  BEFORE THE HOLD LANDS -- ONE BAD DAY IS A TIMING BLIP,
       01  WS-OPEN-EXPOSURE                  PIC S9(13)V9(2) COMP-3.
       01  WS-CHKCRD-STATUS                  PIC X(2).
           88  WS-CHKCRD-OVER-LIMIT          VALUE '04'.
       01  WS-GROUP-PARENT-NUMBER            PIC 9(9).
       01  WS-GROUP-CREDIT-LIMIT             PIC S9(13)V9(2) COMP-3.
       01  WS-GROUP-EXPOSURE                 PIC S9(13)V9(2) COMP-3.

      *  EVERY CUSTOMER NUMBER IN A NATIONAL ACCOUNT, PARENT OR
      *  CHILD -- ONLY THESE NEED MEASURING WHEN THEY CARRY NO
      *  LIMIT OF THEIR OWN. ROOM FOR BOTH SIDES OF STMTCON1'S 2000
      *  PAIRS; A MEMBER PAST THE BOUND IS ONLY JUDGED AGAINST ITS
      *  GROUP WHEN IT HAS A LIMIT OF ITS OWN.
       01  WS-MAX-MEMBERS                    PIC 9(4) COMP VALUE 4000.
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-NUMBER OCCURS 4000 TIMES
                                       INDEXED BY WS-MEMBER-IDX
                                             PIC 9(9).
       01  WS-MEMBER-COUNT                   PIC 9(4) COMP VALUE 0.
       01  WS-CHECK-MEMBER                   PIC 9(9).
       01  WS-MEMBER-SCAN                    PIC 9(4) COMP.
       01  WS-MEMBER-FOUND-FLAG              PIC X.
           88  WS-MEMBER-FOUND               VALUE 'Y'.

      *  WHAT THE CUSTOMER WAS JUDGED ON -- ITS OWN EXPOSURE AND
      *  LIMIT, OR ITS GROUP'S -- FOR THE REGISTER.
       01  WS-OVER-FLAG                      PIC X.
           88  WS-OVER-A-LIMIT               VALUE 'Y'.
       01  WS-GROUP-BASIS-FLAG               PIC X.
           88  WS-JUDGED-ON-GROUP            VALUE 'Y'.
       01  WS-JUDGED-EXPOSURE                PIC S9(13)V9(2) COMP-3.
       01  WS-JUDGED-LIMIT                   PIC S9(13)V9(2) COMP-3.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-MODIFICATION-STAMP             PIC 9(14).
       01  WS-JOURNAL-ACTION                 PIC X(1) VALUE 'R'.
       01  WS-JOURNAL-PROGRAM                PIC X(8)
                                              VALUE 'CRHOLD01'.
       01  WS-JOURNAL-BEFORE                 PIC X(300).
       01  WS-JOURNAL-AFTER                  PIC X(300).

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-READ             PIC 9(9) COMP VALUE 0.
           05  WS-DTL-DAYS-OVER              PIC ZZ,ZZ9.
           05  FILLER                        PIC X(10)
               VALUE ' DAYS OVER'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-BASIS                  PIC X(24).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(12)
           END-IF.

           OPEN OUTPUT HOLD-REGISTER-FILE.
           PERFORM LOAD-MEMBER-TABLE THRU LOAD-MEMBER-TABLE-EXIT.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-MODIFICATION-STAMP.
           COMPUTE WS-TODAY-INTEGER-DATE =
       READ-HOLD-PARM-EXIT.
           EXIT.

      *  NO HIERARCHY FILE JUST MEANS NO NATIONAL ACCOUNTS YET.
       LOAD-MEMBER-TABLE.
           OPEN INPUT HIERARCHY-FILE.
           IF NOT WS-HIERARCHY-OPENED-OK
               CLOSE HIERARCHY-FILE
               GO TO LOAD-MEMBER-TABLE-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-HIERARCHY
               READ HIERARCHY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIER-EOF-FLAG
                   NOT AT END
                       MOVE AH-CHILD-CUSTOMER-NUMBER
                           TO WS-CHECK-MEMBER
                       PERFORM ADD-ONE-MEMBER
                       MOVE AH-PARENT-ACCOUNT-NUMBER
                           TO WS-CHECK-MEMBER
                       PERFORM ADD-ONE-MEMBER
               END-READ
           END-PERFORM.
           CLOSE HIERARCHY-FILE.
       LOAD-MEMBER-TABLE-EXIT.
           EXIT.

       ADD-ONE-MEMBER.
           PERFORM FIND-MEMBER.
           IF NOT WS-MEMBER-FOUND AND WS-MEMBER-COUNT < WS-MAX-MEMBERS
               ADD 1 TO WS-MEMBER-COUNT
               SET WS-MEMBER-IDX TO WS-MEMBER-COUNT
               MOVE WS-CHECK-MEMBER TO WS-MEMBER-NUMBER(WS-MEMBER-IDX)
           END-IF.

       FIND-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND-FLAG.
           MOVE 0 TO WS-MEMBER-SCAN.
           PERFORM UNTIL WS-MEMBER-SCAN = WS-MEMBER-COUNT
                      OR WS-MEMBER-FOUND
               ADD 1 TO WS-MEMBER-SCAN
               SET WS-MEMBER-IDX TO WS-MEMBER-SCAN
               IF WS-MEMBER-NUMBER(WS-MEMBER-IDX) = WS-CHECK-MEMBER
                   MOVE 'Y' TO WS-MEMBER-FOUND-FLAG
               END-IF
           END-PERFORM.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-DEMOGRAPHIC-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
      *  CONSECUTIVE-DAY CLOCK, AND SET OR RELEASE THE HOLD. ONLY A    *
      *  RECORD THAT ACTUALLY CHANGED IS REWRITTEN. A ZERO LIMIT       *
      *  MEANS NO LIMIT IS ENFORCED -- ANY LEFTOVER HOLD ON SUCH AN    *
      *  ACCOUNT IS RELEASED, UNLESS IT BELONGS TO A NATIONAL ACCOUNT  *
      *  WHOSE GROUP LIMIT IT MAY STILL BE OVER.                       *
      *****************************************************************
       JUDGE-ONE-CUSTOMER.
           MOVE 'N' TO WS-RECORD-CHANGED-FLAG.
           MOVE CUSTOMER-DEMOGRAPHIC-RECORD TO WS-JOURNAL-BEFORE.
           MOVE 'N' TO WS-OVER-FLAG.
           MOVE 'N' TO WS-GROUP-BASIS-FLAG.
           MOVE 0 TO WS-JUDGED-EXPOSURE.
           MOVE CD-CREDIT-LIMIT TO WS-JUDGED-LIMIT.

           MOVE CD-CUSTOMER-NUMBER TO WS-CHECK-MEMBER.
           PERFORM FIND-MEMBER.
           IF CD-CREDIT-LIMIT = 0 AND NOT WS-MEMBER-FOUND
               IF CD-ON-CREDIT-HOLD OR CD-OVERLIMIT-SINCE-DATE > 0
                   PERFORM RELEASE-THE-HOLD
               END-IF
               GO TO JUDGE-ONE-CUSTOMER-EXIT
                     WS-PROPOSED-AMOUNT
                     WS-CREDIT-LIMIT
                     WS-OPEN-EXPOSURE
                     WS-CHKCRD-STATUS
                     WS-GROUP-PARENT-NUMBER
                     WS-GROUP-CREDIT-LIMIT
                     WS-GROUP-EXPOSURE.

      *  THE CUSTOMER'S OWN LIMIT FIRST; FAILING THAT, ITS GROUP'S.
      *  A MEMBER WITH NO LIMIT OF ITS OWN IS SHOWN ON THE GROUP.
           MOVE WS-OPEN-EXPOSURE TO WS-JUDGED-EXPOSURE.
           IF CD-CREDIT-LIMIT > 0 AND
              WS-OPEN-EXPOSURE > CD-CREDIT-LIMIT
               SET WS-OVER-A-LIMIT TO TRUE
           ELSE
               IF WS-GROUP-CREDIT-LIMIT > 0 AND
                  (CD-CREDIT-LIMIT = 0 OR
                   WS-GROUP-EXPOSURE > WS-GROUP-CREDIT-LIMIT)
                   SET WS-JUDGED-ON-GROUP TO TRUE
                   MOVE WS-GROUP-EXPOSURE     TO WS-JUDGED-EXPOSURE
                   MOVE WS-GROUP-CREDIT-LIMIT TO WS-JUDGED-LIMIT
                   IF WS-GROUP-EXPOSURE > WS-GROUP-CREDIT-LIMIT
                       SET WS-OVER-A-LIMIT TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF WS-OVER-A-LIMIT
               PERFORM RUN-THE-OVERLIMIT-CLOCK
           ELSE
               IF CD-ON-CREDIT-HOLD OR CD-OVERLIMIT-SINCE-DATE > 0

       WRITE-REGISTER-LINE.
           MOVE CD-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.
           MOVE WS-JUDGED-EXPOSURE TO WS-DTL-EXPOSURE.
           MOVE WS-JUDGED-LIMIT    TO WS-DTL-LIMIT.
           MOVE WS-DAYS-OVER       TO WS-DTL-DAYS-OVER.
           MOVE SPACES             TO WS-DTL-BASIS.
           IF WS-JUDGED-ON-GROUP
               STRING 'GROUP, PARENT ' WS-GROUP-PARENT-NUMBER
                   DELIMITED BY SIZE INTO WS-DTL-BASIS
           END-IF.
           WRITE HOLD-REGISTER-LINE FROM WS-DETAIL-LINE.
