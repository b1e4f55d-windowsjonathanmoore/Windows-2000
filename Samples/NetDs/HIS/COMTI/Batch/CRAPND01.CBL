      ***********************************************************
      * CRAPND01 -- CREDIT APPLICATIONS AWAITING APPROVAL            *
      *                                                              *
      * A NEW CUSTOMER TAKES NO CHARGES UNTIL A CREDIT ANALYST       *
      * APPROVES ITS CREDIT APPLICATION, SO AN APPLICATION LEFT      *
      * SITTING IS A CUSTOMER WE CANNOT BILL. THIS WEEKLY JOB READS  *
      * THE CRAPPL FILE (CRAPPL.cpy, KEPT BY THE CRAMNT METHOD) AND  *
      * LISTS, IN CUSTOMER ORDER, EVERY APPLICATION STILL AWAITING   *
      * APPROVAL THAT WAS TAKEN MORE THAN THE WAITING LIMIT AGO.     *
      * EACH LINE CARRIES WHAT THE ANALYST NEEDS TO PICK IT UP: THE  *
      * LIMIT AND TERMS ASKED FOR, THE BUREAU SCORE, AND WHO TOOK    *
      * THE APPLICATION.                                             *
      *                                                              *
      * THE WAITING LIMIT (DAYS) COMES FROM THE USUAL OPTIONAL       *
      * PARAMETER FILE; MISSING OR ZERO, IT IS 5. ANY APPLICATION    *
      * LISTED ENDS THE JOB WITH RETURN CODE 4 SO THE SCHEDULER      *
      * FLAGS IT.                                                    *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRAPND01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-APPLICATION-FILE ASSIGN TO CRAPPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NW-CUSTOMER-NUMBER
               FILE STATUS IS WS-APPL-STATUS.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT PENDING-REPORT-FILE ASSIGN TO CRAPNDRP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-PARM-FILE ASSIGN TO CRAPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-APPLICATION-FILE.
           COPY CRAPPL.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  PENDING-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PENDING-REPORT-LINE               PIC X(132).

      *  ZERO OR BLANK KEEPS THE DEFAULT LIMIT.
       FD  PENDING-PARM-FILE.
       01  PENDING-PARM-RECORD.
           05  PP-WAITING-DAYS               PIC 9(3).
           05  FILLER                        PIC X(77).

       WORKING-STORAGE SECTION.
       01  WS-APPL-EOF-FLAG                  PIC X VALUE 'N'.
           88  WS-NO-MORE-APPLICATIONS       VALUE 'Y'.

       01  WS-APPL-STATUS                    PIC X(2).
           88  WS-APPL-STATUS-OK             VALUE '00'.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-OPENED-OK             VALUE '00'.
       01  WS-DEMO-FILE-FLAG                 PIC X VALUE 'N'.
           88  WS-DEMO-FILE-PRESENT          VALUE 'Y'.
       01  WS-DEMO-FOUND-FLAG                PIC X.
           88  WS-DEMO-FOUND                 VALUE 'Y'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-WAITING-DAYS                   PIC 9(3) VALUE 5.
       01  WS-DAYS-WAITING                   PIC S9(9) COMP.

       01  WS-COUNTERS.
           05  WS-APPLICATIONS-READ          PIC 9(9) COMP VALUE 0.
           05  WS-APPLICATIONS-PENDING       PIC 9(9) COMP VALUE 0.
           05  WS-APPLICATIONS-OVERDUE       PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER                        PIC X(44)
               VALUE 'CREDIT APPLICATIONS AWAITING APPROVAL AS OF '.
           05  WS-TTL-DATE                   PIC 9(8).

       01  WS-BASIS-LINE.
           05  FILLER                        PIC X(20)
               VALUE 'WAITING MORE THAN:  '.
           05  WS-BAS-WAITING-DAYS           PIC ZZ9.
           05  FILLER                        PIC X(5) VALUE ' DAYS'.

       01  WS-COLUMN-LINE.
           05  FILLER                        PIC X(43)
               VALUE 'CUSTOMER   NAME                  REQUESTED '.
           05  FILLER                        PIC X(40)
               VALUE 'DAYS     REQUESTED LIMIT  TERMS SCORE   '.
           05  FILLER                        PIC X(08)
               VALUE 'TAKEN BY'.

       01  WS-APPLICATION-LINE.
           05  WS-APL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-APL-LAST-NAME              PIC X(20).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-APL-REQUEST-DATE           PIC 9(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-APL-DAYS-WAITING           PIC ZZZ9.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-APL-REQUESTED-LIMIT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-APL-REQUESTED-TERMS        PIC X(4).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-APL-BUREAU-SCORE           PIC ZZ9.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-APL-REQUESTED-BY           PIC X(8).

       01  WS-EMPTY-LINE.
           05  FILLER                        PIC X(44)
               VALUE '    NO APPLICATION IS WAITING PAST THE LIMIT'.

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(24)
               VALUE 'APPLICATIONS READ:      '.
           05  WS-SUM-READ                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'AWAITING APPROVAL:      '.
           05  WS-SUM-PENDING                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'WAITING PAST THE LIMIT: '.
           05  WS-SUM-OVERDUE                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           PERFORM READ-PENDING-PARM THRU READ-PENDING-PARM-EXIT.

      *  NO APPLICATION FILE YET MEANS NOBODY HAS EVER APPLIED.
           OPEN INPUT CREDIT-APPLICATION-FILE.
           IF NOT WS-APPL-STATUS-OK
               CLOSE CREDIT-APPLICATION-FILE
               DISPLAY 'CRAPND01: NO CREDIT APPLICATION FILE, '
                       'NOTHING TO DO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.
           IF WS-DEMO-OPENED-OK
               SET WS-DEMO-FILE-PRESENT TO TRUE
           ELSE
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.

           OPEN OUTPUT PENDING-REPORT-FILE.
           MOVE WS-TODAY-YYYYMMDD TO WS-TTL-DATE.
           WRITE PENDING-REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-WAITING-DAYS TO WS-BAS-WAITING-DAYS.
           WRITE PENDING-REPORT-LINE FROM WS-BASIS-LINE.
           MOVE SPACES TO PENDING-REPORT-LINE.
           WRITE PENDING-REPORT-LINE.
           WRITE PENDING-REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM UNTIL WS-NO-MORE-APPLICATIONS
               READ CREDIT-APPLICATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APPL-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-APPLICATION THRU
                               CHECK-ONE-APPLICATION-EXIT
               END-READ
           END-PERFORM.

           IF WS-APPLICATIONS-OVERDUE = 0
               WRITE PENDING-REPORT-LINE FROM WS-EMPTY-LINE
           END-IF.
           MOVE SPACES TO PENDING-REPORT-LINE.
           WRITE PENDING-REPORT-LINE.
           MOVE WS-APPLICATIONS-READ    TO WS-SUM-READ.
           MOVE WS-APPLICATIONS-PENDING TO WS-SUM-PENDING.
           MOVE WS-APPLICATIONS-OVERDUE TO WS-SUM-OVERDUE.
           WRITE PENDING-REPORT-LINE FROM WS-SUMMARY-LINE.

           IF WS-APPLICATIONS-OVERDUE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CREDIT-APPLICATION-FILE
                 PENDING-REPORT-FILE.
           IF WS-DEMO-FILE-PRESENT
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.
           GOBACK.

       READ-PENDING-PARM.
           OPEN INPUT PENDING-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-PENDING-PARM-EXIT
           END-IF.
           READ PENDING-PARM-FILE
               AT END GO TO CLOSE-PENDING-PARM
           END-READ.
           IF PP-WAITING-DAYS NUMERIC AND PP-WAITING-DAYS > 0
               MOVE PP-WAITING-DAYS TO WS-WAITING-DAYS
           END-IF.
       CLOSE-PENDING-PARM.
           CLOSE PENDING-PARM-FILE.
       READ-PENDING-PARM-EXIT.
           EXIT.

      *****************************************************************
      *  ONE APPLICATION. ONLY ONE STILL AWAITING APPROVAL IS OF       *
      *  INTEREST, AND IT IS LISTED ONCE IT HAS WAITED LONGER THAN     *
      *  THE LIMIT. AN UNREADABLE REQUEST DATE IS LISTED TOO, SINCE    *
      *  NOBODY CAN SAY HOW LONG IT HAS BEEN WAITING.                  *
      *****************************************************************
       CHECK-ONE-APPLICATION.
           ADD 1 TO WS-APPLICATIONS-READ.
           IF NOT NW-AWAITING-APPROVAL
               GO TO CHECK-ONE-APPLICATION-EXIT
           END-IF.
           ADD 1 TO WS-APPLICATIONS-PENDING.

           IF FUNCTION TEST-DATE-YYYYMMDD(NW-REQUEST-DATE) NOT = 0
               MOVE 9999 TO WS-DAYS-WAITING
           ELSE
               COMPUTE WS-DAYS-WAITING =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
                 - FUNCTION INTEGER-OF-DATE(NW-REQUEST-DATE)
           END-IF.
           IF WS-DAYS-WAITING NOT > WS-WAITING-DAYS
               GO TO CHECK-ONE-APPLICATION-EXIT
           END-IF.

           ADD 1 TO WS-APPLICATIONS-OVERDUE.
           PERFORM WRITE-APPLICATION-LINE.
       CHECK-ONE-APPLICATION-EXIT.
           EXIT.

       WRITE-APPLICATION-LINE.
           MOVE SPACES TO WS-APL-LAST-NAME.
           MOVE 'N' TO WS-DEMO-FOUND-FLAG.
           IF WS-DEMO-FILE-PRESENT
               MOVE NW-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-DEMO-FOUND-FLAG
               READ CUSTOMER-DEMOGRAPHIC-FILE
                   INVALID KEY MOVE 'N' TO WS-DEMO-FOUND-FLAG
               END-READ
           END-IF.
           IF WS-DEMO-FOUND
               MOVE CD-LAST-NAME TO WS-APL-LAST-NAME
           END-IF.
           MOVE NW-CUSTOMER-NUMBER  TO WS-APL-CUSTOMER-NUMBER.
           MOVE NW-REQUEST-DATE     TO WS-APL-REQUEST-DATE.
           MOVE WS-DAYS-WAITING     TO WS-APL-DAYS-WAITING.
           MOVE NW-REQUESTED-LIMIT  TO WS-APL-REQUESTED-LIMIT.
           MOVE NW-REQUESTED-TERMS  TO WS-APL-REQUESTED-TERMS.
           MOVE NW-BUREAU-SCORE     TO WS-APL-BUREAU-SCORE.
           MOVE NW-REQUESTED-BY     TO WS-APL-REQUESTED-BY.
           WRITE PENDING-REPORT-LINE FROM WS-APPLICATION-LINE.
