      ***********************************************************
      * PERCLS01 -- FISCAL PERIOD CLOSE                              *
      *                                                              *
      * NOTHING STOPPED INVPOST1, CASHAPP1, FINCHG01 OR WRTOFF01     *
      * FROM POSTING ACTIVITY DATED INTO A MONTH FINANCE HAD ALREADY *
      * CLOSED AND REPORTED. THIS IS THE CLOSE TRANSACTION: IT LOCKS *
      * ONE FISCAL PERIOD (A CALENDAR MONTH, YYYYMM) ON THE          *
      * PERCTL.cpy PERIOD CONTROL FILE AND RECORDS WHO CLOSED IT AND *
      * WHEN. FROM THEN ON THE POSTING JOBS (THROUGH                 *
      * LOOKUPPERIODSTATUS) EITHER REJECT ACTIVITY DATED INTO IT OR  *
      * MOVE IT TO THE FIRST OPEN PERIOD, AS THE CLOSE CARD'S RULE   *
      * SAYS.                                                        *
      *                                                              *
      * THE CLOSE IS REFUSED WITH CONDITION CODE 8 UNLESS BOTH       *
      * CLOSE-READINESS STAMPS ARE ON THE PERIOD -- CYCCHK01'S CLEAN *
      * PASS AND ARSNAP01'S SNAPSHOT -- SO IT BELONGS IN THE         *
      * STEP-CONTROL CHAIN RIGHT AFTER THOSE TWO. A PERIOD ALREADY   *
      * CLOSED IS LEFT ALONE AND GRADES CONDITION CODE 4.            *
      *                                                              *
      * THE CLOSE CARD (PERCPARM) CARRIES THE PERIOD (DEFAULT THE    *
      * CURRENT MONTH), THE USERID OF WHOEVER IS CLOSING IT          *
      * (REQUIRED -- NO NAME, NO CLOSE), AND THE LATE-ACTIVITY RULE, *
      * 'R' REJECT OR 'M' MOVE (DEFAULT 'M').                        *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLS01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PARM-FILE ASSIGN TO PERCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-FISCAL-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT CLOSE-REPORT-FILE ASSIGN TO PERCLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-PARM-FILE.
       01  CLOSE-PARM-RECORD.
           05  CP-FISCAL-PERIOD              PIC 9(6).
           05  CP-CLOSED-BY                  PIC X(8).
           05  CP-LATE-ACTIVITY-RULE         PIC X(1).
           05  FILLER                        PIC X(65).

       FD  PERIOD-CONTROL-FILE.
           COPY PERCTL.

       FD  CLOSE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CLOSE-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-PERIOD-STATUS                  PIC X(2).
           88  WS-PERIOD-STATUS-OK           VALUE '00'.
       01  WS-PERIOD-FOUND-FLAG              PIC X.
           88  WS-PERIOD-FOUND               VALUE 'Y'.
       01  WS-PERIOD-OPEN-FLAG               PIC X VALUE 'N'.
           88  WS-PERIOD-FILE-OPEN           VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE               PIC 9(8).
           05  WS-CURRENT-TIME               PIC 9(6).
           05  FILLER                        PIC X(7).
       01  WS-PROCESSING-DATE                PIC 9(8).

      *  THE CLOSE CARD AS APPLIED -- COMPILED-IN DEFAULTS FIRST,
      *  THEN WHATEVER THE CARD SUPPLIES.
       01  WS-CLOSE-PERIOD                   PIC 9(6).
       01  WS-CLOSED-BY                      PIC X(8) VALUE SPACES.
       01  WS-LATE-ACTIVITY-RULE             PIC X(1) VALUE 'M'.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'FISCAL PERIOD CLOSE'.

       01  WS-RESULT-LINE.
           05  FILLER                        PIC X(14)
               VALUE 'FISCAL PERIOD '.
           05  WS-RES-PERIOD                 PIC 9(6).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-RES-MESSAGE                PIC X(50).

       01  WS-STAMP-LINE.
           05  FILLER                        PIC X(23) VALUE SPACES.
           05  WS-STP-LABEL                  PIC X(24).
           05  WS-STP-VALUE                  PIC X(8).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-STP-VALUE-2                PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-PROCESSING-DATE.
           MOVE WS-PROCESSING-DATE(1:6) TO WS-CLOSE-PERIOD.

           PERFORM READ-CLOSE-PARM THRU READ-CLOSE-PARM-EXIT.

           OPEN OUTPUT CLOSE-REPORT-FILE.
           WRITE CLOSE-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

           MOVE WS-CLOSE-PERIOD TO WS-RES-PERIOD.
           MOVE 0 TO RETURN-CODE.
           PERFORM CLOSE-THE-PERIOD THRU CLOSE-THE-PERIOD-EXIT.
           WRITE CLOSE-REPORT-LINE FROM WS-RESULT-LINE.
           IF WS-PERIOD-FOUND
               PERFORM WRITE-PERIOD-STAMPS
           END-IF.
           IF WS-PERIOD-FILE-OPEN
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

           CLOSE CLOSE-REPORT-FILE.
           GOBACK.

      *  A CARD FIELD LEFT BLANK OR UNUSABLE KEEPS ITS DEFAULT; THE
      *  CLOSED-BY USERID HAS NO DEFAULT AND IS CHECKED BY THE CLOSE.
       READ-CLOSE-PARM.
           OPEN INPUT CLOSE-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-CLOSE-PARM-EXIT
           END-IF.
           READ CLOSE-PARM-FILE
               AT END GO TO CLOSE-CLOSE-PARM
           END-READ.
           IF CP-FISCAL-PERIOD NUMERIC AND
              CP-FISCAL-PERIOD(5:2) >= '01' AND
              CP-FISCAL-PERIOD(5:2) <= '12'
               MOVE CP-FISCAL-PERIOD TO WS-CLOSE-PERIOD
           END-IF.
           MOVE CP-CLOSED-BY TO WS-CLOSED-BY.
           IF CP-LATE-ACTIVITY-RULE = 'R' OR 'M'
               MOVE CP-LATE-ACTIVITY-RULE TO WS-LATE-ACTIVITY-RULE
           END-IF.
       CLOSE-CLOSE-PARM.
           CLOSE CLOSE-PARM-FILE.
       READ-CLOSE-PARM-EXIT.
           EXIT.

      *****************************************************************
      *  LOCK THE PERIOD -- OR SAY WHY NOT. EVERY REFUSAL IS SEVERE    *
      *  (CONDITION CODE 8) SO BATCHDRV STOPS THE CHAIN AND THE CLOSE  *
      *  IS LOOKED AT BEFORE ANYTHING ELSE RUNS.                       *
      *****************************************************************
       CLOSE-THE-PERIOD.
           MOVE 'N' TO WS-PERIOD-FOUND-FLAG.
           IF WS-CLOSED-BY = SPACES
               MOVE 'NOT CLOSED -- NO CLOSED-BY USERID ON THE CARD'
                   TO WS-RES-MESSAGE
               MOVE 8 TO RETURN-CODE
               GO TO CLOSE-THE-PERIOD-EXIT
           END-IF.

           OPEN I-O PERIOD-CONTROL-FILE.
           IF NOT WS-PERIOD-STATUS-OK
               CLOSE PERIOD-CONTROL-FILE
               MOVE 'NOT CLOSED -- NO PERIOD CONTROL FILE'
                   TO WS-RES-MESSAGE
               MOVE 8 TO RETURN-CODE
               GO TO CLOSE-THE-PERIOD-EXIT
           END-IF.
           MOVE 'Y' TO WS-PERIOD-OPEN-FLAG.

           MOVE WS-CLOSE-PERIOD TO PC-FISCAL-PERIOD.
           MOVE 'Y' TO WS-PERIOD-FOUND-FLAG.
           READ PERIOD-CONTROL-FILE
               INVALID KEY MOVE 'N' TO WS-PERIOD-FOUND-FLAG
           END-READ.

           EVALUATE TRUE
               WHEN NOT WS-PERIOD-FOUND
                   MOVE 'NOT CLOSED -- NO CLOSE CHECK HAS RUN FOR IT'
                       TO WS-RES-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN PC-PERIOD-CLOSED
                   MOVE 'ALREADY CLOSED -- LEFT AS IT WAS'
                       TO WS-RES-MESSAGE
                   MOVE 4 TO RETURN-CODE
               WHEN PC-CYCLE-CHECK-DATE = 0
                   MOVE 'NOT CLOSED -- CYCCHK01 HAS NOT PASSED'
                       TO WS-RES-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN PC-SNAPSHOT-DATE = 0
                   MOVE 'NOT CLOSED -- ARSNAP01 HAS NOT RUN'
                       TO WS-RES-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   SET PC-PERIOD-CLOSED TO TRUE
                   MOVE WS-LATE-ACTIVITY-RULE
                       TO PC-LATE-ACTIVITY-RULE
                   MOVE WS-CLOSED-BY    TO PC-CLOSED-BY
                   MOVE WS-CURRENT-DATE TO PC-CLOSED-DATE
                   MOVE WS-CURRENT-TIME TO PC-CLOSED-TIME
                   REWRITE PERIOD-CONTROL-RECORD
                   IF WS-PERIOD-STATUS-OK
                       MOVE 'CLOSED' TO WS-RES-MESSAGE
                   ELSE
                       MOVE 'NOT CLOSED -- REWRITE FAILED'
                           TO WS-RES-MESSAGE
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

       CLOSE-THE-PERIOD-EXIT.
           EXIT.

      *  THE PERIOD'S CONTROL RECORD AS IT NOW STANDS, SO THE
      *  REPORT SHOWS WHAT THE CLOSE WAS JUDGED ON.
       WRITE-PERIOD-STAMPS.
           MOVE 'CYCLE CHECK PASSED:' TO WS-STP-LABEL.
           MOVE PC-CYCLE-CHECK-DATE    TO WS-STP-VALUE.
           MOVE SPACES                 TO WS-STP-VALUE-2.
           WRITE CLOSE-REPORT-LINE FROM WS-STAMP-LINE.
           MOVE 'SNAPSHOT TAKEN:'     TO WS-STP-LABEL.
           MOVE PC-SNAPSHOT-DATE       TO WS-STP-VALUE.
           WRITE CLOSE-REPORT-LINE FROM WS-STAMP-LINE.
           MOVE 'LATE-ACTIVITY RULE:' TO WS-STP-LABEL.
           IF PC-REJECT-LATE-ACTIVITY
               MOVE 'REJECT' TO WS-STP-VALUE
           ELSE
               MOVE 'MOVE'   TO WS-STP-VALUE
           END-IF.
           WRITE CLOSE-REPORT-LINE FROM WS-STAMP-LINE.
           IF PC-PERIOD-CLOSED
               MOVE 'CLOSED BY:'       TO WS-STP-LABEL
               MOVE PC-CLOSED-BY       TO WS-STP-VALUE
               MOVE PC-CLOSED-DATE     TO WS-STP-VALUE-2
               WRITE CLOSE-REPORT-LINE FROM WS-STAMP-LINE
           END-IF.
