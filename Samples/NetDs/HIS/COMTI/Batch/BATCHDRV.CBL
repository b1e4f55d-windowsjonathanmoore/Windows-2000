      * PROJECTION PASSES THE BATCH WINDOW END (FROM THE USUAL       *
      * OPTIONAL PARAMETER FILE, 6AM COMPILED IN) AN OPERATOR ALERT  *
      * IS RAISED WHILE THERE IS STILL NIGHT LEFT TO ACT IN.         *
      *                                                              *
      * THE CHAIN ALSO OWNS THE PROCESSING DATE (PROCDATE.cpy): A    *
      * FRESH CYCLE MARKS THE CONTROL RECORD RUNNING AS OF ITS       *
      * BUSINESS DATE, A RERUN OF A CYCLE THAT NEVER FINISHED KEEPS  *
      * THAT SAME DATE NO MATTER WHAT THE CLOCK SAYS, AND ONLY A     *
      * COMPLETED CHAIN ADVANCES IT A DAY. THE STEPS TAKE "TODAY"    *
      * FROM IT THROUGH LOOKUPPROCESSINGDATE. A FRESH CYCLE MORE     *
      * THAN A DAY BEHIND THE CLOCK (NIGHTS WITH NO CYCLE) CATCHES   *
      * UP TO THE CLOCK'S DATE, AND AN EXPLICIT DATE ON THE          *
      * PARAMETER FILE OVERRIDES A FRESH CYCLE'S DATE -- NEVER A     *
      * RERUN'S.                                                     *
      *                                                              *
      * THE STATE OF THE CHAIN IS ALSO PUBLISHED, STEP BY STEP AS IT *
      * RUNS, TO A KEYED STATUS FILE (BCHSTAT.cpy) -- THE RESTART    *
      * AND HISTORY FILES ARE NOT CICS-READABLE, AND THE OPERATIONS  *
      * DESK'S BCHINQ INQUIRY ANSWERS "WHERE IS THE BATCH" FROM IT   *
      * WITHOUT ANYONE OPENING THIS REPORT. A FAILURE TO PUBLISH     *
      * NEVER STOPS THE CHAIN.                                       *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHDRV.
           SELECT WINDOW-PARM-FILE ASSIGN TO DRVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-PARM-STATUS.
           SELECT PROCESSING-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT BATCH-STATUS-FILE ASSIGN TO BCHSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BS-STEP-NUMBER
               FILE STATUS IS WS-BCHSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RH-START-TIME                 PIC 9(6).
           05  RH-END-TIME                   PIC 9(6).
           05  RH-ELAPSED-SECONDS            PIC 9(7).
      *  NOT NUMERIC ON RECORDS WRITTEN BEFORE IT WAS CARRIED.
           05  RH-RETURN-CODE                PIC S9(4)
                                             SIGN LEADING SEPARATE.

       FD  WINDOW-PARM-FILE.
       01  WINDOW-PARM-RECORD.
           05  DW-WINDOW-END-TIME            PIC 9(6).
      *  ZERO OR BLANK UNLESS OPERATIONS IS FORCING A FRESH CYCLE'S
      *  BUSINESS DATE.
           05  DW-PROCESSING-DATE            PIC 9(8).
           05  FILLER                        PIC X(66).

       FD  PROCESSING-DATE-FILE.
           COPY PROCDATE.

       FD  BATCH-STATUS-FILE.
           COPY BCHSTAT.

       WORKING-STORAGE SECTION.
       01  WS-STEP-EOF-FLAG                  PIC X VALUE 'N'.
       01  WS-DONE-SCAN                      PIC 9(3) COMP.
       01  WS-STEP-DONE-FLAG                 PIC X.
           88  WS-STEP-ALREADY-DONE          VALUE 'Y'.
       01  WS-LOOKUP-STEP                    PIC 9(3).

       01  WS-CALL-PROGRAM-NAME              PIC X(8).
       01  WS-STEP-RETURN-CODE               PIC S9(4) COMP.
       01  WS-ALERT-RAISED-FLAG              PIC X VALUE 'N'.
           88  WS-ALERT-RAISED               VALUE 'Y'.

      *
      *  THE PROCESSING DATE -- WHAT THE CONTROL RECORD SAID WHEN
      *  THE DRIVER STARTED, AND THE DATE THIS CYCLE RUNS AS OF.
      *
       01  WS-PROCDATE-STATUS                PIC X(2).
           88  WS-PROCDATE-OPENED-OK         VALUE '00'.
       01  WS-PROCESSING-DATE                PIC 9(8) VALUE 0.
       01  WS-PARM-PROCESSING-DATE           PIC 9(8) VALUE 0.
       01  WS-CYCLE-STARTED-STAMP            PIC X(14).
       01  WS-LAST-COMPLETED-STAMP           PIC X(14).
       01  WS-LAST-COMPLETED-DATE            PIC 9(8) VALUE 0.
       01  WS-TODAY-INTEGER                  PIC S9(9) COMP.
       01  WS-PROCESSING-INTEGER             PIC S9(9) COMP.
       01  WS-CYCLE-RERUN-FLAG               PIC X VALUE 'N'.
           88  WS-CYCLE-RERUN                VALUE 'Y'.

      *  THE WHOLE CHAIN, LOADED UP FRONT FROM THE STEP-CONTROL
      *  FILE -- SAME 100-STEP BOUND AS THE RESTART TABLE.
       01  WS-STEP-TABLE.
               10  WS-AVG-PROGRAM            PIC X(8).
               10  WS-AVG-TOTAL-SECONDS      PIC S9(9) COMP.
               10  WS-AVG-RUN-COUNT          PIC 9(5) COMP.
      *  THE PROGRAM'S MOST RECENT RUN -- FOR A STEP AN EARLIER
      *  ATTEMPT AT THE CYCLE COMPLETED, THE RUN THAT COMPLETED IT.
               10  WS-AVG-LAST-DATE          PIC 9(8).
               10  WS-AVG-LAST-START         PIC 9(6).
               10  WS-AVG-LAST-END           PIC 9(6).
               10  WS-AVG-LAST-ELAPSED       PIC S9(9) COMP.
               10  WS-AVG-LAST-RC            PIC S9(4) COMP.
       01  WS-AVERAGE-COUNT                  PIC 9(3) COMP VALUE 0.
       01  WS-AVG-SCAN                       PIC 9(3) COMP.
       01  WS-AVG-SLOT                       PIC 9(3) COMP.
      *  STEPS ERR TOWARD ALERTING EARLY RATHER THAN LATE.
       01  WS-LONGEST-STEP-SECONDS           PIC S9(9) COMP VALUE 0.

      *
      *  THE KEYED STATUS FILE THE BCHINQ INQUIRY READS -- REBUILT AT
      *  THE START OF EVERY ATTEMPT, THEN ONE RECORD REWRITTEN AT A
      *  TIME, OPENED AND CLOSED AROUND EACH UPDATE SO THE REGION
      *  ALWAYS SEES THE LATEST. THE LAST SEVERE FAILURE IS CARRIED
      *  FROM ONE REBUILD TO THE NEXT.
      *
       01  WS-BCHSTAT-STATUS                 PIC X(2).
           88  WS-BCHSTAT-OK                 VALUE '00'.
       01  WS-STATUS-PUBLISHED-FLAG          PIC X VALUE 'N'.
           88  WS-STATUS-PUBLISHED           VALUE 'Y'.
       01  WS-STATUS-READ-FLAG               PIC X VALUE 'N'.
           88  WS-STATUS-RECORD-READ         VALUE 'Y'.
       01  WS-STATUS-KEY                     PIC 9(3).
       01  WS-ATTEMPT-STARTED-STAMP          PIC X(14).
       01  WS-LAST-FAILED-STEP               PIC 9(3) VALUE 0.
       01  WS-LAST-FAILED-PROGRAM            PIC X(8) VALUE SPACES.
       01  WS-LAST-FAILED-RC                 PIC S9(4) COMP VALUE 0.
       01  WS-LAST-FAILED-STAMP              PIC X(14) VALUE SPACES.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'NIGHTLY BATCH CHAIN DRIVER REPORT'.
               VALUE ' IS PAST THE WINDOW END '.
           05  WS-ALT-WINDOW-END             PIC 9(6).

       01  WS-PROCDATE-LINE.
           05  FILLER                        PIC X(16)
               VALUE 'PROCESSING DATE '.
           05  WS-PDT-DATE                   PIC 9(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-PDT-MESSAGE                PIC X(44).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT DRIVER-REPORT-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TEXT.
           MOVE WS-NOW-TEXT(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-NOW-TEXT(1:14) TO WS-ATTEMPT-STARTED-STAMP.
           MOVE WS-NOW-TEXT(9:6) TO WS-TIME-PARTS.
           PERFORM CONVERT-TIME-TO-SECONDS.
           MOVE WS-START-SECONDS TO WS-CHAIN-START-SECONDS.

           PERFORM OPEN-PROCESSING-CYCLE THRU
                   OPEN-PROCESSING-CYCLE-EXIT.

           MOVE WS-WINDOW-END-TIME TO WS-TIME-PARTS.
           PERFORM CONVERT-TIME-TO-SECONDS.
           MOVE WS-START-SECONDS TO WS-WINDOW-END-SECONDS.
           END-PERFORM.
           CLOSE STEP-CONTROL-FILE.

           PERFORM PUBLISH-CHAIN-STATUS THRU
                   PUBLISH-CHAIN-STATUS-EXIT.

           MOVE 0 TO WS-STEP-CURRENT.
           PERFORM UNTIL WS-STEP-CURRENT = WS-STEP-COUNT
                      OR WS-CHAIN-STOPPED
           IF NOT WS-CHAIN-STOPPED
               OPEN OUTPUT RESTART-CONTROL-FILE
               CLOSE RESTART-CONTROL-FILE
               PERFORM CLOSE-PROCESSING-CYCLE
           END-IF.

           PERFORM CLOSE-CHAIN-STATUS.

           CLOSE DRIVER-REPORT-FILE.

      *
           MOVE SC-STEP-NUMBER  TO WS-STP-NUMBER.
           MOVE SC-PROGRAM-NAME TO WS-STP-PROGRAM.

           MOVE SC-STEP-NUMBER TO WS-LOOKUP-STEP.
           PERFORM CHECK-STEP-ALREADY-DONE.

           IF WS-STEP-ALREADY-DONE
               ADD 1 TO WS-STEPS-SKIPPED
           MOVE WS-NOW-TEXT(9:6) TO WS-STEP-START-TIME.
           MOVE WS-STEP-START-TIME TO WS-TIME-PARTS.
           PERFORM CONVERT-TIME-TO-SECONDS.
           PERFORM MARK-STEP-RUNNING.

           MOVE SC-PROGRAM-NAME TO WS-CALL-PROGRAM-NAME.
           MOVE 0 TO RETURN-CODE.
               MOVE WS-ELAPSED-SECONDS TO WS-LONGEST-STEP-SECONDS
           END-IF.
           PERFORM APPEND-RUN-HISTORY.
           PERFORM MARK-STEP-ENDED.

           ADD 1 TO WS-STEPS-EXECUTED.
           MOVE WS-STEP-RETURN-CODE TO WS-STP-RETURN-CODE.

           IF WS-STEP-RETURN-CODE NOT LESS THAN WS-SEVERE-RETURN-CODE
               SET WS-CHAIN-STOPPED TO TRUE
               MOVE SC-STEP-NUMBER      TO WS-LAST-FAILED-STEP
               MOVE SC-PROGRAM-NAME     TO WS-LAST-FAILED-PROGRAM
               MOVE WS-STEP-RETURN-CODE TO WS-LAST-FAILED-RC
               MOVE WS-NOW-TEXT(1:14)   TO WS-LAST-FAILED-STAMP
               MOVE 'FAILED, CHAIN STOPPED HERE'
                   TO WS-STP-DISPOSITION
               WRITE DRIVER-REPORT-LINE FROM WS-STEP-LINE
       RUN-ONE-STEP-EXIT.
           EXIT.

      *  WAS WS-LOOKUP-STEP COMPLETED BY AN EARLIER ATTEMPT AT THIS
      *  CYCLE -- IS IT ON THE RESTART TABLE?
       CHECK-STEP-ALREADY-DONE.
           MOVE 'N' TO WS-STEP-DONE-FLAG.
           MOVE 0 TO WS-DONE-SCAN.
           PERFORM UNTIL WS-DONE-SCAN = WS-DONE-COUNT
                      OR WS-STEP-ALREADY-DONE
               ADD 1 TO WS-DONE-SCAN
               SET WS-DONE-IDX TO WS-DONE-SCAN
               IF WS-DONE-STEP(WS-DONE-IDX) = WS-LOOKUP-STEP
                   MOVE 'Y' TO WS-STEP-DONE-FLAG
               END-IF
           END-PERFORM.

       CONVERT-TIME-TO-SECONDS.
           COMPUTE WS-START-SECONDS =
               WS-TIM-HH * 3600 + WS-TIM-MM * 60 + WS-TIM-SS.
           MOVE WS-STEP-START-TIME  TO RH-START-TIME.
           MOVE WS-STEP-END-TIME    TO RH-END-TIME.
           MOVE WS-ELAPSED-SECONDS  TO RH-ELAPSED-SECONDS.
           MOVE WS-STEP-RETURN-CODE TO RH-RETURN-CODE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

               ADD RH-ELAPSED-SECONDS
                   TO WS-AVG-TOTAL-SECONDS(WS-AVG-IDX)
               ADD 1 TO WS-AVG-RUN-COUNT(WS-AVG-IDX)
               MOVE RH-RUN-DATE   TO WS-AVG-LAST-DATE(WS-AVG-IDX)
               MOVE RH-START-TIME TO WS-AVG-LAST-START(WS-AVG-IDX)
               MOVE RH-END-TIME   TO WS-AVG-LAST-END(WS-AVG-IDX)
               MOVE RH-ELAPSED-SECONDS
                   TO WS-AVG-LAST-ELAPSED(WS-AVG-IDX)
               IF RH-RETURN-CODE NUMERIC
                   MOVE RH-RETURN-CODE
                       TO WS-AVG-LAST-RC(WS-AVG-IDX)
               ELSE
                   MOVE 0 TO WS-AVG-LAST-RC(WS-AVG-IDX)
               END-IF
           END-IF.

       READ-WINDOW-PARM.
              DW-WINDOW-END-TIME < 240000
               MOVE DW-WINDOW-END-TIME TO WS-WINDOW-END-TIME
           END-IF.
           IF DW-PROCESSING-DATE NUMERIC AND
              DW-PROCESSING-DATE > 0
               IF FUNCTION TEST-DATE-YYYYMMDD(DW-PROCESSING-DATE) = 0
                   MOVE DW-PROCESSING-DATE
                       TO WS-PARM-PROCESSING-DATE
               END-IF
           END-IF.
       CLOSE-WINDOW-PARM.
           CLOSE WINDOW-PARM-FILE.
       READ-WINDOW-PARM-EXIT.
           MOVE SC-PROGRAM-NAME TO RC-PROGRAM-NAME.
           WRITE RESTART-CONTROL-RECORD.
           CLOSE RESTART-CONTROL-FILE.

      *****************************************************************
      *  SETTLE THE DATE THIS CYCLE RUNS AS OF. A CONTROL RECORD STILL *
      *  MARKED RUNNING MEANS THE LAST CYCLE NEVER FINISHED: THIS IS   *
      *  ITS RERUN, AND IT KEEPS THAT CYCLE'S DATE WHATEVER THE CLOCK  *
      *  SAYS. ANYTHING ELSE IS A FRESH CYCLE, MARKED RUNNING HERE     *
      *  BEFORE THE FIRST STEP CAN ASK FOR THE DATE.                   *
      *****************************************************************
       OPEN-PROCESSING-CYCLE.
           MOVE SPACES TO WS-CYCLE-STARTED-STAMP
                          WS-LAST-COMPLETED-STAMP.
           OPEN INPUT PROCESSING-DATE-FILE.
           IF WS-PROCDATE-OPENED-OK
               READ PROCESSING-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM SAVE-PROCESSING-DATE-RECORD
               END-READ
           END-IF.
           CLOSE PROCESSING-DATE-FILE.

           IF WS-CYCLE-RERUN
               MOVE WS-PROCESSING-DATE TO WS-PDT-DATE
               IF WS-PARM-PROCESSING-DATE > 0 AND
                  WS-PARM-PROCESSING-DATE NOT = WS-PROCESSING-DATE
                   MOVE 'RERUN OF INCOMPLETE CYCLE, PARM IGNORED'
                       TO WS-PDT-MESSAGE
               ELSE
                   MOVE 'RERUN OF INCOMPLETE CYCLE'
                       TO WS-PDT-MESSAGE
               END-IF
               WRITE DRIVER-REPORT-LINE FROM WS-PROCDATE-LINE
               GO TO OPEN-PROCESSING-CYCLE-EXIT
           END-IF.

           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           IF WS-PROCESSING-DATE = 0
               MOVE WS-TODAY-YYYYMMDD TO WS-PROCESSING-DATE
               MOVE 'FIRST CYCLE, DATE TAKEN FROM THE CLOCK'
                   TO WS-PDT-MESSAGE
           ELSE
               COMPUTE WS-PROCESSING-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
      *  A START JUST PAST MIDNIGHT IS STILL YESTERDAY'S CYCLE; ONLY
      *  NIGHTS WITH NO CYCLE AT ALL LEAVE THE DATE FURTHER BEHIND.
               IF WS-PROCESSING-INTEGER < WS-TODAY-INTEGER - 1
                   MOVE WS-TODAY-YYYYMMDD TO WS-PROCESSING-DATE
                   MOVE 'NEW CYCLE, CAUGHT UP TO THE CLOCK'
                       TO WS-PDT-MESSAGE
               ELSE
                   MOVE 'NEW CYCLE' TO WS-PDT-MESSAGE
               END-IF
           END-IF.
           IF WS-PARM-PROCESSING-DATE > 0
               MOVE WS-PARM-PROCESSING-DATE TO WS-PROCESSING-DATE
               MOVE 'NEW CYCLE, DATE FROM PARAMETER FILE'
                   TO WS-PDT-MESSAGE
           END-IF.

           MOVE WS-NOW-TEXT(1:14) TO WS-CYCLE-STARTED-STAMP.
           INITIALIZE PROCESSING-DATE-RECORD.
           MOVE WS-PROCESSING-DATE      TO PD-PROCESSING-DATE.
           SET PD-CYCLE-RUNNING TO TRUE.
           MOVE WS-CYCLE-STARTED-STAMP  TO PD-CYCLE-STARTED-STAMP.
           MOVE WS-LAST-COMPLETED-STAMP TO PD-CYCLE-COMPLETED-STAMP.
           MOVE WS-LAST-COMPLETED-DATE  TO PD-LAST-COMPLETED-DATE.
           PERFORM REWRITE-PROCESSING-DATE.

           MOVE WS-PROCESSING-DATE TO WS-PDT-DATE.
           WRITE DRIVER-REPORT-LINE FROM WS-PROCDATE-LINE.

       OPEN-PROCESSING-CYCLE-EXIT.
           EXIT.

       SAVE-PROCESSING-DATE-RECORD.
           IF PD-PROCESSING-DATE NUMERIC AND
              PD-PROCESSING-DATE > 0
               MOVE PD-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF PD-CYCLE-RUNNING
                   MOVE 'Y' TO WS-CYCLE-RERUN-FLAG
               END-IF
               MOVE PD-CYCLE-STARTED-STAMP
                   TO WS-CYCLE-STARTED-STAMP
               MOVE PD-CYCLE-COMPLETED-STAMP
                   TO WS-LAST-COMPLETED-STAMP
               IF PD-LAST-COMPLETED-DATE NUMERIC
                   MOVE PD-LAST-COMPLETED-DATE
                       TO WS-LAST-COMPLETED-DATE
               END-IF
           END-IF.

      *  THE WHOLE CHAIN FINISHED -- ONLY NOW DOES THE BUSINESS DATE
      *  MOVE ON, SO THE NEXT CYCLE (AND ANY JOB RUN ON ITS OWN IN
      *  THE MEANTIME) WORKS AS OF THE FOLLOWING DAY.
       CLOSE-PROCESSING-CYCLE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TEXT.
           INITIALIZE PROCESSING-DATE-RECORD.
           MOVE WS-PROCESSING-DATE     TO PD-LAST-COMPLETED-DATE.
           COMPUTE PD-PROCESSING-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE) + 1).
           SET PD-CYCLE-COMPLETE TO TRUE.
           MOVE WS-CYCLE-STARTED-STAMP TO PD-CYCLE-STARTED-STAMP.
           MOVE WS-NOW-TEXT(1:14)      TO PD-CYCLE-COMPLETED-STAMP.
           MOVE PD-PROCESSING-DATE     TO WS-PDT-DATE.
           PERFORM REWRITE-PROCESSING-DATE.

           MOVE 'CYCLE COMPLETE, DATE ADVANCED TO THIS'
               TO WS-PDT-MESSAGE.
           MOVE SPACES TO DRIVER-REPORT-LINE.
           WRITE DRIVER-REPORT-LINE.
           WRITE DRIVER-REPORT-LINE FROM WS-PROCDATE-LINE.

      *  ONE RECORD, REPLACED WHOLE EACH TIME.
       REWRITE-PROCESSING-DATE.
           OPEN OUTPUT PROCESSING-DATE-FILE.
           WRITE PROCESSING-DATE-RECORD.
           CLOSE PROCESSING-DATE-FILE.

      *****************************************************************
      *  REBUILD THE STATUS FILE FOR THIS ATTEMPT: THE CYCLE RECORD    *
      *  AND ONE RECORD PER STEP -- DONE IF THE RESTART FILE SAYS AN   *
      *  EARLIER ATTEMPT COMPLETED IT (WITH THAT RUN'S TIMES FROM THE  *
      *  HISTORY), NOT STARTED OTHERWISE -- EACH WITH ITS ROLLING      *
      *  AVERAGE. A STATUS FILE THAT WON'T OPEN IS LEFT ALONE FOR THE  *
      *  REST OF THE RUN.                                              *
      *****************************************************************
       PUBLISH-CHAIN-STATUS.
           OPEN INPUT BATCH-STATUS-FILE.
           IF WS-BCHSTAT-OK
               MOVE 0 TO BS-STEP-NUMBER
               READ BATCH-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SAVE-LAST-FAILURE
               END-READ
           END-IF.
           CLOSE BATCH-STATUS-FILE.

           OPEN OUTPUT BATCH-STATUS-FILE.
           IF NOT WS-BCHSTAT-OK
               CLOSE BATCH-STATUS-FILE
               GO TO PUBLISH-CHAIN-STATUS-EXIT
           END-IF.
           SET WS-STATUS-PUBLISHED TO TRUE.

           MOVE SPACES TO BATCH-STATUS-RECORD.
           MOVE 0 TO BS-STEP-NUMBER.
           MOVE WS-PROCESSING-DATE       TO BS-PROCESSING-DATE.
           SET BS-CYCLE-RUNNING TO TRUE.
           MOVE WS-CYCLE-STARTED-STAMP   TO BS-CYCLE-STARTED-STAMP.
           MOVE WS-ATTEMPT-STARTED-STAMP TO BS-ATTEMPT-STARTED-STAMP.
           MOVE WS-WINDOW-END-TIME       TO BS-WINDOW-END-TIME.
           MOVE WS-STEP-COUNT            TO BS-STEP-COUNT.
           PERFORM MOVE-LAST-FAILURE.
           WRITE BATCH-STATUS-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

           MOVE 0 TO WS-STEP-SCAN.
           PERFORM UNTIL WS-STEP-SCAN = WS-STEP-COUNT
               ADD 1 TO WS-STEP-SCAN
               SET WS-STEP-IDX TO WS-STEP-SCAN
               PERFORM PUBLISH-ONE-STEP
           END-PERFORM.
           CLOSE BATCH-STATUS-FILE.

       PUBLISH-CHAIN-STATUS-EXIT.
           EXIT.

       PUBLISH-ONE-STEP.
           MOVE SPACES TO BATCH-STATUS-RECORD.
           MOVE WS-STP-TBL-NUMBER(WS-STEP-IDX)  TO BS-STEP-NUMBER.
           MOVE WS-STP-TBL-PROGRAM(WS-STEP-IDX) TO BS-PROGRAM-NAME.
           MOVE 0 TO BS-START-DATE.
           MOVE 0 TO BS-START-TIME.
           MOVE 0 TO BS-END-TIME.
           MOVE 0 TO BS-ELAPSED-SECONDS.
           MOVE 0 TO BS-RETURN-CODE.

           MOVE WS-STP-TBL-PROGRAM(WS-STEP-IDX) TO WS-LOOKUP-PROGRAM.
           PERFORM GET-PROGRAM-AVERAGE.
           MOVE WS-AVG-ELAPSED TO BS-AVERAGE-SECONDS.

           MOVE WS-STP-TBL-NUMBER(WS-STEP-IDX) TO WS-LOOKUP-STEP.
           PERFORM CHECK-STEP-ALREADY-DONE.
           IF WS-STEP-ALREADY-DONE
               SET BS-STEP-DONE TO TRUE
               MOVE 'Y' TO BS-DONE-ON-PRIOR-RUN
      *  GET-PROGRAM-AVERAGE LEAVES WS-AVG-IDX ON THE ENTRY IT FOUND.
               IF WS-AVG-FOUND
                   MOVE WS-AVG-LAST-DATE(WS-AVG-IDX)
                       TO BS-START-DATE
                   MOVE WS-AVG-LAST-START(WS-AVG-IDX)
                       TO BS-START-TIME
                   MOVE WS-AVG-LAST-END(WS-AVG-IDX)
                       TO BS-END-TIME
                   MOVE WS-AVG-LAST-ELAPSED(WS-AVG-IDX)
                       TO BS-ELAPSED-SECONDS
                   MOVE WS-AVG-LAST-RC(WS-AVG-IDX)
                       TO BS-RETURN-CODE
               END-IF
           ELSE
               SET BS-STEP-NOT-STARTED TO TRUE
               MOVE 'N' TO BS-DONE-ON-PRIOR-RUN
           END-IF.
           WRITE BATCH-STATUS-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       SAVE-LAST-FAILURE.
           IF BS-LAST-FAILED-STEP NUMERIC AND
              BS-LAST-FAILED-RC NUMERIC
               MOVE BS-LAST-FAILED-STEP    TO WS-LAST-FAILED-STEP
               MOVE BS-LAST-FAILED-PROGRAM TO WS-LAST-FAILED-PROGRAM
               MOVE BS-LAST-FAILED-RC      TO WS-LAST-FAILED-RC
               MOVE BS-LAST-FAILED-STAMP   TO WS-LAST-FAILED-STAMP
           END-IF.

       MOVE-LAST-FAILURE.
           MOVE WS-LAST-FAILED-STEP    TO BS-LAST-FAILED-STEP.
           MOVE WS-LAST-FAILED-PROGRAM TO BS-LAST-FAILED-PROGRAM.
           MOVE WS-LAST-FAILED-RC      TO BS-LAST-FAILED-RC.
           MOVE WS-LAST-FAILED-STAMP   TO BS-LAST-FAILED-STAMP.

       MARK-STEP-RUNNING.
           MOVE SC-STEP-NUMBER TO WS-STATUS-KEY.
           PERFORM READ-STATUS-RECORD THRU READ-STATUS-RECORD-EXIT.
           IF WS-STATUS-RECORD-READ
               SET BS-STEP-RUNNING TO TRUE
               MOVE 'N'                TO BS-DONE-ON-PRIOR-RUN
               MOVE WS-NOW-TEXT(1:8)   TO BS-START-DATE
               MOVE WS-STEP-START-TIME TO BS-START-TIME
               MOVE 0                  TO BS-END-TIME
               MOVE 0                  TO BS-ELAPSED-SECONDS
               MOVE 0                  TO BS-RETURN-CODE
               PERFORM REWRITE-STATUS-RECORD
           END-IF.

       MARK-STEP-ENDED.
           MOVE SC-STEP-NUMBER TO WS-STATUS-KEY.
           PERFORM READ-STATUS-RECORD THRU READ-STATUS-RECORD-EXIT.
           IF WS-STATUS-RECORD-READ
               IF WS-STEP-RETURN-CODE NOT LESS THAN
                  WS-SEVERE-RETURN-CODE
                   SET BS-STEP-FAILED TO TRUE
               ELSE
                   SET BS-STEP-DONE TO TRUE
               END-IF
               MOVE WS-STEP-END-TIME    TO BS-END-TIME
               MOVE WS-ELAPSED-SECONDS  TO BS-ELAPSED-SECONDS
               MOVE WS-STEP-RETURN-CODE TO BS-RETURN-CODE
               PERFORM REWRITE-STATUS-RECORD
           END-IF.

      *  THE ATTEMPT IS OVER -- COMPLETE, OR STOPPED ON THE STEP THAT
      *  IS NOW THE LAST FAILURE.
       CLOSE-CHAIN-STATUS.
           MOVE 0 TO WS-STATUS-KEY.
           PERFORM READ-STATUS-RECORD THRU READ-STATUS-RECORD-EXIT.
           IF WS-STATUS-RECORD-READ
               IF WS-CHAIN-STOPPED
                   SET BS-CYCLE-STOPPED TO TRUE
               ELSE
                   SET BS-CYCLE-COMPLETE TO TRUE
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO BS-ATTEMPT-ENDED-STAMP
               PERFORM MOVE-LAST-FAILURE
               PERFORM REWRITE-STATUS-RECORD
           END-IF.

      *  OPEN THE STATUS FILE AND READ WS-STATUS-KEY FOR UPDATE. ON
      *  ANY FAILURE THE FILE IS CLOSED AGAIN AND THE UPDATE SKIPPED.
       READ-STATUS-RECORD.
           MOVE 'N' TO WS-STATUS-READ-FLAG.
           IF NOT WS-STATUS-PUBLISHED
               GO TO READ-STATUS-RECORD-EXIT
           END-IF.
           OPEN I-O BATCH-STATUS-FILE.
           IF NOT WS-BCHSTAT-OK
               CLOSE BATCH-STATUS-FILE
               GO TO READ-STATUS-RECORD-EXIT
           END-IF.
           MOVE WS-STATUS-KEY TO BS-STEP-NUMBER.
           READ BATCH-STATUS-FILE
               INVALID KEY
                   CLOSE BATCH-STATUS-FILE
                   GO TO READ-STATUS-RECORD-EXIT
           END-READ.
           SET WS-STATUS-RECORD-READ TO TRUE.
       READ-STATUS-RECORD-EXIT.
           EXIT.

       REWRITE-STATUS-RECORD.
           REWRITE BATCH-STATUS-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           CLOSE BATCH-STATUS-FILE.
