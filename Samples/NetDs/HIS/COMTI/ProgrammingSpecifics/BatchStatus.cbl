      ***********************************************************
      * BCHINQ -- BATCH CHAIN STATUS INQUIRY METHOD                *
      *                                                            *
      * When the business asked first thing in the morning whether *
      * statements had finished, the operator had to find the      *
      * BATCHDRV report on the spool. This method -- also run as   *
      * the BCHS transaction, the way SRVSTAT is run as SRVS --    *
      * answers "where is the batch" for the operations desk with  *
      * one BCHSTS.cpy area, every field display: the cycle's      *
      * processing date and state, each step's status, start and   *
      * end times and elapsed seconds against its rolling average, *
      * the projected finish, and the last step to fail with its   *
      * return code.                                               *
      *                                                            *
      * It reads the BCHSTAT.cpy file BATCHDRV publishes from its  *
      * restart-control and run-history files as the chain runs;   *
      * those two are sequential and not CICS-readable. The        *
      * projection is worked out here at inquiry time, the way     *
      * BATCHDRV works out its own: the steps not yet started at   *
      * their rolling averages and whatever the running step has   *
      * left of its own added to the clock, with a program that    *
      * has no history yet counted at the longest step seen this   *
      * cycle. A step still shown running long past its average,   *
      * with nothing after it moving, is the sign the driver       *
      * itself went down. The inquiry takes no input and changes   *
      * nothing.                                                   *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCHINQ.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-LENGTHS.
           05  RECEIVE-LENGTH                 PIC S9(4) COMP.
           05  SEND-LENGTH                    PIC S9(4) COMP.
       01  CMD-RESP                           PIC S9(8) COMP VALUE +0.
       01  BROWSE-RESP                        PIC S9(8) COMP VALUE +0.

      *  ANY REQUEST DATA IS READ AND IGNORED -- THE INQUIRY HAS
      *  NO ARGUMENTS.
       01  BCHINQ-REQUEST-AREA                PIC X(8).

           COPY BCHSTS.
           COPY BCHSTAT.

       01  NOW-ABSTIME                        PIC S9(15) COMP-3.

      *  CLOCK ARITHMETIC IN SECONDS SINCE MIDNIGHT OF THE DAY THE
      *  ATTEMPT STARTED -- A TIME EARLIER ON THE CLOCK THAN THE
      *  START BELONGS TO THE NEXT MORNING, AS IN BATCHDRV.
       01  TIME-PARTS.
           05  TIME-HH                        PIC 9(2).
           05  TIME-MM                        PIC 9(2).
           05  TIME-SS                        PIC 9(2).
       01  TIME-SECONDS                       PIC S9(9) COMP.
       01  ATTEMPT-START-SECONDS              PIC S9(9) COMP.
       01  NOW-SECONDS                        PIC S9(9) COMP.
       01  STEP-START-SECONDS                 PIC S9(9) COMP.
       01  WINDOW-END-SECONDS                 PIC S9(9) COMP.
       01  FINISH-SECONDS                     PIC S9(9) COMP.
       01  REMAINING-SECONDS                  PIC S9(9) COMP.
       01  STEP-LEFT-SECONDS                  PIC S9(9) COMP.
       01  STEP-ESTIMATE-SECONDS              PIC S9(9) COMP.
       01  LONGEST-STEP-SECONDS               PIC S9(9) COMP VALUE 0.
       01  STEP-SUB                           PIC S9(4) COMP.

       01  WS-BROWSE-DONE-FLAG                PIC X.
           88  WS-BROWSE-DONE                 VALUE 'Y'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE LENGTH OF BCHINQ-REQUEST-AREA TO RECEIVE-LENGTH.
           EXEC CICS RECEIVE INTO(BCHINQ-REQUEST-AREA)
                 LENGTH(RECEIVE-LENGTH)
                 MAXLENGTH(RECEIVE-LENGTH)
                 NOTRUNCATE
                 RESP(CMD-RESP)
           END-EXEC.

           INITIALIZE BATCH-CHAIN-STATUS-REPLY.
           MOVE 'N' TO BQ-STATUS-AVAILABLE.
           MOVE 'N' TO BQ-PAST-WINDOW.
           EXEC CICS ASKTIME ABSTIME(NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(NOW-ABSTIME)
                                YYYYMMDD(BQ-INQUIRY-DATE)
                                TIME(BQ-INQUIRY-TIME)
                                END-EXEC.

           PERFORM READ-CYCLE-RECORD.
           IF BQ-STATUS-AVAILABLE = 'Y'
               PERFORM BROWSE-STEP-RECORDS
               PERFORM PROJECT-FINISH THRU PROJECT-FINISH-EXIT
           END-IF.

           MOVE LENGTH OF BATCH-CHAIN-STATUS-REPLY TO SEND-LENGTH.
           EXEC CICS SEND FROM(BATCH-CHAIN-STATUS-REPLY)
                          LENGTH(SEND-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

      *  KEY 000 -- THE CYCLE. NO RECORD (OR NO FILE) MEANS THE
      *  DRIVER HAS NEVER PUBLISHED, AND THE REPLY SAYS SO.
       READ-CYCLE-RECORD.
           MOVE 0 TO BS-STEP-NUMBER.
           EXEC CICS READ FILE('BCHSTAT')
                INTO(BATCH-STATUS-RECORD)
                RIDFLD(BS-STEP-NUMBER)
                RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO BQ-STATUS-AVAILABLE
               MOVE BS-PROCESSING-DATE       TO BQ-PROCESSING-DATE
               MOVE BS-CYCLE-STATUS          TO BQ-CYCLE-STATUS
               MOVE BS-CYCLE-STARTED-STAMP   TO BQ-CYCLE-STARTED-STAMP
               MOVE BS-ATTEMPT-STARTED-STAMP
                   TO BQ-ATTEMPT-STARTED-STAMP
               MOVE BS-ATTEMPT-ENDED-STAMP   TO BQ-ATTEMPT-ENDED-STAMP
               MOVE BS-WINDOW-END-TIME       TO BQ-WINDOW-END-TIME
               MOVE BS-LAST-FAILED-STEP      TO BQ-LAST-FAILED-STEP
               MOVE BS-LAST-FAILED-PROGRAM   TO BQ-LAST-FAILED-PROGRAM
               MOVE BS-LAST-FAILED-RC        TO BQ-LAST-FAILED-RC
               MOVE BS-LAST-FAILED-STAMP     TO BQ-LAST-FAILED-STAMP
           END-IF.

      *  EVERY STEP RECORD IN KEY ORDER -- CHAIN ORDER -- UP TO THE
      *  100 STEPS BATCHDRV ITSELF HOLDS.
       BROWSE-STEP-RECORDS.
           MOVE BQ-INQUIRY-TIME TO TIME-PARTS.
           PERFORM CONVERT-TIME-TO-SECONDS.
           MOVE TIME-SECONDS TO NOW-SECONDS.

           MOVE 1 TO BS-STEP-NUMBER.
           MOVE 'N' TO WS-BROWSE-DONE-FLAG.

           EXEC CICS STARTBR FILE('BCHSTAT')
                RIDFLD(BS-STEP-NUMBER)
                GTEQ
                RESP(BROWSE-RESP)
           END-EXEC.
           IF BROWSE-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           END-IF.

           PERFORM BROWSE-NEXT-STEP UNTIL WS-BROWSE-DONE.

           IF BROWSE-RESP = DFHRESP(NORMAL) OR
              BROWSE-RESP = DFHRESP(ENDFILE)
               EXEC CICS ENDBR FILE('BCHSTAT')
                    RESP(CMD-RESP)
               END-EXEC
           END-IF.

       BROWSE-NEXT-STEP.
           EXEC CICS READNEXT FILE('BCHSTAT')
                INTO(BATCH-STATUS-RECORD)
                RIDFLD(BS-STEP-NUMBER)
                RESP(BROWSE-RESP)
           END-EXEC.
           IF BROWSE-RESP NOT = DFHRESP(NORMAL) OR
              BQ-STEP-COUNT NOT LESS THAN 100
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               ADD 1 TO BQ-STEP-COUNT
               MOVE BQ-STEP-COUNT TO STEP-SUB
               MOVE BS-STEP-NUMBER     TO BQ-STP-NUMBER(STEP-SUB)
               MOVE BS-PROGRAM-NAME    TO BQ-STP-PROGRAM(STEP-SUB)
               MOVE BS-STEP-STATUS     TO BQ-STP-STATUS(STEP-SUB)
               MOVE BS-DONE-ON-PRIOR-RUN
                   TO BQ-STP-DONE-ON-PRIOR-RUN(STEP-SUB)
               MOVE BS-START-TIME      TO BQ-STP-START-TIME(STEP-SUB)
               MOVE BS-END-TIME        TO BQ-STP-END-TIME(STEP-SUB)
               MOVE BS-ELAPSED-SECONDS
                   TO BQ-STP-ELAPSED-SECONDS(STEP-SUB)
               MOVE BS-AVERAGE-SECONDS
                   TO BQ-STP-AVERAGE-SECONDS(STEP-SUB)
               MOVE BS-RETURN-CODE     TO BQ-STP-RETURN-CODE(STEP-SUB)
               IF BS-STEP-RUNNING
                   PERFORM TIME-RUNNING-STEP
               END-IF
               IF BS-ELAPSED-SECONDS > LONGEST-STEP-SECONDS AND
                  NOT BS-STEP-RUNNING
                   MOVE BS-ELAPSED-SECONDS TO LONGEST-STEP-SECONDS
               END-IF
           END-IF.

      *  THE RUNNING STEP'S ELAPSED IS HOW LONG IT HAS BEEN GOING SO
      *  FAR, ACROSS MIDNIGHT IF NEED BE.
       TIME-RUNNING-STEP.
           MOVE BS-START-TIME TO TIME-PARTS.
           PERFORM CONVERT-TIME-TO-SECONDS.
           MOVE TIME-SECONDS TO STEP-START-SECONDS.
           COMPUTE STEP-LEFT-SECONDS = NOW-SECONDS - STEP-START-SECONDS.
           IF STEP-LEFT-SECONDS < 0
               ADD 86400 TO STEP-LEFT-SECONDS
           END-IF.
           IF STEP-LEFT-SECONDS > 9999999
               MOVE 9999999 TO STEP-LEFT-SECONDS
           END-IF.
           MOVE STEP-LEFT-SECONDS TO BQ-STP-ELAPSED-SECONDS(STEP-SUB).

      *****************************************************************
      *  WHEN SHOULD THE CHAIN BE DONE? A COMPLETED CYCLE ANSWERS WITH *
      *  ITS ACTUAL END, A STOPPED ONE WITH NOTHING -- IT WILL NOT     *
      *  FINISH UNTIL SOMEONE RERUNS IT. A RUNNING ONE ADDS WHAT IS    *
      *  LEFT, STEP BY STEP, TO THE CLOCK.                             *
      *****************************************************************
       PROJECT-FINISH.
           IF BQ-CYCLE-STOPPED OR
              BQ-ATTEMPT-STARTED-STAMP(9:6) NOT NUMERIC
               GO TO PROJECT-FINISH-EXIT
           END-IF.

           MOVE BQ-ATTEMPT-STARTED-STAMP(9:6) TO TIME-PARTS.
           PERFORM CONVERT-TIME-TO-SECONDS.
           MOVE TIME-SECONDS TO ATTEMPT-START-SECONDS.
           MOVE BQ-WINDOW-END-TIME TO TIME-PARTS.
           PERFORM CONVERT-TIME-TO-SECONDS.
           MOVE TIME-SECONDS TO WINDOW-END-SECONDS.
           IF WINDOW-END-SECONDS < ATTEMPT-START-SECONDS
               ADD 86400 TO WINDOW-END-SECONDS
           END-IF.

           IF BQ-CYCLE-COMPLETE
               IF BQ-ATTEMPT-ENDED-STAMP(9:6) NOT NUMERIC
                   GO TO PROJECT-FINISH-EXIT
               END-IF
               MOVE BQ-ATTEMPT-ENDED-STAMP(9:6) TO TIME-PARTS
               PERFORM CONVERT-TIME-TO-SECONDS
               MOVE TIME-SECONDS TO FINISH-SECONDS
           ELSE
               MOVE 0 TO REMAINING-SECONDS
               PERFORM ADD-STEP-REMAINING
                   VARYING STEP-SUB FROM 1 BY 1
                   UNTIL STEP-SUB > BQ-STEP-COUNT
               IF NOW-SECONDS < ATTEMPT-START-SECONDS
                   ADD 86400 TO NOW-SECONDS
               END-IF
               COMPUTE FINISH-SECONDS =
                   NOW-SECONDS + REMAINING-SECONDS
           END-IF.
           IF FINISH-SECONDS < ATTEMPT-START-SECONDS
               ADD 86400 TO FINISH-SECONDS
           END-IF.

           COMPUTE TIME-HH = FUNCTION MOD(FINISH-SECONDS, 86400) / 3600.
           COMPUTE TIME-MM = FUNCTION MOD(FINISH-SECONDS, 3600) / 60.
           COMPUTE TIME-SS = FUNCTION MOD(FINISH-SECONDS, 60).
           MOVE TIME-PARTS TO BQ-PROJECTED-FINISH.
           IF FINISH-SECONDS > WINDOW-END-SECONDS
               MOVE 'Y' TO BQ-PAST-WINDOW
           END-IF.

       PROJECT-FINISH-EXIT.
           EXIT.

      *  A STEP NOT STARTED COSTS ITS AVERAGE; THE RUNNING STEP
      *  COSTS WHAT ITS AVERAGE HAS LEFT, NEVER LESS THAN NOTHING.
      *  NO HISTORY MEANS THE LONGEST STEP SEEN, AS BATCHDRV
      *  PROJECTS IT.
       ADD-STEP-REMAINING.
           MOVE BQ-STP-AVERAGE-SECONDS(STEP-SUB)
               TO STEP-ESTIMATE-SECONDS.
           IF STEP-ESTIMATE-SECONDS = 0
               MOVE LONGEST-STEP-SECONDS TO STEP-ESTIMATE-SECONDS
           END-IF.
           EVALUATE BQ-STP-STATUS(STEP-SUB)
               WHEN 'N'
                   ADD STEP-ESTIMATE-SECONDS TO REMAINING-SECONDS
               WHEN 'R'
                   COMPUTE STEP-LEFT-SECONDS = STEP-ESTIMATE-SECONDS
                       - BQ-STP-ELAPSED-SECONDS(STEP-SUB)
                   IF STEP-LEFT-SECONDS > 0
                       ADD STEP-LEFT-SECONDS TO REMAINING-SECONDS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONVERT-TIME-TO-SECONDS.
           IF TIME-PARTS NUMERIC
               COMPUTE TIME-SECONDS =
                   TIME-HH * 3600 + TIME-MM * 60 + TIME-SS
           ELSE
               MOVE 0 TO TIME-SECONDS
           END-IF.
