      *              FAILURE); THE USERID FOLLOWS THE COMMAND IN THE  *
      *              REQUEST AREA AND THE RESET IS LOGGED TO CSMT     *
      *              FOR SECRPT01'S DAILY SECURITY REPORT             *
      *     FREEZE   HOLD THE REGION STILL FOR A CONSISTENCY POINT --  *
      *              TURN THE QUIESCE ON AND, ONCE NO CHILD TASKS     *
      *              REMAIN, CLOSE THE ONLINE MASTERS AND RECORD THE  *
      *              FREEZE ON THE ONLNQSC FILE, WHERE CONPNT01       *
      *              LOOKS FOR IT BEFORE TAKING THE POINT             *
      *     THAW     REOPEN THE ONLINE MASTERS, TURN THE QUIESCE      *
      *              OFF, AND RECORD THE REGION OPEN AGAIN            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICSQSC.
               88  COMMAND-RESET              VALUE 'RESET'.
               88  COMMAND-STATUS             VALUE 'STATUS'.
               88  COMMAND-UNLOCK             VALUE 'UNLOCK'.
               88  COMMAND-FREEZE             VALUE 'FREEZE'.
               88  COMMAND-THAW               VALUE 'THAW'.
           05  OPERATOR-ARGUMENT              PIC X(8).

           COPY LOGONCTL.

       01  REPLY-LINE                         PIC X(60).

      *  THE ONLINE MASTERS A CONSISTENCY POINT COPIES -- FREEZE
      *  CLOSES THEM SO NOTHING CAN CHANGE THEM MID-COPY, THAW
      *  REOPENS THEM.
       01  ONLINE-MASTER-LIST.
           05  FILLER                         PIC X(8)
                                               VALUE 'INVMAST'.
           05  FILLER                         PIC X(8)
                                               VALUE 'CUSTDEMO'.
           05  FILLER                         PIC X(8)
                                               VALUE 'DSPCASE'.
           05  FILLER                         PIC X(8)
                                               VALUE 'CUSTCONT'.
           05  FILLER                         PIC X(8)
                                               VALUE 'LEGLSTAT'.
       01  ONLINE-MASTER-TABLE REDEFINES ONLINE-MASTER-LIST.
           05  ONLINE-MASTER-NAME             PIC X(8) OCCURS 5 TIMES.
       01  ONLINE-MASTER-COUNT                PIC S9(4) COMP VALUE 5.
       01  MASTER-SUB                         PIC S9(4) COMP.
       01  MASTERS-DONE-COUNT                 PIC S9(4) COMP.
       01  EDIT-MASTERS-DONE                  PIC Z9.
       01  EDIT-MASTERS-LISTED                PIC Z9.

           COPY ONLNQSC.
       01  ONLINE-QUIESCE-RESP                PIC S9(8) COMP.
       01  NEW-FREEZE-STATE                   PIC X(1).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
                   PERFORM SHOW-DRAIN-STATUS
               WHEN COMMAND-UNLOCK
                   PERFORM UNLOCK-ONE-USERID
               WHEN COMMAND-FREEZE
                   PERFORM FREEZE-ONLINE-MASTERS
               WHEN COMMAND-THAW
                   PERFORM THAW-ONLINE-MASTERS
               WHEN OTHER
                   MOVE 'CICSQSC: SET/RESET/STATUS/UNLOCK/FREEZE/THAW'
                       TO REPLY-LINE
                   PERFORM SEND-REPLY-LINE
           END-EVALUATE.
                RESP(CMD-RESP)
           END-EXEC.

           PERFORM READ-ACTIVE-TASK-COUNT.

           MOVE ACTIVE-TASK-COUNT-VALUE TO EDIT-TASK-COUNT.
           MOVE SPACES TO REPLY-LINE.
           END-IF.
           PERFORM SEND-REPLY-LINE.

       READ-ACTIVE-TASK-COUNT.
           MOVE 0 TO ACTIVE-TASK-COUNT-VALUE.
           EXEC CICS READQ TS
                QUEUE('QSCEACT')
                INTO(ACTIVE-TASK-COUNT-VALUE)
                LENGTH(LENGTH OF ACTIVE-TASK-COUNT-VALUE)
                ITEM(QUEUE-ITEM)
                RESP(CMD-RESP)
           END-EXEC.

       SEND-REPLY-LINE.
           MOVE LENGTH OF REPLY-LINE TO SEND-LENGTH.
           EXEC CICS SEND FROM(REPLY-LINE)
                   TO REPLY-LINE
               PERFORM SEND-REPLY-LINE
           END-IF.

      *  THE QUIESCE GOES ON FIRST SO NO NEW SESSION ROUND STARTS.
      *  WHILE CHILD TASKS REMAIN THE FREEZE GOES NO FURTHER -- THE
      *  OPERATOR WATCHES STATUS AND FREEZES AGAIN ONCE DRAINED.
      *  THEN EACH ONLINE MASTER IS CLOSED, WAITING OUT ANY UNIT OF
      *  WORK STILL HOLDING IT, AND THE FREEZE IS RECORDED FOR
      *  BATCH WITH HOW MANY OF THE MASTERS ACTUALLY CLOSED.
       FREEZE-ONLINE-MASTERS.
           MOVE 'Q' TO QUIESCE-FLAG-AREA.
           PERFORM REWRITE-QUIESCE-FLAG.
           PERFORM READ-ACTIVE-TASK-COUNT.

           IF ACTIVE-TASK-COUNT-VALUE > 0
               MOVE ACTIVE-TASK-COUNT-VALUE TO EDIT-TASK-COUNT
               MOVE SPACES TO REPLY-LINE
               STRING 'CICSQSC: QUIESCE ON, ' DELIMITED SIZE
                      EDIT-TASK-COUNT         DELIMITED SIZE
                      ' TASKS REMAIN, NOT FROZEN'
                                              DELIMITED SIZE
                      INTO REPLY-LINE
               END-STRING
               PERFORM SEND-REPLY-LINE
           ELSE
               MOVE 0 TO MASTERS-DONE-COUNT
               PERFORM CLOSE-ONE-MASTER
                   VARYING MASTER-SUB FROM 1 BY 1
                   UNTIL MASTER-SUB > ONLINE-MASTER-COUNT
               MOVE 'F' TO NEW-FREEZE-STATE
               PERFORM RECORD-ONLINE-STATE
               MOVE SPACES TO RL-LOG-MSG-BUFFER
               STRING ' REGION FROZEN FOR CONSISTENCY POINT, '
                      DELIMITED SIZE
                      EDIT-MASTERS-DONE DELIMITED SIZE
                      ' OF '            DELIMITED SIZE
                      EDIT-MASTERS-LISTED DELIMITED SIZE
                      ' MASTERS CLOSED' DELIMITED SIZE
                      INTO RL-LOG-MSG-BUFFER
               END-STRING
               PERFORM LOG-OPERATOR-ACTION
               MOVE SPACES TO REPLY-LINE
               STRING 'CICSQSC: FROZEN, '   DELIMITED SIZE
                      EDIT-MASTERS-DONE     DELIMITED SIZE
                      ' OF '                DELIMITED SIZE
                      EDIT-MASTERS-LISTED   DELIMITED SIZE
                      ' MASTERS CLOSED'     DELIMITED SIZE
                      INTO REPLY-LINE
               END-STRING
      *  WITHOUT THE RECORD BATCH CANNOT SEE THE FREEZE AND WILL
      *  NOT TAKE THE POINT -- SAY SO RATHER THAN REPORT SUCCESS.
               IF ONLINE-QUIESCE-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CICSQSC: MASTERS CLOSED, ONLNQSC NOT UPDATED'
                       TO REPLY-LINE
               END-IF
               PERFORM SEND-REPLY-LINE
           END-IF.

       CLOSE-ONE-MASTER.
           EXEC CICS SET FILE(ONLINE-MASTER-NAME(MASTER-SUB))
                CLOSED
                DISABLED
                WAIT
                RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP = DFHRESP(NORMAL)
               ADD 1 TO MASTERS-DONE-COUNT
           END-IF.

      *  THE REVERSE OF THE FREEZE -- MASTERS FIRST, SO THE SESSIONS
      *  THE QUIESCE RELEASES FIND THEM OPEN.
       THAW-ONLINE-MASTERS.
           MOVE 0 TO MASTERS-DONE-COUNT.
           PERFORM OPEN-ONE-MASTER
               VARYING MASTER-SUB FROM 1 BY 1
               UNTIL MASTER-SUB > ONLINE-MASTER-COUNT.
           MOVE 'N' TO QUIESCE-FLAG-AREA.
           PERFORM REWRITE-QUIESCE-FLAG.
           MOVE 'O' TO NEW-FREEZE-STATE.
           PERFORM RECORD-ONLINE-STATE.
           MOVE SPACES TO RL-LOG-MSG-BUFFER.
           STRING ' REGION THAWED, '   DELIMITED SIZE
                  EDIT-MASTERS-DONE   DELIMITED SIZE
                  ' OF '              DELIMITED SIZE
                  EDIT-MASTERS-LISTED DELIMITED SIZE
                  ' MASTERS REOPENED' DELIMITED SIZE
                  INTO RL-LOG-MSG-BUFFER
           END-STRING.
           PERFORM LOG-OPERATOR-ACTION.
           MOVE SPACES TO REPLY-LINE.
           STRING 'CICSQSC: THAWED, '  DELIMITED SIZE
                  EDIT-MASTERS-DONE    DELIMITED SIZE
                  ' OF '               DELIMITED SIZE
                  EDIT-MASTERS-LISTED  DELIMITED SIZE
                  ' MASTERS REOPENED'  DELIMITED SIZE
                  INTO REPLY-LINE
           END-STRING.
           PERFORM SEND-REPLY-LINE.

       OPEN-ONE-MASTER.
           EXEC CICS SET FILE(ONLINE-MASTER-NAME(MASTER-SUB))
                OPEN
                ENABLED
                RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP = DFHRESP(NORMAL)
               ADD 1 TO MASTERS-DONE-COUNT
           END-IF.

      *  REWRITE THE ONE ONLNQSC RECORD, OR ADD IT THE FIRST TIME.
      *  NEW-FREEZE-STATE IS SET BY THE CALLER. ALSO LEAVES THE
      *  EDITED MASTER COUNTS FOR THE REPLY AND THE CSMT MESSAGE.
       RECORD-ONLINE-STATE.
           MOVE MASTERS-DONE-COUNT  TO EDIT-MASTERS-DONE.
           MOVE ONLINE-MASTER-COUNT TO EDIT-MASTERS-LISTED.
           EXEC CICS ASKTIME ABSTIME(RL-LOG-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(RL-LOG-ABSTIME)
                                YYYYMMDD(RL-LOG-DATE)
                                TIME(RL-LOG-TIME)
                                END-EXEC.

           MOVE 'REGION' TO OQ-RECORD-KEY.
           EXEC CICS READ FILE('ONLNQSC')
                INTO(ONLINE-QUIESCE-RECORD)
                RIDFLD(OQ-RECORD-KEY)
                UPDATE
                RESP(ONLINE-QUIESCE-RESP)
           END-EXEC.

           MOVE SPACES TO ONLINE-QUIESCE-RECORD.
           MOVE 'REGION'            TO OQ-RECORD-KEY.
           MOVE NEW-FREEZE-STATE    TO OQ-FREEZE-STATE.
           MOVE RL-LOG-DATE         TO OQ-STATE-DATE.
           MOVE RL-LOG-TIME         TO OQ-STATE-TIME.
           MOVE EIBTRMID            TO OQ-TERMINAL-ID.
           MOVE ONLINE-MASTER-COUNT TO OQ-FILES-LISTED.
           MOVE MASTERS-DONE-COUNT  TO OQ-FILES-DONE.

           IF ONLINE-QUIESCE-RESP = DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE('ONLNQSC')
                    FROM(ONLINE-QUIESCE-RECORD)
                    RESP(ONLINE-QUIESCE-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('ONLNQSC')
                    FROM(ONLINE-QUIESCE-RECORD)
                    RIDFLD(OQ-RECORD-KEY)
                    RESP(ONLINE-QUIESCE-RESP)
               END-EXEC
           END-IF.

      *  THE FREEZE AND THE THAW GO ON CSMT BESIDE THE LOCKOUT
      *  RESETS; THE CALLER FILLS RL-LOG-MSG-BUFFER.
       LOG-OPERATOR-ACTION.
           MOVE EIBTASKN TO RL-TASK-NUMBER.
           MOVE LENGTH OF RESET-LOG-MSG TO RL-LOG-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                               FROM(RESET-LOG-MSG)
                               LENGTH(RL-LOG-LENGTH)
                               NOHANDLE
                               END-EXEC.
