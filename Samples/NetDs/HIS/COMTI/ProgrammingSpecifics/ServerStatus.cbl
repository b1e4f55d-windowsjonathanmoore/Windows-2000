      ***********************************************************
      * SRVSTAT -- SOCKET SERVER RUNTIME STATUS INQUIRY METHOD     *
      *                                                            *
      * CICSCST only proves the server could start; during the day *
      * ops could not see how many sessions were live, whether a   *
      * CICSQSC quiesce was in effect, or how many receive         *
      * checkpoints were outstanding without browsing TS and TD    *
      * queues by hand. This method -- also run as the SRVS        *
      * transaction, so the monitoring team's tools can poll it on *
      * a schedule -- answers with one SRVSTS.cpy area, every      *
      * field display:                                             *
      *                                                            *
      *   ACTIVE TASKS      THE QSCEACT DRAIN COUNTER              *
      *   QUIESCE STATE     THE QSCECTL SWITCH, 'Q' OR 'N'         *
      *   LIVE SESSIONS     CICSCS'S SESSnnnn QUEUES, WITH THE     *
      *                     OLDEST SESSION'S AGE AND USERID        *
      *   CHECKPOINTS       CKPTnnnn QUEUES STILL ON TS            *
      *   TODAY'S TOTALS    SRVCTR FOR CICSCS AND RCV50K,          *
      *                     IMSCTR FOR IMSEXPL                     *
      *   USERID SESSIONS   LOGONCTL LIVE-SESSION TALLIES          *
      *                                                            *
      * Socket queues are walked up to the same ceiling CKPTSWP    *
      * uses. A session entry whose userid has no live sessions on *
      * LOGONCTL was left by a task that never reached its         *
      * cleanup, and is not counted. The inquiry takes no input    *
      * and changes nothing.                                       *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRVSTAT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-LENGTHS.
           05  RECEIVE-LENGTH                 PIC S9(4) COMP.
           05  SEND-LENGTH                    PIC S9(4) COMP.
       01  CMD-RESP                           PIC S9(8) COMP VALUE +0.
       01  BROWSE-RESP                        PIC S9(8) COMP VALUE +0.
       01  QUEUE-ITEM                         PIC S9(4) COMP VALUE 1.

      *  ANY REQUEST DATA IS READ AND IGNORED -- THE INQUIRY HAS
      *  NO ARGUMENTS.
       01  SRVSTAT-REQUEST-AREA               PIC X(8).

           COPY SRVSTS.
           COPY LOGONCTL.
           COPY SRVCTR.

       01  NOW-ABSTIME                        PIC S9(15) COMP-3.
       01  SESSION-AGE-MS                     PIC S9(15) COMP-3.
       01  SESSION-AGE-SECONDS                PIC S9(15) COMP-3.

       01  QUIESCE-FLAG-AREA                  PIC X(1).
           88  QUIESCE-IS-ON                  VALUE 'Q'.
       01  ACTIVE-TASK-COUNT-VALUE            PIC S9(8) COMP.

      *  SAME SOCKET CEILING CKPTSWP WALKS (CICSCS'S TCP-MAXSOC).
       01  STATUS-SOCKET-LIMIT                PIC 9(4) COMP VALUE 50.
       01  STATUS-SOCKET-NUMBER               PIC 9(4) COMP.

       01  SESSION-QUEUE-NAME.
           05  FILLER                         PIC X(4) VALUE 'SESS'.
           05  SESSION-QUEUE-SOCKNO           PIC 9(4).
       01  SESSION-QUEUE-ENTRY.
           05  SQE-START-ABSTIME              PIC S9(15) COMP-3.
           05  SQE-USERID                     PIC X(8).
       01  SESSION-ENTRY-LENGTH               PIC S9(4) COMP.

       01  CKPT-QUEUE-NAME.
           05  FILLER                         PIC X(4) VALUE 'CKPT'.
           05  CKPT-QUEUE-SOCKNO              PIC 9(4).
      *  ONLY THE FIXED PREFIX OF CICSCS'S CHECKPOINT-RECEIVE-DATA,
      *  AS CKPTSWP READS IT -- THE QUEUE'S PRESENCE IS ALL THAT
      *  COUNTS HERE.
       01  CHECKPOINT-PREFIX-AREA.
           05  CKPT-BUF-AT-BYTE               PIC S9(8) COMP.
           05  CKPT-BYTES-RECEIVED            PIC S9(8) COMP.
           05  CKPT-BUF-LEN                   PIC S9(8) COMP.
           05  CKPT-SAVED-ABSTIME             PIC S9(15) COMP-3.
       01  PREFIX-LENGTH                      PIC S9(4) COMP.

      *  THE THREE SERVERS IN SS-SERVER-ENTRY ORDER, WITH THE CICS
      *  FILE EACH ONE'S COUNTER RECORD IS READ FROM.
       01  SERVER-COUNTER-SOURCES.
           05  FILLER            PIC X(16) VALUE 'CICSCS  SRVCTR  '.
           05  FILLER            PIC X(16) VALUE 'IMSEXPL IMSCTR  '.
           05  FILLER            PIC X(16) VALUE 'RCV50K  SRVCTR  '.
       01  FILLER REDEFINES SERVER-COUNTER-SOURCES.
           05  COUNTER-SOURCE                 OCCURS 3 TIMES.
               10  COUNTER-SERVER-NAME        PIC X(8).
               10  COUNTER-FILE-NAME          PIC X(8).
       01  SERVER-SUB                         PIC S9(4) COMP.
       01  USERID-SUB                         PIC S9(4) COMP.

       01  WS-BROWSE-DONE-FLAG                PIC X.
           88  WS-BROWSE-DONE                 VALUE 'Y'.
       01  WS-USERID-LIVE-FLAG                PIC X.
           88  WS-USERID-IS-LIVE              VALUE 'Y'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE LENGTH OF SRVSTAT-REQUEST-AREA TO RECEIVE-LENGTH.
           EXEC CICS RECEIVE INTO(SRVSTAT-REQUEST-AREA)
                 LENGTH(RECEIVE-LENGTH)
                 MAXLENGTH(RECEIVE-LENGTH)
                 NOTRUNCATE
                 RESP(CMD-RESP)
           END-EXEC.

           INITIALIZE SERVER-STATUS-REPLY.
           SET SS-QUIESCE-OFF TO TRUE.
           MOVE 'N' TO SS-USERID-OVERFLOW.
           EXEC CICS ASKTIME ABSTIME(NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(NOW-ABSTIME)
                                YYYYMMDD(SS-INQUIRY-DATE)
                                TIME(SS-INQUIRY-TIME)
                                END-EXEC.

           PERFORM READ-DRAIN-QUEUES.
           PERFORM BROWSE-LOGON-CONTROL.
           PERFORM EXAMINE-ONE-SOCKET THRU EXAMINE-ONE-SOCKET-EXIT
               VARYING STATUS-SOCKET-NUMBER FROM 0 BY 1
               UNTIL STATUS-SOCKET-NUMBER > STATUS-SOCKET-LIMIT.
           PERFORM READ-SERVER-COUNTER
               VARYING SERVER-SUB FROM 1 BY 1
               UNTIL SERVER-SUB > 3.

           MOVE LENGTH OF SERVER-STATUS-REPLY TO SEND-LENGTH.
           EXEC CICS SEND FROM(SERVER-STATUS-REPLY)
                          LENGTH(SEND-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

      *  THE QUIESCE SWITCH AND DRAIN COUNTER, READ THE WAY
      *  CICSQSC'S STATUS COMMAND READS THEM. NEITHER QUEUE EXISTS
      *  UNTIL FIRST USED, WHICH MEANS OFF AND ZERO.
       READ-DRAIN-QUEUES.
           MOVE SPACE TO QUIESCE-FLAG-AREA.
           EXEC CICS READQ TS
                QUEUE('QSCECTL')
                INTO(QUIESCE-FLAG-AREA)
                LENGTH(LENGTH OF QUIESCE-FLAG-AREA)
                ITEM(QUEUE-ITEM)
                RESP(CMD-RESP)
           END-EXEC.
           IF QUIESCE-IS-ON
               SET SS-QUIESCE-ON TO TRUE
           END-IF.

           MOVE 0 TO ACTIVE-TASK-COUNT-VALUE.
           EXEC CICS READQ TS
                QUEUE('QSCEACT')
                INTO(ACTIVE-TASK-COUNT-VALUE)
                LENGTH(LENGTH OF ACTIVE-TASK-COUNT-VALUE)
                ITEM(QUEUE-ITEM)
                RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP = DFHRESP(NORMAL) AND
              ACTIVE-TASK-COUNT-VALUE > 0
               MOVE ACTIVE-TASK-COUNT-VALUE TO SS-ACTIVE-TASK-COUNT
           END-IF.

      *  EVERY USERID WITH A LIVE-SESSION TALLY ON LOGONCTL, IN KEY
      *  ORDER, UP TO THE 50 THE REPLY HOLDS.
       BROWSE-LOGON-CONTROL.
           MOVE LOW-VALUES TO LG-USERID.
           MOVE 'N' TO WS-BROWSE-DONE-FLAG.

           EXEC CICS STARTBR FILE('LOGONCTL')
                RIDFLD(LG-USERID)
                GTEQ
                RESP(BROWSE-RESP)
           END-EXEC.
           IF BROWSE-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           END-IF.

           PERFORM BROWSE-NEXT-USERID UNTIL WS-BROWSE-DONE.

           IF BROWSE-RESP = DFHRESP(NORMAL) OR
              BROWSE-RESP = DFHRESP(ENDFILE)
               EXEC CICS ENDBR FILE('LOGONCTL')
                    RESP(CMD-RESP)
               END-EXEC
           END-IF.

       BROWSE-NEXT-USERID.
           EXEC CICS READNEXT FILE('LOGONCTL')
                INTO(LOGON-CONTROL-RECORD)
                RIDFLD(LG-USERID)
                RESP(BROWSE-RESP)
           END-EXEC.
           IF BROWSE-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF LG-LIVE-SESSION-COUNT > 0
                   IF SS-USERID-COUNT < 50
                       ADD 1 TO SS-USERID-COUNT
                       MOVE LG-USERID
                           TO SS-USR-USERID(SS-USERID-COUNT)
                       MOVE LG-LIVE-SESSION-COUNT
                           TO SS-USR-LIVE-SESSIONS(SS-USERID-COUNT)
                   ELSE
                       MOVE 'Y' TO SS-USERID-OVERFLOW
                   END-IF
               END-IF
           END-IF.

      *  ONE SOCKET NUMBER: ITS LIVE-SESSION ENTRY, IF ANY, AND ITS
      *  RECEIVE CHECKPOINT, IF ANY.
       EXAMINE-ONE-SOCKET.
           MOVE STATUS-SOCKET-NUMBER TO CKPT-QUEUE-SOCKNO.
           MOVE LENGTH OF CHECKPOINT-PREFIX-AREA TO PREFIX-LENGTH.
           EXEC CICS READQ TS
                QUEUE(CKPT-QUEUE-NAME)
                INTO(CHECKPOINT-PREFIX-AREA)
                LENGTH(PREFIX-LENGTH)
                ITEM(QUEUE-ITEM)
                RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP = DFHRESP(NORMAL) OR
              CMD-RESP = DFHRESP(LENGERR)
               ADD 1 TO SS-CHECKPOINT-QUEUE-COUNT
           END-IF.

           MOVE STATUS-SOCKET-NUMBER TO SESSION-QUEUE-SOCKNO.
           MOVE LENGTH OF SESSION-QUEUE-ENTRY TO SESSION-ENTRY-LENGTH.
           EXEC CICS READQ TS
                QUEUE(SESSION-QUEUE-NAME)
                INTO(SESSION-QUEUE-ENTRY)
                LENGTH(SESSION-ENTRY-LENGTH)
                ITEM(QUEUE-ITEM)
                RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP NOT = DFHRESP(NORMAL)
               GO TO EXAMINE-ONE-SOCKET-EXIT
           END-IF.

      *  AN ENTRY FOR A USERID LOGONCTL SHOWS NO LIVE SESSIONS FOR
      *  IS A LEFTOVER -- UNLESS THE USERID TABLE OVERFLOWED, IN
      *  WHICH CASE THE USERID MAY SIMPLY NOT HAVE FITTED.
           MOVE 'N' TO WS-USERID-LIVE-FLAG.
           IF SS-USERID-OVERFLOW = 'Y'
               MOVE 'Y' TO WS-USERID-LIVE-FLAG
           END-IF.
           PERFORM VARYING USERID-SUB FROM 1 BY 1
                   UNTIL USERID-SUB > SS-USERID-COUNT
                      OR WS-USERID-IS-LIVE
               IF SS-USR-USERID(USERID-SUB) = SQE-USERID
                   MOVE 'Y' TO WS-USERID-LIVE-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-USERID-IS-LIVE
               GO TO EXAMINE-ONE-SOCKET-EXIT
           END-IF.

           ADD 1 TO SS-LIVE-SESSION-COUNT.
           COMPUTE SESSION-AGE-MS = NOW-ABSTIME - SQE-START-ABSTIME.
           COMPUTE SESSION-AGE-SECONDS = SESSION-AGE-MS / 1000.
           IF SESSION-AGE-SECONDS > 9999999
               MOVE 9999999 TO SESSION-AGE-SECONDS
           END-IF.
           IF SESSION-AGE-SECONDS > SS-OLDEST-SESSION-SECONDS OR
              SS-OLDEST-SESSION-USERID = SPACES
               MOVE SESSION-AGE-SECONDS TO SS-OLDEST-SESSION-SECONDS
               MOVE SQE-USERID TO SS-OLDEST-SESSION-USERID
           END-IF.

       EXAMINE-ONE-SOCKET-EXIT.
           EXIT.

      *  ONE SERVER'S COUNTER RECORD. TOTALS LAST COUNTED ON AN
      *  EARLIER DAY ARE NOT TODAY'S, SO THEY REPORT AS ZERO.
       READ-SERVER-COUNTER.
           MOVE COUNTER-SERVER-NAME(SERVER-SUB)
               TO SS-SRV-NAME(SERVER-SUB).
           MOVE 'N' TO SS-SRV-COUNTED(SERVER-SUB).
           MOVE COUNTER-SERVER-NAME(SERVER-SUB) TO SC-SERVER-NAME.
           EXEC CICS READ FILE(COUNTER-FILE-NAME(SERVER-SUB))
                INTO(SERVER-COUNTER-RECORD)
                RIDFLD(SC-SERVER-NAME)
                RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP = DFHRESP(NORMAL) AND
              SC-COUNT-DATE = SS-INQUIRY-DATE
               MOVE 'Y' TO SS-SRV-COUNTED(SERVER-SUB)
               MOVE SC-REQUEST-COUNT
                   TO SS-SRV-REQUESTS-TODAY(SERVER-SUB)
               MOVE SC-ERROR-COUNT
                   TO SS-SRV-ERRORS-TODAY(SERVER-SUB)
               MOVE SC-LAST-ACTIVITY-TIME
                   TO SS-SRV-LAST-ACTIVITY(SERVER-SUB)
           END-IF.
