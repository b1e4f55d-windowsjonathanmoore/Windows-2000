      * GOES BACK. A CONVERSATION THAT DOES NOT OPEN WITH THE  *
      * MANIFEST IS THE ORIGINAL ONE-PAYLOAD PROTOCOL,         *
      * UNCHANGED.                                             *
      *                                                        *
      * A SENDER WHOSE JOB RESTARTS AFTER A NETWORK DROP OFTEN *
      * RESENDS A FILE THAT WAS ALREADY RECEIVED AND ACKED.    *
      * EVERY COMPLETED TRANSFER IS NOW LOGGED ON RCVXLOG      *
      * (RCVXLOG.cpy) UNDER ITS IDENTITY -- SENDER, BYTE       *
      * COUNT, TRAILER RECORD COUNT AND CHECKSUM -- AND ONE    *
      * THAT MATCHES A TRANSFER COMPLETED INSIDE THE DUPLICATE *
      * WINDOW IS ANSWERED 'DUP ' INSTEAD OF 'ACK ', IS NOT    *
      * PROCESSED AGAIN, AND GOES TO CSMT FOR RCVDUP01'S DAILY *
      * DUPLICATE REPORT.                                      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCV50K.
      *  RCV50K-MAX-SIZE CEILING BELOW. IF IT IS MISSING, EMPTY, OR
      *  ASKS FOR MORE THAN THE BUFFER CAN HOLD, THE VALUE-CLAUSE
      *  DEFAULT (51200, THE SIZE OF RCV50K-DATA-AREA) IS KEPT.
      *  THE SAME RECORD CARRIES THE DUPLICATE-TRANSFER WINDOW IN
      *  HOURS; MISSING, ZERO OR NOT NUMERIC, 24 HOURS STANDS.
           SELECT RCV-CONFIG-FILE ASSIGN TO RCVCFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
       FD  RCV-CONFIG-FILE.
       01  RCV-CONFIG-RECORD.
           05  CFG-MAX-SIZE                PIC 9(8).
           05  CFG-DUPLICATE-WINDOW-HOURS  PIC 9(4).
           05  FILLER                      PIC X(68).

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  CONTROL-LEN                 PIC S9(8) COMP VALUE 0.
       01  HEADER-LEN                  PIC S9(8) COMP VALUE 0.

      *
      *  DUPLICATE-TRANSFER DETECTION. THE SENDER IS THE USERID THE
      *  CONVERSATION RUNS UNDER; THE FILE IDENTIFIER IS THE FILE'S
      *  PLACE IN THE CONVERSATION ('SINGLE PAYLOAD' OR 'SESSION
      *  FILE nnnn'). A DUPLICATE GETS THIS RESPONSE SHAPE WITH
      *  STATUS 'DUP ' AND REASON 'DONE' -- ALREADY PROCESSED, DO
      *  NOT RESEND -- IN PLACE OF THE ACK.
      *
           COPY RCVXLOG.
           COPY RCVDUPMS.
           COPY CSMTLOG.
       01  XLOG-RESP                   PIC S9(8) COMP VALUE 0.
       01  RCV-SENDER-ID               PIC X(8)  VALUE SPACES.
       01  RCV-FILE-IDENTIFIER         PIC X(16) VALUE SPACES.
       01  DUPLICATE-WINDOW-HOURS      PIC 9(4)  COMP VALUE 24.
       01  DUPLICATE-WINDOW-MS         PIC S9(15) COMP-3 VALUE 0.
       01  TRANSFER-ABSTIME            PIC S9(15) COMP-3 VALUE 0.
       01  TRANSFER-DATE               PIC 9(8)  VALUE 0.
       01  TRANSFER-TIME               PIC 9(6)  VALUE 0.
       01  CSMT-LENGTH                 PIC S9(4) COMP VALUE 0.
       01  DUPLICATE-TRANSFER-FLAG     PIC X VALUE 'N'.
           88  DUPLICATE-TRANSFER      VALUE 'Y'.
       01  EDIT-FILE-INDEX             PIC 9(4)  VALUE 0.

      *  TODAY'S TOTALS FOR THE SRVSTAT STATUS INQUIRY -- EACH
      *  CONVERSATION COUNTS AS ONE REQUEST ON THE RCV50K RECORD OF
      *  THE SRVCTR FILE (SRVCTR.cpy), AND AS AN ERROR TOO WHEN THE
      *  LAST ANSWER IT SENT WAS A NAK.
           COPY SRVCTR.
       01  SERVER-COUNTER-RESP         PIC S9(8) COMP VALUE 0.
       01  SERVER-COUNTER-ABSTIME      PIC S9(15) COMP-3 VALUE 0.
       01  SERVER-COUNTER-DATE         PIC 9(8)  VALUE 0.
       01  SERVER-COUNTER-TIME         PIC 9(6)  VALUE 0.

       LINKAGE SECTION.
       PROCEDURE DIVISION.

      **** PICK UP A CONFIGURED CEILING IF ONE IS AVAILABLE
           PERFORM READ-RCV-CONFIG THRU READ-RCV-CONFIG-EXIT.
           COMPUTE DUPLICATE-WINDOW-MS =
               DUPLICATE-WINDOW-HOURS * 3600000.

      **** THE SENDER'S IDENTITY FOR THE TRANSFER LOG
           EXEC CICS ASSIGN USERID(RCV-SENDER-ID)
                            RESP(CMD-RESP)
                            END-EXEC.

      **** THE FIRST 12 BYTES DECIDE THE PROTOCOL -- A MANIFEST
      **** OPENS A MULTI-FILE SESSION, ANYTHING ELSE IS THE START
              GO TO RCV50K-EXIT
           END-IF.

      **** ALL OF THE DATA ARRIVED INTACT -- BUT A RESEND OF A
      **** TRANSFER ALREADY PROCESSED IS ANSWERED AND GOES NO
      **** FURTHER
           MOVE 'SINGLE PAYLOAD' TO RCV-FILE-IDENTIFIER.
           PERFORM CHECK-DUPLICATE-TRANSFER THRU
                   CHECK-DUPLICATE-TRANSFER-EXIT.
           IF DUPLICATE-TRANSFER
              PERFORM SEND-DUPLICATE-RESPONSE THRU
                      SEND-DUPLICATE-RESPONSE-EXIT
              GO TO RCV50K-EXIT
           END-IF.

      **** A NEW TRANSFER, SO PROCESS IT, ACK IT BACK TO THE
      **** CLIENT, AND LOG IT AS COMPLETED
           PERFORM PROCESS-RECEIVED-DATA THRU
                   PROCESS-RECEIVED-DATA-EXIT.
           PERFORM LOG-COMPLETED-TRANSFER THRU
                   LOG-COMPLETED-TRANSFER-EXIT.

       RCV50K-EXIT.
           PERFORM COUNT-SERVER-ACTIVITY THRU
                   COUNT-SERVER-ACTIVITY-EXIT.
           EXEC CICS RETURN END-EXEC.

           EXIT.
              GO TO RECEIVE-ONE-FILE-ATTEMPT-EXIT
           END-IF.

      **** THE FILE ARRIVED INTACT AND COUNTS TOWARDS THE
      **** SESSION-END TALLY EITHER WAY -- A RESEND OF A FILE
      **** ALREADY PROCESSED IS ANSWERED 'DUP ' AND GOES NO FURTHER
           SET FILE-DELIVERED TO TRUE.
           ADD 1 TO SESSION-FILES-RECEIVED.
           COMPUTE SESSION-BYTES-TOTAL =
               SESSION-BYTES-TOTAL + RECEIVE-AT-BYTE - 1.

           MOVE SESSION-FILE-INDEX TO EDIT-FILE-INDEX.
           MOVE SPACES TO RCV-FILE-IDENTIFIER.
           STRING 'SESSION FILE ' DELIMITED SIZE
                  EDIT-FILE-INDEX DELIMITED SIZE
                  INTO RCV-FILE-IDENTIFIER
           END-STRING.
           PERFORM CHECK-DUPLICATE-TRANSFER THRU
                   CHECK-DUPLICATE-TRANSFER-EXIT.
           IF DUPLICATE-TRANSFER
              PERFORM SEND-DUPLICATE-RESPONSE THRU
                      SEND-DUPLICATE-RESPONSE-EXIT
              GO TO RECEIVE-ONE-FILE-ATTEMPT-EXIT
           END-IF.

           PERFORM LOG-COMPLETED-TRANSFER THRU
                   LOG-COMPLETED-TRANSFER-EXIT.
           MOVE 'ACK ' TO RESP-STATUS.
           MOVE 'FILE' TO RESP-REASON.
           COMPUTE RESP-BYTES-RECEIVED = RECEIVE-AT-BYTE - 1.
       SEND-NAK-RESPONSE-EXIT.
           EXIT.

      **** ANSWER A DUPLICATE -- THE BYTE COUNT IS ECHOED SO THE
      **** CLIENT CAN TELL WHICH TRANSFER WAS RECOGNIZED
       SEND-DUPLICATE-RESPONSE.
           MOVE 'DUP ' TO RESP-STATUS.
           MOVE 'DONE' TO RESP-REASON.
           COMPUTE RESP-BYTES-RECEIVED = RECEIVE-AT-BYTE - 1.

           EXEC CICS SEND FROM(RCV50K-RESPONSE-AREA)
                          LENGTH(LENGTH OF RCV50K-RESPONSE-AREA)
                          END-EXEC.
           MOVE SPACES TO RESP-REASON.

       SEND-DUPLICATE-RESPONSE-EXIT.
           EXIT.

      **********************************************************
      * LOOK THE TRANSFER'S IDENTITY UP ON THE TRANSFER LOG. A *
      * MATCH COMPLETED INSIDE THE WINDOW IS A DUPLICATE: ITS  *
      * LOG ENTRY IS BUMPED AND THE SUPPRESSION GOES TO CSMT.  *
      * NO LOG FILE, OR NO ENTRY, MEANS A NEW TRANSFER.        *
      **********************************************************
       CHECK-DUPLICATE-TRANSFER.
           MOVE 'N' TO DUPLICATE-TRANSFER-FLAG.
           PERFORM BUILD-TRANSFER-KEY.

           EXEC CICS READ FILE('RCVXLOG')
                INTO(RCV-TRANSFER-LOG-RECORD)
                RIDFLD(XL-KEY)
                UPDATE
                RESP(XLOG-RESP)
           END-EXEC.
           IF XLOG-RESP NOT = DFHRESP(NORMAL)
              GO TO CHECK-DUPLICATE-TRANSFER-EXIT
           END-IF.

           IF TRANSFER-ABSTIME - XL-COMPLETED-ABSTIME >
                   DUPLICATE-WINDOW-MS
      ****    TOO OLD TO COUNT -- LET GO OF THE UPDATE HOLD; THE
      ****    ENTRY IS REFRESHED ONCE THIS TRANSFER COMPLETES
              EXEC CICS UNLOCK FILE('RCVXLOG')
                   RESP(XLOG-RESP)
              END-EXEC
              GO TO CHECK-DUPLICATE-TRANSFER-EXIT
           END-IF.

           SET DUPLICATE-TRANSFER TO TRUE.
           IF XL-DUPLICATE-COUNT < 9999
              ADD 1 TO XL-DUPLICATE-COUNT
           END-IF.
           MOVE TRANSFER-DATE TO XL-LAST-DUPLICATE-DATE.
           MOVE TRANSFER-TIME TO XL-LAST-DUPLICATE-TIME.
           EXEC CICS REWRITE FILE('RCVXLOG')
                FROM(RCV-TRANSFER-LOG-RECORD)
                RESP(XLOG-RESP)
           END-EXEC.

      **** THE SUPPRESSION GOES TO CSMT UNGATED -- THE DAILY
      **** REPORT MUST SEE EVERY ONE
           MOVE RCV-SENDER-ID       TO DT-SENDER-ID.
           MOVE RCV-FILE-IDENTIFIER TO DT-FILE-IDENTIFIER.
           MOVE XL-BYTE-COUNT       TO DT-BYTE-COUNT.
           MOVE XL-CHECKSUM         TO DT-CHECKSUM.
           MOVE XL-COMPLETED-DATE   TO DT-ORIGINAL-DATE.
           MOVE XL-COMPLETED-TIME   TO DT-ORIGINAL-TIME.
           MOVE 'TASK #'            TO CL-LOG-ID.
           MOVE EIBTASKN            TO CL-TASK-NUMBER.
           MOVE SPACES              TO CL-SOCK-ID.
           MOVE 0                   TO CL-SOCKET-NUMBER.
           MOVE TRANSFER-DATE       TO CL-LOG-DATE.
           MOVE TRANSFER-TIME       TO CL-LOG-TIME.
           MOVE DUPLICATE-TRANSFER-MSG TO CL-LOG-MSG-BUFFER.
           MOVE LENGTH OF CSMT-LOG-RECORD TO CSMT-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                               FROM(CSMT-LOG-RECORD)
                               LENGTH(CSMT-LENGTH)
                               NOHANDLE
                               END-EXEC.

       CHECK-DUPLICATE-TRANSFER-EXIT.
           EXIT.

      **** THE TRANSFER WAS PROCESSED -- LOG IT AS COMPLETED, OR
      **** REFRESH THE EXPIRED ENTRY AN EARLIER ONE LEFT BEHIND
       LOG-COMPLETED-TRANSFER.
           PERFORM BUILD-TRANSFER-KEY.

           EXEC CICS READ FILE('RCVXLOG')
                INTO(RCV-TRANSFER-LOG-RECORD)
                RIDFLD(XL-KEY)
                UPDATE
                RESP(XLOG-RESP)
           END-EXEC.

           MOVE RCV-FILE-IDENTIFIER TO XL-FILE-IDENTIFIER.
           MOVE TRANSFER-ABSTIME    TO XL-COMPLETED-ABSTIME.
           MOVE TRANSFER-DATE       TO XL-COMPLETED-DATE.
           MOVE TRANSFER-TIME       TO XL-COMPLETED-TIME.
           MOVE 0                   TO XL-DUPLICATE-COUNT
                                       XL-LAST-DUPLICATE-DATE
                                       XL-LAST-DUPLICATE-TIME.

           IF XLOG-RESP = DFHRESP(NORMAL)
              EXEC CICS REWRITE FILE('RCVXLOG')
                   FROM(RCV-TRANSFER-LOG-RECORD)
                   RESP(XLOG-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE('RCVXLOG')
                   FROM(RCV-TRANSFER-LOG-RECORD)
                   RIDFLD(XL-KEY)
                   RESP(XLOG-RESP)
              END-EXEC
           END-IF.

       LOG-COMPLETED-TRANSFER-EXIT.
           EXIT.

      **** THE IDENTITY OF THE TRANSFER JUST VERIFIED, AND THE
      **** CLOCK READING IT IS JUDGED AND LOGGED AGAINST
       BUILD-TRANSFER-KEY.
           MOVE RCV-SENDER-ID      TO XL-SENDER-ID.
           MOVE PAYLOAD-BYTE-COUNT TO XL-BYTE-COUNT.
           MOVE TRL-RECORD-COUNT   TO XL-RECORD-COUNT.
           MOVE TRL-CHECKSUM       TO XL-CHECKSUM.

           EXEC CICS ASKTIME ABSTIME(TRANSFER-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(TRANSFER-ABSTIME)
                                YYYYMMDD(TRANSFER-DATE)
                                TIME(TRANSFER-TIME)
                                END-EXEC.

      **** RECOMPUTE THE CLIENT'S CHECKSUM OVER WHAT ACTUALLY
      **** ARRIVED AND HOLD ITS RECORD COUNT TO WHAT THE PAYLOAD
      **** COULD PLAUSIBLY CARRY. RESP-REASON COMES BACK SPACES ON
       VERIFY-INTEGRITY-TRAILER-EXIT.
           EXIT.

      **** ADD THIS CONVERSATION TO TODAY'S RCV50K TOTALS. A RECORD
      **** LAST COUNTED ON AN EARLIER DAY STARTS OVER; THE FIRST
      **** CONVERSATION EVER CREATES IT.
       COUNT-SERVER-ACTIVITY.
           EXEC CICS ASKTIME ABSTIME(SERVER-COUNTER-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(SERVER-COUNTER-ABSTIME)
                                YYYYMMDD(SERVER-COUNTER-DATE)
                                TIME(SERVER-COUNTER-TIME)
                                END-EXEC.
           MOVE 'RCV50K' TO SC-SERVER-NAME.
           EXEC CICS READ FILE('SRVCTR')
                INTO(SERVER-COUNTER-RECORD)
                RIDFLD(SC-SERVER-NAME)
                UPDATE
                RESP(SERVER-COUNTER-RESP)
           END-EXEC.

           IF SERVER-COUNTER-RESP = DFHRESP(NORMAL) AND
              SC-COUNT-DATE NOT = SERVER-COUNTER-DATE
              MOVE SERVER-COUNTER-DATE TO SC-COUNT-DATE
              MOVE 0 TO SC-REQUEST-COUNT
              MOVE 0 TO SC-ERROR-COUNT
           END-IF.
           IF SERVER-COUNTER-RESP NOT = DFHRESP(NORMAL)
              MOVE 'RCV50K' TO SC-SERVER-NAME
              MOVE SERVER-COUNTER-DATE TO SC-COUNT-DATE
              MOVE 0 TO SC-REQUEST-COUNT
              MOVE 0 TO SC-ERROR-COUNT
           END-IF.

           ADD 1 TO SC-REQUEST-COUNT.
           IF RESP-STATUS = 'NAK '
              ADD 1 TO SC-ERROR-COUNT
           END-IF.
           MOVE SERVER-COUNTER-TIME TO SC-LAST-ACTIVITY-TIME.

           IF SERVER-COUNTER-RESP = DFHRESP(NORMAL)
              EXEC CICS REWRITE FILE('SRVCTR')
                   FROM(SERVER-COUNTER-RECORD)
                   RESP(SERVER-COUNTER-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE('SRVCTR')
                   FROM(SERVER-COUNTER-RECORD)
                   RIDFLD(SC-SERVER-NAME)
                   RESP(SERVER-COUNTER-RESP)
              END-EXEC
           END-IF.

       COUNT-SERVER-ACTIVITY-EXIT.
           EXIT.

       READ-RCV-CONFIG.
           OPEN INPUT RCV-CONFIG-FILE.
           IF NOT RCV-CONFIG-OPENED-OK
              MOVE CFG-MAX-SIZE TO RCV50K-MAX-SIZE
           END-IF.

           IF CFG-DUPLICATE-WINDOW-HOURS NUMERIC AND
              CFG-DUPLICATE-WINDOW-HOURS > 0
              MOVE CFG-DUPLICATE-WINDOW-HOURS TO DUPLICATE-WINDOW-HOURS
           END-IF.

       CLOSE-RCV-CONFIG.
           CLOSE RCV-CONFIG-FILE.

