             10 SIN-FAMILY                  PIC 9(4)  COMP.
             10 SIN-PORT                    PIC 9(4)  COMP.
             10 SIN-ADDR                    PIC 9(8)  COMP.
             10 SIN-ADDR-BYTES REDEFINES SIN-ADDR.
                15 SIN-ADDR-OCTET           PIC X
                                             OCCURS 4 TIMES.
             10 SIN-ZERO                    PIC X(8).

       01 AF-INET                           PIC 9(8)  COMP VALUE 2.
       01 WS-SESSION-COUNTED-FLAG           PIC X VALUE 'N'.
          88 WS-SESSION-COUNTED             VALUE 'Y'.

      *
      *  PER-USERID REQUEST-RATE THROTTLE -- A CLIENT LOOPING ON
      *  UPDA REQUESTS COULD TIE UP THE REGION WHILE STAYING INSIDE
      *  ITS SESSION CAP. EVERY REQUEST IS COUNTED AGAINST A
      *  ONE-MINUTE WINDOW ON THE USERID'S LOGONCTL RECORD, SHARED
      *  BY ALL OF ITS SESSIONS; PAST THE LIMIT (LG-REQUEST-RATE-
      *  LIMIT, OR THIS DEFAULT WHEN THE RECORD CARRIES ZERO) THE
      *  REQUEST IS NAKED 'RATE' WITHOUT BEING DISPATCHED AND THE
      *  THROTTLE IS LOGGED TO CSMT FOR SECRPT01.
      *
       01 REQUEST-RATE-DEFAULT              PIC 9(4) COMP VALUE 120.
       01 WS-EFFECTIVE-RATE-LIMIT           PIC 9(4) COMP.
       01 WS-RATE-CURRENT-MINUTE.
          05 WS-RATE-CURRENT-DATE           PIC 9(8).
          05 WS-RATE-CURRENT-HHMM           PIC 9(4).
       01 WS-RATE-CURRENT-MINUTE-N REDEFINES WS-RATE-CURRENT-MINUTE
                                            PIC 9(12).
       01 WS-RATE-EXCEEDED-FLAG             PIC X VALUE 'N'.
          88 WS-RATE-EXCEEDED               VALUE 'Y'.

      *
      *  USAGE ACCOUNTING FOR THE MONTHLY CHARGEBACK -- THE STATS
      *  LINE CARRIES NO USERID AND ONLY THE LAST ROUND'S BYTES, SO
      *  EVERY REPLY ALSO PUTS A USAGE-REQUEST LINE ON CSMT AND A
      *  LOGGED-ON SESSION PUTS ONE USAGE-SESSION LINE THERE AS THE
      *  TASK ENDS. BOTH ARE UNGATED LIKE THE STATS -- BILLING MUST
      *  NOT DEPEND ON WHETHER THE CLIENT ASKED FOR TRACING.
      *
           COPY USAGEMSG.
       01 WS-SESSION-REQUEST-COUNT          PIC 9(6) COMP VALUE 0.
       01 WS-SESSION-BILLABLE-FLAG          PIC X VALUE 'N'.
          88 WS-SESSION-BILLABLE            VALUE 'Y'.

      *
      *  RUNTIME STATUS FOR THE SRVSTAT INQUIRY -- OPS HAD NO WAY TO
      *  SEE LIVE SESSIONS OR THE DAY'S VOLUMES WITHOUT BROWSING
      *  QUEUES BY HAND. A COUNTED SESSION PUTS ITS START TIME AND
      *  USERID IN A SESSnnnn TS QUEUE NAMED FOR ITS SOCKET (THE
      *  SAME NAMING AS THE CKPTnnnn CHECKPOINTS) AND DELETES IT AS
      *  THE SESSION ENDS, AND EVERY TASK ADDS ITS REPLIES, AND AN
      *  ERROR IF IT ENDED ON ONE, TO THE CICSCS RECORD ON THE
      *  SRVCTR FILE (SRVCTR.cpy) ON ITS WAY OUT.
      *
       01 SESSION-QUEUE-NAME.
          05 FILLER                         PIC X(4)  VALUE 'SESS'.
          05 SESSION-QUEUE-SOCKNO           PIC 9(4).
       01 SESSION-QUEUE-ENTRY.
          05 SQE-START-ABSTIME              PIC S9(15) COMP-3.
          05 SQE-USERID                     PIC X(8).
       01 SESSION-QUEUE-RESP                PIC S9(8) COMP.
       01 SESSION-QUEUE-ITEM                PIC S9(4) COMP VALUE 1.
           COPY SRVCTR.
       01 SERVER-COUNTER-RESP               PIC S9(8) COMP.
       01 SERVER-COUNTER-DATE               PIC 9(8).
       01 SERVER-COUNTER-TIME               PIC 9(6).

       01 SESSION-NAK-AREA.
          05 SN-STATUS                      PIC X(4)  VALUE 'NAK '.
          05 SN-REASON                      PIC X(12)
       01 AUTH-ALLOWED-FLAG                 PIC X.
          88 AUTH-CODE-ALLOWED                          VALUE 'Y'.

      *
      *  THE QUARTERLY ACCESS RECERTIFICATION (ACRCRT01) NEEDS TO
      *  KNOW WHEN EACH USERID LAST CONNECTED AND LAST USED EACH OF
      *  ITS CODES. A GOOD LOGON AND THE FIRST GRANTED USE OF EACH
      *  CODE IN A SESSION GO TO CSMT UNGATED -- ONCE PER SESSION
      *  PER CODE, SO A KEEPALIVE CLIENT DOES NOT FLOOD THE QUEUE.
      *  A PROFILE HOLDS AT MOST 8 CODES, SO 8 SLOTS COVER IT.
      *
       01 AUTH-CODES-LOGGED.
          05 AUTH-CODE-LOGGED               PIC X(4) OCCURS 8 TIMES
                                                     VALUE SPACES.
       01 AUTH-LOGGED-SUB                   PIC S9(4) COMP.
       01 AUTH-LOGGED-FLAG                  PIC X.
          88 AUTH-CODE-ALREADY-LOGGED                   VALUE 'Y'.

      *
      *  CLIENT ADDRESS ALLOW-LIST -- A LEAKED PASSWORD USED TO WORK
      *  FROM ANY ADDRESS ON THE NETWORK. BEFORE THE LOGON IS EVEN
      *  TRIED, THE PEER ADDRESS THE LISTENER PUT IN SOCKADDR-IN IS
      *  CHECKED AGAINST THE '*GLOBAL*' AND PER-USERID RANGES ON THE
      *  ADDRALW FILE (ADDRALW.cpy). AN ADDRESS OUTSIDE EVERY RANGE
      *  IS REFUSED WITH ITS OWN REASON CODE AND LOGGED TO CSMT,
      *  UNGATED, WITH THE ADDRESS SO SECRPT01 CAN COUNT IT. NOTHING
      *  IS SENT BACK -- A REFUSED PEER LEARNS NOTHING ABOUT US.
      *
           COPY ADDRALW.
       01 ADDRESS-ALLOW-RESP                PIC S9(8) COMP.
       01 ADDRESS-RANGE-SUB                 PIC S9(4) COMP.
       01 ADDRESS-OCTET-SUB                 PIC S9(4) COMP.
       01 ADDRESS-LIST-FOUND-FLAG           PIC X.
          88 ADDRESS-LIST-FOUND                         VALUE 'Y'.
       01 ADDRESS-ALLOWED-FLAG              PIC X.
          88 ADDRESS-IS-ALLOWED                         VALUE 'Y'.
      *  THE PEER ADDRESS AS FOUR ZERO-PADDED OCTETS, SO IT COMPARES
      *  DIRECTLY AGAINST AA-LOW-ADDRESS/AA-HIGH-ADDRESS, AND THE
      *  SAME ADDRESS DOTTED FOR THE CSMT LINE
       01 PEER-ADDRESS.
          05 PEER-OCTET                     PIC 9(3) OCCURS 4 TIMES.
       01 PEER-ADDRESS-DOTTED.
          05 PEER-DOTTED-1                  PIC 9(3).
          05 FILLER                         PIC X     VALUE '.'.
          05 PEER-DOTTED-2                  PIC 9(3).
          05 FILLER                         PIC X     VALUE '.'.
          05 PEER-DOTTED-3                  PIC 9(3).
          05 FILLER                         PIC X     VALUE '.'.
          05 PEER-DOTTED-4                  PIC 9(3).
      *  ONE BYTE OF SIN-ADDR AT A TIME, WIDENED TO A NUMBER
       01 OCTET-CONVERT.
          05 OCTET-HALFWORD                 PIC 9(4)  COMP.
          05 FILLER REDEFINES OCTET-HALFWORD.
             10 OCTET-HIGH-BYTE             PIC X.
             10 OCTET-LOW-BYTE              PIC X.

       01 CHILD-SERVER-ERROR            PIC S9(4) COMP VALUE 0.
       01 CS-ERRORS.
          05 CS-ERROR-NO-ERROR          PIC S9(4) COMP VALUE 0.
          05 CS-ERROR-BAD-CREDENTIALS   PIC S9(4) COMP VALUE -10.
          05 CS-ERROR-SESSION-CAP       PIC S9(4) COMP VALUE -11.
          05 CS-ERROR-SHUTDOWN          PIC S9(4) COMP VALUE -12.
          05 CS-ERROR-ADDRESS-REFUSED   PIC S9(4) COMP VALUE -13.

      *****************************************************************
      *  PROCEDURE DIVISION AND MAINLINE CODE                         *
           MOVE 'Y'              TO SOCKET-OPENED.
           MOVE GIVE-TAKE-SOCKET TO TCP-SOCKET.

      ******* A PEER OUTSIDE THE ALLOW-LIST NEVER GETS AS FAR AS A
      ******* LOGON ATTEMPT, SO IT CANNOT EVEN PROBE FOR PASSWORDS
           PERFORM CHECK-CLIENT-ADDRESS THRU
                   CHECK-CLIENT-ADDRESS-EXIT.
           IF CHILD-SERVER-ERROR < 0 THEN
              GO TO TAKE-THE-SOCKET-EXIT
           END-IF.

      ******* A LOCKED USERID IS REFUSED BEFORE THE PASSWORD IS EVEN
      ******* TRIED -- THE LOCK ONLY COMES OFF THROUGH CICSQSC UNLOCK
           MOVE CID-USERID TO LG-USERID.
              END-IF
           END-IF.

      ******* THE GOOD LOGON IS ON THE RECORD TOO -- ACRCRT01'S
      ******* LAST-CONNECTED DATE COMES FROM THIS LINE
           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING ' LOGON ACCEPTED, USERID=' DELIMITED SIZE
                  MCID-USERID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-SECURITY-MSG.

           MOVE AF-INET          TO LI-DOMAIN.
           MOVE LSTN-NAME        TO LI-NAME.
           MOVE LSTN-SUBTASKNAME TO LI-SUBTASKNAME.
       TAKE-THE-SOCKET-EXIT.
           EXIT.

      *****************************************************************
      *  CHECK THE PEER ADDRESS AGAINST THE GLOBAL ALLOW-LIST, THEN    *
      *  THE USERID'S OWN. A USERID WITH NEITHER LIST IS NOT ADDRESS-  *
      *  RESTRICTED; OTHERWISE THE ADDRESS MUST FALL IN SOME RANGE.    *
      *****************************************************************
       CHECK-CLIENT-ADDRESS.
           MOVE 'N' TO ADDRESS-LIST-FOUND-FLAG.
           MOVE 'N' TO ADDRESS-ALLOWED-FLAG.

           PERFORM VARYING ADDRESS-OCTET-SUB FROM 1 BY 1
                   UNTIL ADDRESS-OCTET-SUB > 4
              MOVE ZERO TO OCTET-HALFWORD
              MOVE SIN-ADDR-OCTET(ADDRESS-OCTET-SUB)
                  TO OCTET-LOW-BYTE
              MOVE OCTET-HALFWORD TO PEER-OCTET(ADDRESS-OCTET-SUB)
           END-PERFORM.

           MOVE '*GLOBAL*' TO AA-USERID.
           PERFORM SCAN-ADDRESS-LIST THRU SCAN-ADDRESS-LIST-EXIT.
           IF NOT ADDRESS-IS-ALLOWED
              MOVE CID-USERID TO AA-USERID
              PERFORM SCAN-ADDRESS-LIST THRU SCAN-ADDRESS-LIST-EXIT
           END-IF.

           IF ADDRESS-IS-ALLOWED OR NOT ADDRESS-LIST-FOUND
              GO TO CHECK-CLIENT-ADDRESS-EXIT
           END-IF.

           MOVE PEER-OCTET(1) TO PEER-DOTTED-1.
           MOVE PEER-OCTET(2) TO PEER-DOTTED-2.
           MOVE PEER-OCTET(3) TO PEER-DOTTED-3.
           MOVE PEER-OCTET(4) TO PEER-DOTTED-4.
           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING ' CLIENT ADDRESS REFUSED, ADDRESS='
                  DELIMITED SIZE
                  PEER-ADDRESS-DOTTED DELIMITED SIZE
                  ' USERID='          DELIMITED SIZE
                  MCID-USERID         DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-SECURITY-MSG.
           MOVE CS-ERROR-ADDRESS-REFUSED TO CHILD-SERVER-ERROR.

       CHECK-CLIENT-ADDRESS-EXIT.
           EXIT.

      *  THE CALLER HAS MOVED THE LIST'S KEY TO AA-USERID. A MISSING
      *  RECORD LEAVES BOTH FLAGS AS THEY WERE.
       SCAN-ADDRESS-LIST.
           EXEC CICS READ FILE('ADDRALW')
                INTO(ADDRESS-ALLOW-RECORD)
                RIDFLD(AA-USERID)
                RESP(ADDRESS-ALLOW-RESP)
           END-EXEC.
           IF ADDRESS-ALLOW-RESP NOT = DFHRESP(NORMAL)
              GO TO SCAN-ADDRESS-LIST-EXIT
           END-IF.

           MOVE 'Y' TO ADDRESS-LIST-FOUND-FLAG.
           PERFORM VARYING ADDRESS-RANGE-SUB FROM 1 BY 1
                   UNTIL ADDRESS-RANGE-SUB > 10
                      OR ADDRESS-IS-ALLOWED
              IF AA-HIGH-ADDRESS(ADDRESS-RANGE-SUB) NOT = ZEROS AND
                 PEER-ADDRESS NOT < AA-LOW-ADDRESS(ADDRESS-RANGE-SUB)
                 AND
                 PEER-ADDRESS NOT > AA-HIGH-ADDRESS(ADDRESS-RANGE-SUB)
                 MOVE 'Y' TO ADDRESS-ALLOWED-FLAG
              END-IF
           END-PERFORM.

       SCAN-ADDRESS-LIST-EXIT.
           EXIT.

      *****************************************************************
      *  ONE MORE LIVE SESSION FOR THIS USERID -- OR A REFUSAL WHEN    *
      *  THE TALLY HAS ALREADY REACHED THE CAP. THE TALLY RIDES THE    *
              SET LG-USERID-NOT-LOCKED TO TRUE
              MOVE 1 TO LG-LIVE-SESSION-COUNT
              MOVE 0 TO LG-SESSION-CAP
              MOVE 0 TO LG-REQUEST-RATE-LIMIT
              MOVE 0 TO LG-RATE-WINDOW-MINUTE
              MOVE 0 TO LG-RATE-WINDOW-COUNT
              EXEC CICS WRITE FILE('LOGONCTL')
                   FROM(LOGON-CONTROL-RECORD)
                   RIDFLD(LG-USERID)
                   RESP(LOGON-CONTROL-RESP)
              END-EXEC
              SET WS-SESSION-COUNTED TO TRUE
              SET WS-SESSION-BILLABLE TO TRUE
              PERFORM WRITE-SESSION-ENTRY
              GO TO COUNT-SESSION-IN-EXIT
           END-IF.

                RESP(LOGON-CONTROL-RESP)
           END-EXEC.
           SET WS-SESSION-COUNTED TO TRUE.
           SET WS-SESSION-BILLABLE TO TRUE.
           PERFORM WRITE-SESSION-ENTRY.

       COUNT-SESSION-IN-EXIT.
           EXIT.
              GO TO COUNT-SESSION-OUT-EXIT
           END-IF.
           MOVE 'N' TO WS-SESSION-COUNTED-FLAG.
           MOVE TCP-SOCKET TO SESSION-QUEUE-SOCKNO.
           EXEC CICS DELETEQ TS
                QUEUE(SESSION-QUEUE-NAME)
                RESP(SESSION-QUEUE-RESP)
           END-EXEC.
           MOVE CID-USERID TO LG-USERID.
           EXEC CICS READ FILE('LOGONCTL')
                INTO(LOGON-CONTROL-RECORD)
       COUNT-SESSION-OUT-EXIT.
           EXIT.

      *  THE LIVE SESSION'S ENTRY FOR THE STATUS INQUIRY. A SOCKET
      *  NUMBER IS REUSED, SO AN ENTRY A CRASHED TASK LEFT BEHIND
      *  IS SIMPLY REWRITTEN BY THE NEXT SESSION ON THAT SOCKET.
       WRITE-SESSION-ENTRY.
           MOVE TCP-SOCKET TO SESSION-QUEUE-SOCKNO.
           MOVE WS-TASK-START-ABSTIME TO SQE-START-ABSTIME.
           MOVE CID-USERID TO SQE-USERID.
           EXEC CICS WRITEQ TS
                QUEUE(SESSION-QUEUE-NAME)
                FROM(SESSION-QUEUE-ENTRY)
                LENGTH(LENGTH OF SESSION-QUEUE-ENTRY)
                ITEM(SESSION-QUEUE-ITEM)
                REWRITE
                RESP(SESSION-QUEUE-RESP)
           END-EXEC.
           IF SESSION-QUEUE-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TS
                   QUEUE(SESSION-QUEUE-NAME)
                   FROM(SESSION-QUEUE-ENTRY)
                   LENGTH(LENGTH OF SESSION-QUEUE-ENTRY)
                   RESP(SESSION-QUEUE-RESP)
              END-EXEC
           END-IF.

      *****************************************************************
      *  ONE MORE CONSECUTIVE VERIFY FAILURE FOR THIS USERID -- AT    *
      *  THE CAP, THE USERID LOCKS AND THE EVENT GOES TO CSMT.        *
              MOVE CID-USERID TO LG-USERID
              MOVE 1 TO LG-FAILURE-COUNT
              SET LG-USERID-NOT-LOCKED TO TRUE
              MOVE 0 TO LG-LIVE-SESSION-COUNT
              MOVE 0 TO LG-SESSION-CAP
              MOVE 0 TO LG-REQUEST-RATE-LIMIT
              MOVE 0 TO LG-RATE-WINDOW-MINUTE
              MOVE 0 TO LG-RATE-WINDOW-COUNT
              EXEC CICS WRITE FILE('LOGONCTL')
                   FROM(LOGON-CONTROL-RECORD)
                   RIDFLD(LG-USERID)

           MOVE TCP-BUF(1:4) TO REQUEST-TYPE-CODE.

      ******* A USERID OVER ITS REQUEST RATE IS NAKED BEFORE ANYTHING
      ******* IS DISPATCHED, WHATEVER THE REQUEST TYPE
           PERFORM CHECK-REQUEST-RATE THRU CHECK-REQUEST-RATE-EXIT.
           IF WS-RATE-EXCEEDED
              GO TO PROCESS-REQUEST-EXIT
           END-IF.

           EVALUATE REQUEST-TYPE-CODE
               WHEN 'ECHO'
                   MOVE BYTES-RECEIVED TO BYTES-TO-SEND
       PROCESS-REQUEST-EXIT.
           EXIT.

      *****************************************************************
      *  COUNT THIS REQUEST AGAINST THE USERID'S ONE-MINUTE WINDOW ON *
      *  LOGONCTL. A NEW MINUTE STARTS A NEW WINDOW; PAST THE LIMIT   *
      *  THE CLIENT GETS A 'RATE' NAK AND THE THROTTLE GOES TO CSMT.  *
      *****************************************************************
       CHECK-REQUEST-RATE.
           MOVE 'N' TO WS-RATE-EXCEEDED-FLAG.

           PERFORM STAMP-LOG-DATE-TIME.
           MOVE LOG-DATE      TO WS-RATE-CURRENT-DATE.
           MOVE LOG-TIME(1:4) TO WS-RATE-CURRENT-HHMM.

           MOVE CID-USERID TO LG-USERID.
           EXEC CICS READ FILE('LOGONCTL')
                INTO(LOGON-CONTROL-RECORD)
                RIDFLD(LG-USERID)
                UPDATE
                RESP(LOGON-CONTROL-RESP)
           END-EXEC.

      ******* COUNT-SESSION-IN WROTE THE RECORD AT LOGON; IF IT IS
      ******* GONE, THE REQUEST GOES THROUGH UNCOUNTED RATHER THAN
      ******* REFUSING A SESSION THE CAP ALREADY LET IN
           IF LOGON-CONTROL-RESP NOT = DFHRESP(NORMAL)
              GO TO CHECK-REQUEST-RATE-EXIT
           END-IF.

           IF LG-RATE-WINDOW-MINUTE NOT = WS-RATE-CURRENT-MINUTE-N
              MOVE WS-RATE-CURRENT-MINUTE-N TO LG-RATE-WINDOW-MINUTE
              MOVE 1 TO LG-RATE-WINDOW-COUNT
           ELSE
              IF LG-RATE-WINDOW-COUNT < 999999
                 ADD 1 TO LG-RATE-WINDOW-COUNT
              END-IF
           END-IF.

           EXEC CICS REWRITE FILE('LOGONCTL')
                FROM(LOGON-CONTROL-RECORD)
                RESP(LOGON-CONTROL-RESP)
           END-EXEC.

           IF LG-REQUEST-RATE-LIMIT > 0
              MOVE LG-REQUEST-RATE-LIMIT TO WS-EFFECTIVE-RATE-LIMIT
           ELSE
              MOVE REQUEST-RATE-DEFAULT TO WS-EFFECTIVE-RATE-LIMIT
           END-IF.

           IF LG-RATE-WINDOW-COUNT > WS-EFFECTIVE-RATE-LIMIT
              MOVE 'Y' TO WS-RATE-EXCEEDED-FLAG
              MOVE SPACES TO LOG-MSG-BUFFER
              STRING ' REQUEST RATE THROTTLED, USERID='
                     DELIMITED SIZE
                     MCID-USERID DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
              PERFORM WRITE-SECURITY-MSG
              MOVE 'RATE' TO DN-REASON
              PERFORM SEND-DISPATCH-NAK
           END-IF.

       CHECK-REQUEST-RATE-EXIT.
           EXIT.

      *****************************************************************
      *  UNPACK THE UPDATEARRAY COMMAREA FROM THE BUFFER, LINK TO THE *
      *  BUSINESS PROGRAM, AND MARSHAL ITS UPDATED AREA BACK BEHIND   *
              PERFORM WRITE-SECURITY-MSG
              MOVE 'AUTH' TO DN-REASON
              PERFORM SEND-DISPATCH-NAK
              GO TO CHECK-REQUEST-AUTHORITY-EXIT
           END-IF.

      ******* THE FIRST GRANTED USE OF THE CODE THIS SESSION IS
      ******* LOGGED; LATER ONES ARE ALREADY ON THE RECORD
           MOVE 'N' TO AUTH-LOGGED-FLAG.
           PERFORM VARYING AUTH-LOGGED-SUB FROM 1 BY 1
                   UNTIL AUTH-LOGGED-SUB > 8
                      OR AUTH-CODE-ALREADY-LOGGED
                      OR AUTH-CODE-LOGGED(AUTH-LOGGED-SUB) = SPACES
              IF AUTH-CODE-LOGGED(AUTH-LOGGED-SUB) =
                      REQUEST-TYPE-CODE
                 MOVE 'Y' TO AUTH-LOGGED-FLAG
              END-IF
           END-PERFORM.
           IF AUTH-CODE-ALREADY-LOGGED
              GO TO CHECK-REQUEST-AUTHORITY-EXIT
           END-IF.
           IF AUTH-LOGGED-SUB NOT > 8
              MOVE REQUEST-TYPE-CODE
                  TO AUTH-CODE-LOGGED(AUTH-LOGGED-SUB)
           END-IF.
           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING ' REQUEST AUTHORIZED, CODE=' DELIMITED SIZE
                  REQUEST-TYPE-CODE DELIMITED SIZE
                  ' USERID='        DELIMITED SIZE
                  MCID-USERID       DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-SECURITY-MSG.

       CHECK-REQUEST-AUTHORITY-EXIT.
           EXIT.

              GO TO SEND-REPLY-EXIT
           END-IF.

      ******* THE ROUND WENT OUT -- BILL IT TO THE USERID UNDER THE
      ******* CODE THE CLIENT ASKED FOR, NAKED OR NOT
           IF WS-SESSION-REQUEST-COUNT < 999999
              ADD 1 TO WS-SESSION-REQUEST-COUNT
           END-IF.
           MOVE MCID-USERID       TO UQ-USERID.
           MOVE REQUEST-TYPE-CODE TO UQ-REQUEST-CODE.
           MOVE BYTES-RECEIVED    TO UQ-BYTES-IN.
           MOVE BYTES-TO-SEND     TO UQ-BYTES-OUT.
           MOVE USAGE-REQUEST-MSG TO LOG-MSG-BUFFER.
           PERFORM WRITE-USAGE-MSG.

       SEND-REPLY-EXIT.
           EXIT.

                               NOHANDLE
                               END-EXEC.

      *****************************************************************
      *  USAGE LINES ALWAYS WRITE TO CSMT, UNGATED LIKE THE STATS --  *
      *  THE CALLER HAS ALREADY MOVED THE USAGEMSG.cpy LINE INTO      *
      *  LOG-MSG-BUFFER.                                              *
      *****************************************************************
       WRITE-USAGE-MSG.
           PERFORM STAMP-LOG-DATE-TIME.
           MOVE LENGTH OF LOG-MSG TO HW-LENGTH.
           MOVE EIBTASKN          TO TASK-NUMBER.
           MOVE TCP-SOCKET        TO SOCKET-NUMBER.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                               FROM(LOG-MSG)
                               LENGTH(HW-LENGTH)
                               NOHANDLE
                               END-EXEC.

      *****************************************************************
      *  WRITE A MESSAGE OUT TO A CICS TRANSIENT DATA QUEUE           *
      *****************************************************************
                                TIME(LOG-TIME)
                                END-EXEC.

      *****************************************************************
      ** ADD THIS TASK'S REPLIES, AND AN ERROR IF IT ENDED ON ONE, TO *
      ** TODAY'S CICSCS TOTALS ON SRVCTR. A RECORD LAST COUNTED ON AN *
      ** EARLIER DAY STARTS OVER; THE FIRST TASK EVER CREATES IT.     *
      *****************************************************************
       COUNT-SERVER-ACTIVITY.
           EXEC CICS FORMATTIME ABSTIME(WS-TASK-END-ABSTIME)
                                YYYYMMDD(SERVER-COUNTER-DATE)
                                TIME(SERVER-COUNTER-TIME)
                                END-EXEC.
           MOVE 'CICSCS' TO SC-SERVER-NAME.
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
              MOVE 'CICSCS' TO SC-SERVER-NAME
              MOVE SERVER-COUNTER-DATE TO SC-COUNT-DATE
              MOVE 0 TO SC-REQUEST-COUNT
              MOVE 0 TO SC-ERROR-COUNT
           END-IF.

           ADD WS-SESSION-REQUEST-COUNT TO SC-REQUEST-COUNT.
           IF CHILD-SERVER-ERROR < 0
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

      *****************************************************************
      ** COUNT THIS CHILD TASK IN (+1) OR OUT (-1) OF THE QSCEACT     *
      ** DRAIN COUNTER CICSQSC DISPLAYS. A MISSING QUEUE JUST MEANS   *
           COMPUTE WS-ELAPSED-MILLISECONDS =
               WS-TASK-END-ABSTIME - WS-TASK-START-ABSTIME.
           PERFORM WRITE-STATS-MSG.
           PERFORM COUNT-SERVER-ACTIVITY THRU
                   COUNT-SERVER-ACTIVITY-EXIT.

           IF WS-SESSION-BILLABLE
              MOVE MCID-USERID              TO US-USERID
              MOVE WS-SESSION-REQUEST-COUNT TO US-REQUEST-COUNT
              MOVE WS-ELAPSED-MILLISECONDS  TO US-CONNECT-MS
              MOVE USAGE-SESSION-MSG        TO LOG-MSG-BUFFER
              PERFORM WRITE-USAGE-MSG
           END-IF.

           MOVE SPACES TO LOG-MSG-BUFFER.
           MOVE 'END OF CONCURRENT SERVER' TO LOG-MSG-BUFFER.
