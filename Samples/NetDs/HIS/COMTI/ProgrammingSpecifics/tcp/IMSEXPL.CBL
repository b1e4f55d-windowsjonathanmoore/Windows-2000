           SELECT TCP-CONFIG-FILE ASSIGN TO TCPCFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
      *  TODAY'S REQUEST AND ERROR TOTALS FOR THE CICS-SIDE SRVSTAT
      *  STATUS INQUIRY, WHICH READS THIS SAME FILE AS ITS IMSCTR
      *  FILE -- THIS REGION CANNOT REACH CICS'S OWN SRVCTR FILE.
           SELECT IMS-COUNTER-FILE ASSIGN TO IMSCTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-SERVER-NAME
               FILE STATUS IS WS-COUNTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CFG-TCPNAME                    PIC X(8).
           05  FILLER                         PIC X(58).

       FD  IMS-COUNTER-FILE.
           COPY SRVCTR.

       WORKING-STORAGE SECTION.
       01 WS-CONFIG-FILE-STATUS             PIC X(2)  VALUE '00'.
          88 SERVER-CONFIG-OPENED-OK                  VALUE '00'.
       01 WS-COUNTER-FILE-STATUS            PIC X(2)  VALUE '00'.
          88 COUNTER-FILE-OK                          VALUE '00'.
       01 COUNTER-NOW-TEXT                  PIC X(21).
      *****************************************************************
      ** MVS TCP/IP REQUIRED DEFINITIONS                              *
      *****************************************************************
              CALL 'CBLTDLI' USING DLI-LOG LOG-MSG
           END-IF.

      *****************************************************************
      ** ADD THIS MESSAGE, AND AN ERROR IF IT ENDED ON ONE, TO        *
      ** TODAY'S IMSEXPL TOTALS. A RECORD LAST COUNTED ON AN EARLIER  *
      ** DAY STARTS OVER; A MISSING FILE OR RECORD IS CREATED. THE    *
      ** COUNT IS BEST-EFFORT -- IT NEVER STOPS THE SERVER.           *
      *****************************************************************
       COUNT-SERVER-ACTIVITY.
           OPEN I-O IMS-COUNTER-FILE.
           IF NOT COUNTER-FILE-OK
              OPEN OUTPUT IMS-COUNTER-FILE
              CLOSE IMS-COUNTER-FILE
              OPEN I-O IMS-COUNTER-FILE
              IF NOT COUNTER-FILE-OK
                 GO TO COUNT-SERVER-ACTIVITY-EXIT
              END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO COUNTER-NOW-TEXT.
           MOVE 'IMSEXPL' TO SC-SERVER-NAME.
           READ IMS-COUNTER-FILE
               INVALID KEY
                  MOVE 'IMSEXPL' TO SC-SERVER-NAME
                  MOVE COUNTER-NOW-TEXT(1:8) TO SC-COUNT-DATE
                  MOVE 0 TO SC-REQUEST-COUNT
                  MOVE 0 TO SC-ERROR-COUNT
                  MOVE 0 TO SC-LAST-ACTIVITY-TIME
                  WRITE SERVER-COUNTER-RECORD
                      INVALID KEY CONTINUE
                  END-WRITE
           END-READ.

           IF SC-COUNT-DATE NOT = COUNTER-NOW-TEXT(1:8)
              MOVE COUNTER-NOW-TEXT(1:8) TO SC-COUNT-DATE
              MOVE 0 TO SC-REQUEST-COUNT
              MOVE 0 TO SC-ERROR-COUNT
           END-IF.
           ADD 1 TO SC-REQUEST-COUNT.
           IF CHILD-SERVER-ERROR < 0
              ADD 1 TO SC-ERROR-COUNT
           END-IF.
           MOVE COUNTER-NOW-TEXT(9:6) TO SC-LAST-ACTIVITY-TIME.
           REWRITE SERVER-COUNTER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.

           CLOSE IMS-COUNTER-FILE.

       COUNT-SERVER-ACTIVITY-EXIT.
           EXIT.

      *****************************************************************
      ** EXIT PGM                                                     *
      *****************************************************************
       EXIT-THE-PROGRAM.
           PERFORM COUNT-SERVER-ACTIVITY THRU
                   COUNT-SERVER-ACTIVITY-EXIT.
           MOVE SPACES TO LOG-MSG-BUFFER.
           MOVE 'END OF CONCURRENT SERVER' TO LOG-MSG-BUFFER.
           PERFORM WRITE-LOG-MSG.
