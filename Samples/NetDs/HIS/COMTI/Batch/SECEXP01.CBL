      ***********************************************************
      * SECEXP01 -- SECURITY EVENT EXPORT FOR THE LOG COLLECTOR      *
      *                                                              *
      * THE SECURITY TEAM MONITORS LOGON FAILURES, LOCKOUTS,         *
      * AUTHORITY DENIALS AND SESSION-CAP REFUSALS CENTRALLY, BUT    *
      * OURS EXIST ONLY AS FREE-TEXT CSMT LINES THAT SECRPT01        *
      * TALLIES. THIS JOB READS THE LATEST CSMTPURG ARCHIVE          *
      * GENERATION (CSMTARCH) AND THEN THE CURRENT CSMT EXTRACT      *
      * (CSMTEXT), EITHER ONE OPTIONAL, PICKS OUT THE SECURITY LINES *
      * BY THEIR FIXED PREFIXES, AND WRITES EACH AS ONE SECEVT.cpy   *
      * STRUCTURED EVENT TO THE TRANSFER FILE (SECEVTX):             *
      *                                                              *
      *   LOGONFAIL   ' VERIFY PASSWORD FAILED FOR USERID='          *
      *   LOCKOUT     ' USERID LOCKED AFTER FAILURES, USERID='       *
      *   LOCKEDLOGON ' LOGON REFUSED, LOCKED USERID='               *
      *   SESSIONCAP  ' SESSION CAP REFUSAL, USERID='                *
      *   RATELIMIT   ' REQUEST RATE THROTTLED, USERID='             *
      *   AUTHDENIED  ' REQUEST NOT AUTHORIZED, CODE='               *
      *   ADDRREFUSED ' CLIENT ADDRESS REFUSED, ADDRESS='            *
      *   LOCKRESET   ' USERID LOCKOUT RESET, USERID='               *
      *   PROFILE     'AUTHMNT ...'                                  *
      *   INVALIDTIM  'TIM DOES NOT CONTAIN *LISTNR*'                *
      *                                                              *
      * ALL ARE CICSCS LINES BUT LOCKRESET (CICSQSC), PROFILE (THE   *
      * AUTHMNT LIFECYCLE LINES, WRITTEN IN THE CUST-# SHAPE WITH    *
      * THE TEXT AT ITS OWN OFFSET) AND INVALIDTIM -- A CONNECTION   *
      * THAT DID NOT COME THROUGH THE LISTENER, THE ONE SECURITY     *
      * LINE THE IMS SERVERS WRITE.                                  *
      *                                                              *
      * EACH EVENT IS EXPORTED EXACTLY ONCE. THE HIGH-WATER MARK     *
      * (SECHWM) HOLDS THE NEWEST CSMT STAMP EXPORTED, HOW MANY      *
      * EVENTS CARRIED THAT SAME SECOND, AND THE LAST EVENT SEQUENCE *
      * NUMBER. AN EVENT OLDER THAN THE MARK WAS SENT BY AN EARLIER  *
      * RUN OR FROM THE ARCHIVE -- THE EXTRACT STILL HOLDS THE       *
      * RECORDS CSMTPURG RETAINED -- AND IS SKIPPED; AN EVENT IN THE *
      * MARK'S OWN SECOND IS SENT ONLY PAST THE COUNT ALREADY SENT   *
      * FOR IT. THE MARK IS REWRITTEN AT THE END OF THE RUN, SO A    *
      * RUN THAT FAILS PART-WAY IS SIMPLY RUN AGAIN. A RECORD THAT   *
      * PREDATES THE CSMT DATE STAMP CANNOT BE PLACED AND IS         *
      * COUNTED, NOT SENT. THE RUN REPORT (SECEXRPT) COUNTS EVENTS   *
      * BY TYPE; NO CSMT INPUT AT ALL IS RETURN-CODE 4.              *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECEXP01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIGH-WATER-FILE ASSIGN TO SECHWM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HWM-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO CSMTARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT CSMT-EXTRACT-FILE ASSIGN TO CSMTEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT SECURITY-EVENT-FILE ASSIGN TO SECEVTX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPORT-REPORT-FILE ASSIGN TO SECEXRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  WHERE THE LAST RUN LEFT OFF. NO FILE (THE FIRST RUN) MEANS
      *  EVERYTHING ON THE INPUTS IS NEW.
       FD  HIGH-WATER-FILE.
       01  HIGH-WATER-RECORD.
           05  SH-LAST-STAMP.
               10  SH-LAST-DATE              PIC 9(8).
               10  SH-LAST-TIME              PIC 9(6).
           05  SH-EVENTS-AT-STAMP            PIC 9(5).
           05  SH-LAST-SEQUENCE              PIC 9(9).
           05  SH-LAST-RUN-DATE              PIC 9(8).
           05  FILLER                        PIC X(44).

       FD  ARCHIVE-FILE.
           COPY CSMTLOG
               REPLACING CSMT-LOG-RECORD BY ARCHIVE-LOG-RECORD
                         CL-LOG-ID BY AR-LOG-ID
                         CL-TASK-NUMBER BY AR-TASK-NUMBER
                         CL-SOCK-ID BY AR-SOCK-ID
                         CL-SOCKET-NUMBER BY AR-SOCKET-NUMBER
                         CL-LOG-DATE BY AR-LOG-DATE
                         CL-LOG-TIME BY AR-LOG-TIME
                         CL-LOG-MSG-BUFFER BY AR-LOG-MSG-BUFFER.

       FD  CSMT-EXTRACT-FILE.
           COPY CSMTLOG
               REPLACING CSMT-LOG-RECORD BY EXTRACT-LOG-RECORD
                         CL-LOG-ID BY EX-LOG-ID
                         CL-TASK-NUMBER BY EX-TASK-NUMBER
                         CL-SOCK-ID BY EX-SOCK-ID
                         CL-SOCKET-NUMBER BY EX-SOCKET-NUMBER
                         CL-LOG-DATE BY EX-LOG-DATE
                         CL-LOG-TIME BY EX-LOG-TIME
                         CL-LOG-MSG-BUFFER BY EX-LOG-MSG-BUFFER.

       FD  SECURITY-EVENT-FILE.
           COPY SECEVT.

       FD  EXPORT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  EXPORT-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.

       01  WS-HWM-STATUS                     PIC X(2).
           88  WS-HWM-STATUS-OK              VALUE '00'.
       01  WS-ARCHIVE-STATUS                 PIC X(2).
           88  WS-ARCHIVE-STATUS-OK          VALUE '00'.
       01  WS-EXTRACT-STATUS                 PIC X(2).
           88  WS-EXTRACT-STATUS-OK          VALUE '00'.
       01  WS-INPUTS-READ                    PIC 9(1) VALUE 0.

      *  BOTH INPUTS ARE HANDLED THROUGH THIS ONE COPY OF THE
      *  RECORD, SO THE CLASSIFYING PARAGRAPHS SERVE EITHER.
           COPY CSMTLOG.
       01  WS-SOURCE-NAME                    PIC X(8).

      *  THE RECORD'S OWN STAMP AND TEXT. THE CUST-# AUDIT SHAPE
      *  (7-BYTE ID + 9-DIGIT CUSTOMER + A SPACE) PUTS ITS STAMP AT
      *  BYTE 18 AND ITS TEXT AT BYTE 33; EVERY OTHER WRITER USES
      *  THE CSMTLOG.cpy OFFSETS.
       01  WS-RECORD-STAMP.
           05  WS-RECORD-DATE                PIC 9(8).
           05  WS-RECORD-TIME                PIC 9(6).
       01  WS-RECORD-STAMP-TEXT REDEFINES WS-RECORD-STAMP
                                             PIC X(14).
       01  WS-RECORD-STAMP-NUMBER REDEFINES WS-RECORD-STAMP
                                             PIC 9(14).
       01  WS-RECORD-TEXT                    PIC X(80).
       01  WS-RECORD-TASK-NUMBER             PIC 9(7).
       01  WS-RECORD-SOCKET-NUMBER           PIC 9(4).

      *  THE MARK AS THIS INPUT FILE BEGAN, AND HOW MANY EVENTS IN
      *  THAT SECOND THIS FILE HAS SHOWN SO FAR. THE RUNNING MARK
      *  ITSELF IS KEPT ON HIGH-WATER-RECORD.
       01  WS-FILE-BASE-STAMP                PIC 9(14).
       01  WS-FILE-BASE-COUNT                PIC 9(5).
       01  WS-SEEN-AT-BASE                   PIC 9(5).
       01  WS-HWM-STAMP-NUMBER               PIC 9(14).
       01  WS-START-STAMP                    PIC 9(14).
       01  WS-START-SEQUENCE                 PIC 9(9).

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).

      *  EVENT TYPE NAMES IN SECEVT.cpy ORDER, WITH A COUNT EACH.
       01  WS-TYPE-NAMES.
           05  FILLER PIC X(12) VALUE 'LOGONFAIL'.
           05  FILLER PIC X(12) VALUE 'LOCKOUT'.
           05  FILLER PIC X(12) VALUE 'LOCKEDLOGON'.
           05  FILLER PIC X(12) VALUE 'LOCKRESET'.
           05  FILLER PIC X(12) VALUE 'SESSIONCAP'.
           05  FILLER PIC X(12) VALUE 'RATELIMIT'.
           05  FILLER PIC X(12) VALUE 'AUTHDENIED'.
           05  FILLER PIC X(12) VALUE 'PROFILE'.
           05  FILLER PIC X(12) VALUE 'INVALIDTIM'.
           05  FILLER PIC X(12) VALUE 'ADDRREFUSED'.
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME OCCURS 10 TIMES  PIC X(12).
       01  WS-TYPE-COUNTS.
           05  WS-TYPE-COUNT OCCURS 10 TIMES PIC 9(9) COMP.
       01  WS-TYPE-SUB                       PIC 9(4) COMP.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-EVENTS-FOUND               PIC 9(9) COMP VALUE 0.
           05  WS-EVENTS-EXPORTED            PIC 9(9) COMP VALUE 0.
           05  WS-EVENTS-ALREADY-SENT        PIC 9(9) COMP VALUE 0.
           05  WS-EVENTS-UNSTAMPED           PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'SECURITY EVENT EXPORT RUN REPORT'.

       01  WS-INPUT-LINE.
           05  FILLER                        PIC X(7) VALUE 'INPUT: '.
           05  WS-INP-NAME                   PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-INP-TEXT                   PIC X(30).

       01  WS-MARK-LINE.
           05  WS-MRK-LABEL                  PIC X(22).
           05  WS-MRK-STAMP                  PIC 9(14).
           05  FILLER                        PIC X(13)
               VALUE '   SEQUENCE: '.
           05  WS-MRK-SEQUENCE               PIC 9(9).

       01  WS-TYPE-LINE.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-TYP-NAME                   PIC X(12).
           05  WS-TYP-COUNT                  PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(14)
               VALUE 'RECORDS READ: '.
           05  WS-SUM-READ                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'SECURITY EVENTS: '.
           05  WS-SUM-FOUND                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'EXPORTED: '.
           05  WS-SUM-EXPORTED               PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(14)
               VALUE 'ALREADY SENT: '.
           05  WS-SUM-ALREADY                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'UNSTAMPED:       '.
           05  WS-SUM-UNSTAMPED              PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           INITIALIZE WS-TYPE-COUNTS.
           PERFORM READ-HIGH-WATER-MARK THRU
                   READ-HIGH-WATER-MARK-EXIT.
           MOVE SH-LAST-STAMP    TO WS-HWM-STAMP-NUMBER.
           MOVE WS-HWM-STAMP-NUMBER TO WS-START-STAMP.
           MOVE SH-LAST-SEQUENCE TO WS-START-SEQUENCE.

           OPEN OUTPUT SECURITY-EVENT-FILE
                       EXPORT-REPORT-FILE.
           WRITE EXPORT-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO EXPORT-REPORT-LINE.
           WRITE EXPORT-REPORT-LINE.

      *  THE ARCHIVE IS OLDER THAN THE LIVE EXTRACT, SO IT GOES
      *  FIRST AND THE EXTRACT'S RETAINED RECORDS FALL BELOW THE
      *  MARK THE ARCHIVE LEAVES.
           MOVE 'CSMTARCH' TO WS-SOURCE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS-OK
               ADD 1 TO WS-INPUTS-READ
               PERFORM START-ONE-INPUT
               PERFORM READ-NEXT-ARCHIVE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   MOVE ARCHIVE-LOG-RECORD TO CSMT-LOG-RECORD
                   PERFORM EXAMINE-ONE-RECORD THRU
                           EXAMINE-ONE-RECORD-EXIT
                   PERFORM READ-NEXT-ARCHIVE
               END-PERFORM
               CLOSE ARCHIVE-FILE
               MOVE 'READ' TO WS-INP-TEXT
           ELSE
               CLOSE ARCHIVE-FILE
               MOVE 'NOT PRESENT, SKIPPED' TO WS-INP-TEXT
           END-IF.
           MOVE WS-SOURCE-NAME TO WS-INP-NAME.
           WRITE EXPORT-REPORT-LINE FROM WS-INPUT-LINE.

           MOVE 'CSMTEXT' TO WS-SOURCE-NAME.
           OPEN INPUT CSMT-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS-OK
               ADD 1 TO WS-INPUTS-READ
               PERFORM START-ONE-INPUT
               PERFORM READ-NEXT-EXTRACT
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   MOVE EXTRACT-LOG-RECORD TO CSMT-LOG-RECORD
                   PERFORM EXAMINE-ONE-RECORD THRU
                           EXAMINE-ONE-RECORD-EXIT
                   PERFORM READ-NEXT-EXTRACT
               END-PERFORM
               CLOSE CSMT-EXTRACT-FILE
               MOVE 'READ' TO WS-INP-TEXT
           ELSE
               CLOSE CSMT-EXTRACT-FILE
               MOVE 'NOT PRESENT, SKIPPED' TO WS-INP-TEXT
           END-IF.
           MOVE WS-SOURCE-NAME TO WS-INP-NAME.
           WRITE EXPORT-REPORT-LINE FROM WS-INPUT-LINE.

           PERFORM WRITE-HIGH-WATER-MARK.

           MOVE SPACES TO EXPORT-REPORT-LINE.
           WRITE EXPORT-REPORT-LINE.
           MOVE 'MARK AT START:'    TO WS-MRK-LABEL.
           MOVE WS-START-STAMP      TO WS-MRK-STAMP.
           MOVE WS-START-SEQUENCE   TO WS-MRK-SEQUENCE.
           WRITE EXPORT-REPORT-LINE FROM WS-MARK-LINE.
           MOVE 'MARK AT END:'      TO WS-MRK-LABEL.
           MOVE WS-HWM-STAMP-NUMBER TO WS-MRK-STAMP.
           MOVE SH-LAST-SEQUENCE    TO WS-MRK-SEQUENCE.
           WRITE EXPORT-REPORT-LINE FROM WS-MARK-LINE.

           MOVE SPACES TO EXPORT-REPORT-LINE.
           WRITE EXPORT-REPORT-LINE.
           MOVE 'EVENTS EXPORTED BY TYPE' TO EXPORT-REPORT-LINE.
           WRITE EXPORT-REPORT-LINE.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 10
               MOVE WS-TYPE-NAME(WS-TYPE-SUB)  TO WS-TYP-NAME
               MOVE WS-TYPE-COUNT(WS-TYPE-SUB) TO WS-TYP-COUNT
               WRITE EXPORT-REPORT-LINE FROM WS-TYPE-LINE
           END-PERFORM.

           MOVE SPACES TO EXPORT-REPORT-LINE.
           WRITE EXPORT-REPORT-LINE.
           MOVE WS-RECORDS-READ        TO WS-SUM-READ.
           MOVE WS-EVENTS-FOUND        TO WS-SUM-FOUND.
           MOVE WS-EVENTS-EXPORTED     TO WS-SUM-EXPORTED.
           WRITE EXPORT-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-EVENTS-ALREADY-SENT TO WS-SUM-ALREADY.
           MOVE WS-EVENTS-UNSTAMPED    TO WS-SUM-UNSTAMPED.
           WRITE EXPORT-REPORT-LINE FROM WS-SUMMARY-LINE-2.

           IF WS-INPUTS-READ = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           CLOSE SECURITY-EVENT-FILE
                 EXPORT-REPORT-FILE.
           GOBACK.

       READ-HIGH-WATER-MARK.
           INITIALIZE HIGH-WATER-RECORD.
           OPEN INPUT HIGH-WATER-FILE.
           IF NOT WS-HWM-STATUS-OK
               GO TO READ-HIGH-WATER-MARK-EXIT
           END-IF.
           READ HIGH-WATER-FILE
               AT END INITIALIZE HIGH-WATER-RECORD
           END-READ.
           IF SH-LAST-STAMP NOT NUMERIC OR
              SH-EVENTS-AT-STAMP NOT NUMERIC OR
              SH-LAST-SEQUENCE NOT NUMERIC
               INITIALIZE HIGH-WATER-RECORD
           END-IF.
           CLOSE HIGH-WATER-FILE.
       READ-HIGH-WATER-MARK-EXIT.
           EXIT.

       WRITE-HIGH-WATER-MARK.
           MOVE WS-HWM-STAMP-NUMBER TO SH-LAST-STAMP.
           MOVE WS-TODAY-YYYYMMDD   TO SH-LAST-RUN-DATE.
           OPEN OUTPUT HIGH-WATER-FILE.
           WRITE HIGH-WATER-RECORD.
           CLOSE HIGH-WATER-FILE.

       START-ONE-INPUT.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE WS-HWM-STAMP-NUMBER TO WS-FILE-BASE-STAMP.
           MOVE SH-EVENTS-AT-STAMP  TO WS-FILE-BASE-COUNT.
           MOVE 0 TO WS-SEEN-AT-BASE.

       READ-NEXT-ARCHIVE.
           READ ARCHIVE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-NEXT-EXTRACT.
           READ CSMT-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *****************************************************************
      *  ONE CSMT RECORD. A SECURITY EVENT IS SENT WHEN ITS STAMP IS   *
      *  NEWER THAN THE MARK THIS FILE STARTED FROM, OR IN THE MARK'S  *
      *  OWN SECOND PAST THE EVENTS ALREADY SENT FOR THAT SECOND.      *
      *****************************************************************
       EXAMINE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM LOCATE-STAMP-AND-TEXT.
           PERFORM CLASSIFY-SECURITY-EVENT.
           IF SE-EVENT-TYPE = SPACES
               GO TO EXAMINE-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-EVENTS-FOUND.

           IF WS-RECORD-STAMP-TEXT NOT NUMERIC OR
              WS-RECORD-DATE = 0
               ADD 1 TO WS-EVENTS-UNSTAMPED
               GO TO EXAMINE-ONE-RECORD-EXIT
           END-IF.

           IF WS-RECORD-STAMP-NUMBER < WS-FILE-BASE-STAMP
               ADD 1 TO WS-EVENTS-ALREADY-SENT
               GO TO EXAMINE-ONE-RECORD-EXIT
           END-IF.
           IF WS-RECORD-STAMP-NUMBER = WS-FILE-BASE-STAMP
               ADD 1 TO WS-SEEN-AT-BASE
               IF WS-SEEN-AT-BASE NOT > WS-FILE-BASE-COUNT
                   ADD 1 TO WS-EVENTS-ALREADY-SENT
                   GO TO EXAMINE-ONE-RECORD-EXIT
               END-IF
           END-IF.

           ADD 1 TO SH-LAST-SEQUENCE.
           MOVE SH-LAST-SEQUENCE        TO SE-EVENT-SEQUENCE.
           MOVE WS-RECORD-DATE          TO SE-EVENT-DATE.
           MOVE WS-RECORD-TIME          TO SE-EVENT-TIME.
           MOVE WS-RECORD-TASK-NUMBER   TO SE-TASK-NUMBER.
           MOVE WS-RECORD-SOCKET-NUMBER TO SE-SOCKET-NUMBER.
           MOVE WS-RECORD-TEXT          TO SE-MESSAGE-TEXT.
           WRITE SECURITY-EVENT-RECORD.
           ADD 1 TO WS-EVENTS-EXPORTED.
           ADD 1 TO WS-TYPE-COUNT(WS-TYPE-SUB).

           EVALUATE TRUE
               WHEN WS-RECORD-STAMP-NUMBER > WS-HWM-STAMP-NUMBER
                   MOVE WS-RECORD-STAMP-NUMBER TO WS-HWM-STAMP-NUMBER
                   MOVE 1 TO SH-EVENTS-AT-STAMP
               WHEN WS-RECORD-STAMP-NUMBER = WS-HWM-STAMP-NUMBER
                   ADD 1 TO SH-EVENTS-AT-STAMP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EXAMINE-ONE-RECORD-EXIT.
           EXIT.

       LOCATE-STAMP-AND-TEXT.
           IF CSMT-LOG-RECORD(1:6) = 'CUST #'
               MOVE CSMT-LOG-RECORD(18:14) TO WS-RECORD-STAMP-TEXT
               MOVE CSMT-LOG-RECORD(33:80) TO WS-RECORD-TEXT
               MOVE 0 TO WS-RECORD-TASK-NUMBER
               MOVE 0 TO WS-RECORD-SOCKET-NUMBER
           ELSE
               MOVE CL-LOG-DATE       TO WS-RECORD-DATE
               MOVE CL-LOG-TIME       TO WS-RECORD-TIME
               MOVE CL-LOG-MSG-BUFFER TO WS-RECORD-TEXT
               IF CL-TASK-NUMBER NUMERIC
                   MOVE CL-TASK-NUMBER TO WS-RECORD-TASK-NUMBER
               ELSE
                   MOVE 0 TO WS-RECORD-TASK-NUMBER
               END-IF
               IF CL-SOCKET-NUMBER NUMERIC
                   MOVE CL-SOCKET-NUMBER TO WS-RECORD-SOCKET-NUMBER
               ELSE
                   MOVE 0 TO WS-RECORD-SOCKET-NUMBER
               END-IF
           END-IF.

      *  THE USERID SITS DIRECTLY BEHIND EACH FIXED PREFIX, WHERE
      *  THE WRITING PROGRAM STRUNG THE MASKED MCID-USERID -- THE
      *  SAME OFFSETS SECRPT01 READS. WS-TYPE-SUB IS LEFT ON THE
      *  TYPE'S ROW OF WS-TYPE-NAMES.
       CLASSIFY-SECURITY-EVENT.
           INITIALIZE SECURITY-EVENT-RECORD.
           MOVE 'CICSCS' TO SE-SOURCE-PROGRAM.
           EVALUATE TRUE
               WHEN WS-RECORD-TEXT(1:35) =
                       ' VERIFY PASSWORD FAILED FOR USERID='
                   MOVE 1 TO WS-TYPE-SUB
                   MOVE WS-RECORD-TEXT(36:8) TO SE-USERID
                   SET SE-OUTCOME-FAILURE TO TRUE
                   SET SE-SEVERITY-MEDIUM TO TRUE
               WHEN WS-RECORD-TEXT(1:38) =
                       ' USERID LOCKED AFTER FAILURES, USERID='
                   MOVE 2 TO WS-TYPE-SUB
                   MOVE WS-RECORD-TEXT(39:8) TO SE-USERID
                   SET SE-OUTCOME-FAILURE TO TRUE
                   SET SE-SEVERITY-HIGH TO TRUE
               WHEN WS-RECORD-TEXT(1:30) =
                       ' LOGON REFUSED, LOCKED USERID='
                   MOVE 3 TO WS-TYPE-SUB
                   MOVE WS-RECORD-TEXT(31:8) TO SE-USERID
                   SET SE-OUTCOME-DENIED TO TRUE
                   SET SE-SEVERITY-MEDIUM TO TRUE
               WHEN WS-RECORD-TEXT(1:30) =
                       ' USERID LOCKOUT RESET, USERID='
                   MOVE 4 TO WS-TYPE-SUB
                   MOVE WS-RECORD-TEXT(31:8) TO SE-USERID
                   MOVE 'CICSQSC' TO SE-SOURCE-PROGRAM
                   SET SE-OUTCOME-SUCCESS TO TRUE
                   SET SE-SEVERITY-INFO TO TRUE
               WHEN WS-RECORD-TEXT(1:29) =
                       ' SESSION CAP REFUSAL, USERID='
                   MOVE 5 TO WS-TYPE-SUB
                   MOVE WS-RECORD-TEXT(30:8) TO SE-USERID
                   SET SE-OUTCOME-DENIED TO TRUE
                   SET SE-SEVERITY-MEDIUM TO TRUE
               WHEN WS-RECORD-TEXT(1:32) =
                       ' REQUEST RATE THROTTLED, USERID='
                   MOVE 6 TO WS-TYPE-SUB
                   MOVE WS-RECORD-TEXT(33:8) TO SE-USERID
                   SET SE-OUTCOME-DENIED TO TRUE
                   SET SE-SEVERITY-MEDIUM TO TRUE
      *  ' REQUEST NOT AUTHORIZED, CODE=' + 4-BYTE REQUEST CODE +
      *  ' USERID=' + USERID.
               WHEN WS-RECORD-TEXT(1:30) =
                       ' REQUEST NOT AUTHORIZED, CODE='
                   MOVE 7 TO WS-TYPE-SUB
                   MOVE WS-RECORD-TEXT(31:4) TO SE-EVENT-DETAIL
                   MOVE WS-RECORD-TEXT(43:8) TO SE-USERID
                   SET SE-OUTCOME-DENIED TO TRUE
                   SET SE-SEVERITY-HIGH TO TRUE
      *  AUTHMNT LINES CARRY THE EVENT WORD IN COLUMNS 9-18 AND
      *  THE TARGET PROFILE'S USERID BEHIND 'TARGET='. A REFUSED
      *  SELF-APPROVAL IS THE ONE THAT MATTERS MOST.
               WHEN WS-RECORD-TEXT(1:8) = 'AUTHMNT '
                   MOVE 8 TO WS-TYPE-SUB
                   MOVE WS-RECORD-TEXT(9:10) TO SE-EVENT-DETAIL
                   MOVE WS-RECORD-TEXT(26:8) TO SE-USERID
                   MOVE 'AUTHMNT' TO SE-SOURCE-PROGRAM
                   EVALUATE SE-EVENT-DETAIL
                       WHEN 'SELFAPPR'
                           SET SE-OUTCOME-DENIED TO TRUE
                           SET SE-SEVERITY-HIGH TO TRUE
                       WHEN 'REJECTED'
                           SET SE-OUTCOME-DENIED TO TRUE
                           SET SE-SEVERITY-INFO TO TRUE
                       WHEN OTHER
                           SET SE-OUTCOME-SUCCESS TO TRUE
                           SET SE-SEVERITY-INFO TO TRUE
                   END-EVALUATE
               WHEN WS-RECORD-TEXT(1:29) =
                       'TIM DOES NOT CONTAIN *LISTNR*'
                   MOVE 9 TO WS-TYPE-SUB
                   MOVE 'IMSEXPL' TO SE-SOURCE-PROGRAM
                   SET SE-OUTCOME-DENIED TO TRUE
                   SET SE-SEVERITY-HIGH TO TRUE
      *  ' CLIENT ADDRESS REFUSED, ADDRESS=' + DOTTED PEER ADDRESS +
      *  ' USERID=' + THE USERID THE CLIENT OFFERED.
               WHEN WS-RECORD-TEXT(1:33) =
                       ' CLIENT ADDRESS REFUSED, ADDRESS='
                   MOVE 10 TO WS-TYPE-SUB
                   MOVE WS-RECORD-TEXT(34:15) TO SE-CLIENT-ADDRESS
                   MOVE WS-RECORD-TEXT(57:8) TO SE-USERID
                   SET SE-OUTCOME-DENIED TO TRUE
                   SET SE-SEVERITY-HIGH TO TRUE
               WHEN OTHER
                   MOVE 0 TO WS-TYPE-SUB
           END-EVALUATE.
           IF WS-TYPE-SUB > 0
               MOVE WS-TYPE-NAME(WS-TYPE-SUB) TO SE-EVENT-TYPE
           ELSE
               MOVE SPACES TO SE-EVENT-TYPE
           END-IF.
