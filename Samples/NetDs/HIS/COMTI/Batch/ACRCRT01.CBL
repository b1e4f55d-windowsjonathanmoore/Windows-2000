      ***********************************************************
      * ACRCRT01 -- QUARTERLY ACCESS RECERTIFICATION                 *
      *                                                              *
      * AUTHPROF PROFILES ACCUMULATE REQUEST CODES AND LOGONCTL      *
      * ENTRIES STAY BEHIND AFTER PEOPLE CHANGE JOBS, AND NOBODY     *
      * REVIEWED EITHER. THIS JOB LISTS EVERY USERID ON AUTHPROF OR  *
      * LOGONCTL (A KEY-ORDER MATCH OF THE TWO) WITH ITS ALLOWED     *
      * CODES, SESSION CAP, LOCKOUT STATE AND FAILURE COUNT, THE     *
      * PROFILE CHANGE PENDING ON AUTHPEND IF ANY, AND FROM THE CSMT *
      * LINES:                                                       *
      *                                                              *
      *   ' LOGON ACCEPTED, USERID='     LAST CONNECTED              *
      *   ' REQUEST AUTHORIZED, CODE='   LAST USE OF EACH CODE       *
      *   'AUTHMNT APPROVED  TARGET='    WHO APPROVED THE LAST       *
      *                                  PROFILE CHANGE, AND WHEN    *
      *                                                              *
      * THE CSMT LINES COME FROM CSMTARCH (OPS CONCATENATES THE      *
      * QUARTER'S CSMTPURG GENERATIONS ON IT) AND THE CURRENT        *
      * EXTRACT CSMTEXT, EITHER ONE OPTIONAL. A USERID NOT CONNECTED *
      * IN THE LAST 90 DAYS (ACRPARM) IS FLAGGED FOR REMOVAL -- BUT  *
      * ONLY WHEN THE LINES SUPPLIED REACH BACK THAT FAR; OTHERWISE  *
      * IT IS FLAGGED AS NOT SEEN, SINCE THE LOG CANNOT SAY. A       *
      * LOGONCTL ENTRY WITH NO PROFILE IS FLAGGED AS AN ORPHAN FOR   *
      * OPS TO CLEAR.                                                *
      *                                                              *
      * EACH PROFILE ALSO GOES TO THE SIGN-OFF FILE (ACRSIGN.cpy)    *
      * THE MANAGERS RETURN, WITH THE DEADLINE (30 DAYS BY DEFAULT,  *
      * ACRPARM) STAMPED ON IT; ACRAPPL1 PROPOSES THE REMOVALS. MORE *
      * USERIDS THAN THE TABLE HOLDS IS RETURN-CODE 4; NO AUTHPROF   *
      * FILE IS RETURN-CODE 8.                                       *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACRCRT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-PARM-FILE ASSIGN TO ACRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUTH-PROFILE-FILE ASSIGN TO AUTHPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AU-USERID
               FILE STATUS IS WS-AUTHPROF-STATUS.
           SELECT LOGON-CONTROL-FILE ASSIGN TO LOGONCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-USERID
               FILE STATUS IS WS-LOGONCTL-STATUS.
           SELECT AUTH-PENDING-FILE ASSIGN TO AUTHPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-USERID
               FILE STATUS IS WS-AUTHPEND-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO CSMTARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT CSMT-EXTRACT-FILE ASSIGN TO CSMTEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO ACRSIGN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECERT-REPORT-FILE ASSIGN TO ACRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  ZERO IN EITHER FIELD TAKES THE DEFAULT.
       FD  RECERT-PARM-FILE.
       01  RECERT-PARM-RECORD.
           05  RP-UNUSED-DAYS                PIC 9(3).
           05  RP-DEADLINE-DAYS              PIC 9(3).
           05  FILLER                        PIC X(74).

       FD  AUTH-PROFILE-FILE.
           COPY AUTHPROF.

       FD  LOGON-CONTROL-FILE.
           COPY LOGONCTL.

       FD  AUTH-PENDING-FILE.
           COPY AUTHPEND.

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

       FD  SIGNOFF-FILE.
           COPY ACRSIGN.

       FD  RECERT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RECERT-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-STATUS-OK             VALUE '00'.
       01  WS-AUTHPROF-STATUS                PIC X(2).
           88  WS-AUTHPROF-STATUS-OK         VALUE '00'.
       01  WS-LOGONCTL-STATUS                PIC X(2).
           88  WS-LOGONCTL-STATUS-OK         VALUE '00'.
       01  WS-AUTHPEND-STATUS                PIC X(2).
           88  WS-AUTHPEND-STATUS-OK         VALUE '00'.
       01  WS-ARCHIVE-STATUS                 PIC X(2).
           88  WS-ARCHIVE-STATUS-OK          VALUE '00'.
       01  WS-EXTRACT-STATUS                 PIC X(2).
           88  WS-EXTRACT-STATUS-OK          VALUE '00'.

       01  WS-LOGONCTL-PRESENT-FLAG          PIC X VALUE 'N'.
           88  WS-LOGONCTL-PRESENT           VALUE 'Y'.
       01  WS-AUTHPEND-PRESENT-FLAG          PIC X VALUE 'N'.
           88  WS-AUTHPEND-PRESENT           VALUE 'Y'.
       01  WS-EOF-FLAG                       PIC X.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.
       01  WS-CSMT-INPUTS-READ               PIC 9(1) VALUE 0.

      *  THE TWO MASTERS' KEYS FOR THE MATCH -- HIGH-VALUES ONCE A
      *  FILE IS EXHAUSTED.
       01  WS-PROFILE-KEY                    PIC X(8).
       01  WS-CONTROL-KEY                    PIC X(8).

       01  WS-UNUSED-DAYS                    PIC 9(3) VALUE 90.
       01  WS-DEADLINE-DAYS                  PIC 9(3) VALUE 30.
       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-CUTOFF-YYYYMMDD                PIC 9(8).
       01  WS-DEADLINE-YYYYMMDD              PIC 9(8).

      *  THE OLDEST DATED CSMT LINE READ -- HOW FAR BACK THE
      *  EVIDENCE OF USE REACHES.
       01  WS-EARLIEST-SEEN                  PIC 9(8) VALUE 99999999.
       01  WS-LOG-COVERS-CUTOFF-FLAG         PIC X VALUE 'N'.
           88  WS-LOG-COVERS-CUTOFF          VALUE 'Y'.

      *  BOTH CSMT INPUTS ARE HANDLED THROUGH THIS ONE COPY OF THE
      *  RECORD. THE CUST-# AUDIT SHAPE PUTS ITS STAMP AT BYTE 18
      *  AND ITS TEXT AT BYTE 33; EVERY OTHER WRITER USES THE
      *  CSMTLOG.cpy OFFSETS.
           COPY CSMTLOG.
       01  WS-RECORD-STAMP.
           05  WS-RECORD-DATE                PIC 9(8).
           05  WS-RECORD-TIME                PIC 9(6).
       01  WS-RECORD-STAMP-TEXT REDEFINES WS-RECORD-STAMP
                                             PIC X(14).
       01  WS-RECORD-TEXT                    PIC X(80).
       01  WS-LINE-USERID                    PIC X(8).
       01  WS-LINE-CODE                      PIC X(4).

      *  ONE ENTRY PER USERID ON EITHER MASTER, IN KEY ORDER.
       01  WS-MAX-USERS                      PIC 9(4) COMP VALUE 3000.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 3000 TIMES
                                       INDEXED BY WS-USER-IDX.
               10  WS-USR-USERID             PIC X(8).
               10  WS-USR-PROFILE-FLAG       PIC X.
                   88  WS-USR-HAS-PROFILE        VALUE 'Y'.
               10  WS-USR-CONTROL-FLAG       PIC X.
                   88  WS-USR-HAS-CONTROL        VALUE 'Y'.
               10  WS-USR-CODES.
                   15  WS-USR-CODE           PIC X(4)
                                             OCCURS 8 TIMES.
               10  WS-USR-CODE-LAST-USE      PIC 9(8)
                                             OCCURS 8 TIMES.
               10  WS-USR-SESSION-CAP        PIC 9(4).
               10  WS-USR-LOCKED-FLAG        PIC X.
               10  WS-USR-FAILURE-COUNT      PIC 9(4).
               10  WS-USR-LAST-CONNECT       PIC 9(8).
               10  WS-USR-APPROVED-BY        PIC X(8).
               10  WS-USR-APPROVED-DATE      PIC 9(8).
       01  WS-USER-COUNT                     PIC 9(4) COMP VALUE 0.
       01  WS-USER-SCAN                      PIC 9(4) COMP.
       01  WS-USERS-NOT-HELD                 PIC 9(9) COMP VALUE 0.
       01  WS-USER-FOUND-FLAG                PIC X.
           88  WS-USER-FOUND                 VALUE 'Y'.
       01  WS-CODE-SUB                       PIC 9(2) COMP.
       01  WS-LIST-SUB                       PIC 9(2) COMP.

       01  WS-COUNTERS.
           05  WS-CSMT-RECORDS-READ          PIC 9(9) COMP VALUE 0.
           05  WS-PROFILES-LISTED            PIC 9(9) COMP VALUE 0.
           05  WS-FLAGGED-UNUSED             PIC 9(9) COMP VALUE 0.
           05  WS-FLAGGED-NOT-SEEN           PIC 9(9) COMP VALUE 0.
           05  WS-ORPHAN-CONTROLS            PIC 9(9) COMP VALUE 0.
           05  WS-SIGNOFF-ROWS               PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'QUARTERLY ACCESS RECERTIFICATION'.
           05  FILLER                        PIC X(10)
               VALUE 'RUN DATE: '.
           05  WS-TTL-RUN-DATE               PIC 9(8).
           05  FILLER                        PIC X(12)
               VALUE '  DEADLINE: '.
           05  WS-TTL-DEADLINE               PIC 9(8).

       01  WS-TITLE-LINE-2.
           05  FILLER                        PIC X(24)
               VALUE 'UNUSED SINCE BEFORE:    '.
           05  WS-TTL-CUTOFF                 PIC 9(8).
           05  FILLER                        PIC X(24)
               VALUE '   CSMT LINES REACH TO: '.
           05  WS-TTL-EARLIEST               PIC X(8).

       01  WS-HEADING-LINE.
           05  FILLER                        PIC X(35)
               VALUE 'USERID    CAP LOCK FAIL LAST CON   '.
           05  FILLER                        PIC X(19)
               VALUE 'APPROVED BY        '.
           05  FILLER                        PIC X(31)
               VALUE 'PENDING                    FLAG'.

       01  WS-USER-LINE.
           05  WS-USL-USERID                 PIC X(8).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-USL-SESSION-CAP            PIC ZZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-USL-LOCKED                 PIC X(1).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-USL-FAILURES               PIC ZZZ9.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-USL-LAST-CONNECT           PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-USL-APPROVED-DATE          PIC X(8).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-USL-APPROVED-BY            PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-USL-PENDING                PIC X(26).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-USL-FLAG                   PIC X(24).

       01  WS-CODES-LINE.
           05  FILLER                        PIC X(10)
               VALUE '   CODES: '.
           05  WS-CDL-ENTRY OCCURS 8 TIMES.
               10  WS-CDL-CODE               PIC X(4).
               10  FILLER                    PIC X(1).
               10  WS-CDL-LAST-USE           PIC X(8).
               10  FILLER                    PIC X(2).

       01  WS-PENDING-TEXT.
           05  WS-PDT-CHANGE                 PIC X(7).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-PDT-REQUESTED-BY           PIC X(8).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-PDT-REQUEST-DATE           PIC 9(8).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(18)
               VALUE 'PROFILES LISTED:  '.
           05  WS-SUM-LISTED                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(18)
               VALUE 'SIGN-OFF ROWS:    '.
           05  WS-SUM-SIGNOFF                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(18)
               VALUE 'CSMT LINES READ:  '.
           05  WS-SUM-CSMT                   PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(18)
               VALUE 'FLAGGED UNUSED:   '.
           05  WS-SUM-UNUSED                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(18)
               VALUE 'NOT SEEN IN LOG:  '.
           05  WS-SUM-NOT-SEEN               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(18)
               VALUE 'ORPHAN LOGONCTL:  '.
           05  WS-SUM-ORPHANS                PIC ZZZ,ZZZ,ZZ9.

       01  WS-OVERFLOW-LINE.
           05  WS-OVF-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(50)
               VALUE ' USERIDS PAST THE TABLE BOUND, NOT RECERTIFIED'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           PERFORM READ-RECERT-PARM THRU READ-RECERT-PARM-EXIT.
           COMPUTE WS-CUTOFF-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
               - WS-UNUSED-DAYS).
           COMPUTE WS-DEADLINE-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
               + WS-DEADLINE-DAYS).

           OPEN INPUT AUTH-PROFILE-FILE.
           IF NOT WS-AUTHPROF-STATUS-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LOGON-CONTROL-FILE.
           IF WS-LOGONCTL-STATUS-OK
               SET WS-LOGONCTL-PRESENT TO TRUE
           ELSE
               CLOSE LOGON-CONTROL-FILE
           END-IF.
           PERFORM LOAD-USERIDS.
           CLOSE AUTH-PROFILE-FILE.
           IF WS-LOGONCTL-PRESENT
               CLOSE LOGON-CONTROL-FILE
           END-IF.

           PERFORM READ-CSMT-INPUTS.
           IF WS-EARLIEST-SEEN NOT > WS-CUTOFF-YYYYMMDD
               SET WS-LOG-COVERS-CUTOFF TO TRUE
           END-IF.

           OPEN INPUT AUTH-PENDING-FILE.
           IF WS-AUTHPEND-STATUS-OK
               SET WS-AUTHPEND-PRESENT TO TRUE
           ELSE
               CLOSE AUTH-PENDING-FILE
           END-IF.
           OPEN OUTPUT SIGNOFF-FILE
                       RECERT-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADINGS.
           MOVE 0 TO WS-USER-SCAN.
           PERFORM UNTIL WS-USER-SCAN = WS-USER-COUNT
               ADD 1 TO WS-USER-SCAN
               SET WS-USER-IDX TO WS-USER-SCAN
               PERFORM RECERTIFY-ONE-USERID THRU
                       RECERTIFY-ONE-USERID-EXIT
           END-PERFORM.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE SIGNOFF-FILE
                 RECERT-REPORT-FILE.
           IF WS-AUTHPEND-PRESENT
               CLOSE AUTH-PENDING-FILE
           END-IF.

           IF WS-USERS-NOT-HELD > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-RECERT-PARM.
           OPEN INPUT RECERT-PARM-FILE.
           IF NOT WS-PARM-STATUS-OK
               GO TO READ-RECERT-PARM-EXIT
           END-IF.
           READ RECERT-PARM-FILE
               AT END GO TO CLOSE-RECERT-PARM
           END-READ.
           IF RP-UNUSED-DAYS NUMERIC AND RP-UNUSED-DAYS > 0
               MOVE RP-UNUSED-DAYS TO WS-UNUSED-DAYS
           END-IF.
           IF RP-DEADLINE-DAYS NUMERIC AND RP-DEADLINE-DAYS > 0
               MOVE RP-DEADLINE-DAYS TO WS-DEADLINE-DAYS
           END-IF.
       CLOSE-RECERT-PARM.
           CLOSE RECERT-PARM-FILE.
       READ-RECERT-PARM-EXIT.
           EXIT.

      *****************************************************************
      *  MATCH AUTHPROF AGAINST LOGONCTL IN KEY ORDER, ONE TABLE ENTRY *
      *  PER USERID ON EITHER -- SO THE TABLE COMES OUT IN USERID      *
      *  ORDER AND AN ORPHANED LOGONCTL ENTRY IS NOT MISSED.           *
      *****************************************************************
       LOAD-USERIDS.
           PERFORM READ-NEXT-PROFILE.
           PERFORM READ-NEXT-CONTROL.
           PERFORM UNTIL WS-PROFILE-KEY = HIGH-VALUES AND
                         WS-CONTROL-KEY = HIGH-VALUES
               IF WS-USER-COUNT < WS-MAX-USERS
                   ADD 1 TO WS-USER-COUNT
                   SET WS-USER-IDX TO WS-USER-COUNT
                   PERFORM CLEAR-USER-ENTRY
                   IF WS-PROFILE-KEY NOT > WS-CONTROL-KEY
                       MOVE WS-PROFILE-KEY
                           TO WS-USR-USERID(WS-USER-IDX)
                   ELSE
                       MOVE WS-CONTROL-KEY
                           TO WS-USR-USERID(WS-USER-IDX)
                   END-IF
                   IF WS-PROFILE-KEY = WS-USR-USERID(WS-USER-IDX)
                       MOVE 'Y' TO WS-USR-PROFILE-FLAG(WS-USER-IDX)
                       MOVE AU-ALLOWED-CODES
                           TO WS-USR-CODES(WS-USER-IDX)
                   END-IF
                   IF WS-CONTROL-KEY = WS-USR-USERID(WS-USER-IDX)
                       MOVE 'Y' TO WS-USR-CONTROL-FLAG(WS-USER-IDX)
                       MOVE LG-SESSION-CAP
                           TO WS-USR-SESSION-CAP(WS-USER-IDX)
                       MOVE LG-LOCKED-FLAG
                           TO WS-USR-LOCKED-FLAG(WS-USER-IDX)
                       MOVE LG-FAILURE-COUNT
                           TO WS-USR-FAILURE-COUNT(WS-USER-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-USERS-NOT-HELD
               END-IF
               EVALUATE TRUE
                   WHEN WS-PROFILE-KEY = WS-CONTROL-KEY
                       PERFORM READ-NEXT-PROFILE
                       PERFORM READ-NEXT-CONTROL
                   WHEN WS-PROFILE-KEY < WS-CONTROL-KEY
                       PERFORM READ-NEXT-PROFILE
                   WHEN OTHER
                       PERFORM READ-NEXT-CONTROL
               END-EVALUATE
           END-PERFORM.

       READ-NEXT-PROFILE.
           READ AUTH-PROFILE-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-PROFILE-KEY
               NOT AT END
                   MOVE AU-USERID TO WS-PROFILE-KEY
           END-READ.

       READ-NEXT-CONTROL.
           IF NOT WS-LOGONCTL-PRESENT
               MOVE HIGH-VALUES TO WS-CONTROL-KEY
           ELSE
               READ LOGON-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-CONTROL-KEY
                   NOT AT END
                       MOVE LG-USERID TO WS-CONTROL-KEY
               END-READ
           END-IF.

       CLEAR-USER-ENTRY.
           MOVE SPACES TO WS-USER-ENTRY(WS-USER-IDX).
           MOVE 'N' TO WS-USR-PROFILE-FLAG(WS-USER-IDX).
           MOVE 'N' TO WS-USR-CONTROL-FLAG(WS-USER-IDX).
           MOVE 0 TO WS-USR-SESSION-CAP(WS-USER-IDX).
           MOVE 0 TO WS-USR-FAILURE-COUNT(WS-USER-IDX).
           MOVE 0 TO WS-USR-LAST-CONNECT(WS-USER-IDX).
           MOVE 0 TO WS-USR-APPROVED-DATE(WS-USER-IDX).
           MOVE 0 TO WS-CODE-SUB.
           PERFORM UNTIL WS-CODE-SUB = 8
               ADD 1 TO WS-CODE-SUB
               MOVE 0 TO WS-USR-CODE-LAST-USE(WS-USER-IDX, WS-CODE-SUB)
           END-PERFORM.

      *****************************************************************
      *  THE ARCHIVE GENERATIONS, THEN THE CURRENT EXTRACT. THE ORDER  *
      *  DOES NOT MATTER -- EVERY DATE KEPT IS THE LATEST SEEN.        *
      *****************************************************************
       READ-CSMT-INPUTS.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS-OK
               ADD 1 TO WS-CSMT-INPUTS-READ
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE ARCHIVE-LOG-RECORD TO CSMT-LOG-RECORD
                           PERFORM JUDGE-CSMT-LINE THRU
                                   JUDGE-CSMT-LINE-EXIT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ARCHIVE-FILE.

           OPEN INPUT CSMT-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS-OK
               ADD 1 TO WS-CSMT-INPUTS-READ
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ CSMT-EXTRACT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE EXTRACT-LOG-RECORD TO CSMT-LOG-RECORD
                           PERFORM JUDGE-CSMT-LINE THRU
                                   JUDGE-CSMT-LINE-EXIT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CSMT-EXTRACT-FILE.

      *****************************************************************
      *  ONE CSMT LINE. AN UNSTAMPED LINE CANNOT DATE ANY USE AND IS   *
      *  PASSED OVER.                                                  *
      *****************************************************************
       JUDGE-CSMT-LINE.
           ADD 1 TO WS-CSMT-RECORDS-READ.
           IF CSMT-LOG-RECORD(1:6) = 'CUST #'
               MOVE CSMT-LOG-RECORD(18:14) TO WS-RECORD-STAMP-TEXT
               MOVE CSMT-LOG-RECORD(33:80) TO WS-RECORD-TEXT
           ELSE
               MOVE CL-LOG-DATE TO WS-RECORD-DATE
               MOVE CL-LOG-TIME TO WS-RECORD-TIME
               MOVE CL-LOG-MSG-BUFFER TO WS-RECORD-TEXT
           END-IF.
           IF WS-RECORD-STAMP-TEXT NOT NUMERIC OR
              WS-RECORD-DATE = 0
               GO TO JUDGE-CSMT-LINE-EXIT
           END-IF.
           IF WS-RECORD-DATE < WS-EARLIEST-SEEN
               MOVE WS-RECORD-DATE TO WS-EARLIEST-SEEN
           END-IF.

           EVALUATE TRUE
               WHEN WS-RECORD-TEXT(1:24) = ' LOGON ACCEPTED, USERID='
                   MOVE WS-RECORD-TEXT(25:8) TO WS-LINE-USERID
                   PERFORM FIND-USERID
                   IF WS-USER-FOUND AND
                      WS-RECORD-DATE > WS-USR-LAST-CONNECT(WS-USER-IDX)
                       MOVE WS-RECORD-DATE
                           TO WS-USR-LAST-CONNECT(WS-USER-IDX)
                   END-IF
      *  ' REQUEST AUTHORIZED, CODE=' + CODE + ' USERID=' + USERID
               WHEN WS-RECORD-TEXT(1:26) =
                       ' REQUEST AUTHORIZED, CODE='
                   MOVE WS-RECORD-TEXT(27:4) TO WS-LINE-CODE
                   MOVE WS-RECORD-TEXT(39:8) TO WS-LINE-USERID
                   PERFORM FIND-USERID
                   IF WS-USER-FOUND
                       PERFORM NOTE-CODE-USE
                   END-IF
      *  'AUTHMNT APPROVED  TARGET=' + TARGET + ' BY=' + APPROVER
               WHEN WS-RECORD-TEXT(1:18) = 'AUTHMNT APPROVED  '
                   MOVE WS-RECORD-TEXT(26:8) TO WS-LINE-USERID
                   PERFORM FIND-USERID
                   IF WS-USER-FOUND AND
                      WS-RECORD-DATE NOT <
                          WS-USR-APPROVED-DATE(WS-USER-IDX)
                       MOVE WS-RECORD-DATE
                           TO WS-USR-APPROVED-DATE(WS-USER-IDX)
                       MOVE WS-RECORD-TEXT(38:8)
                           TO WS-USR-APPROVED-BY(WS-USER-IDX)
                   END-IF
           END-EVALUATE.

       JUDGE-CSMT-LINE-EXIT.
           EXIT.

       FIND-USERID.
           MOVE 'N' TO WS-USER-FOUND-FLAG.
           MOVE 0 TO WS-USER-SCAN.
           PERFORM UNTIL WS-USER-SCAN = WS-USER-COUNT
                      OR WS-USER-FOUND
               ADD 1 TO WS-USER-SCAN
               SET WS-USER-IDX TO WS-USER-SCAN
               IF WS-USR-USERID(WS-USER-IDX) = WS-LINE-USERID
                   MOVE 'Y' TO WS-USER-FOUND-FLAG
               END-IF
           END-PERFORM.

      *  A CODE SINCE TAKEN OFF THE PROFILE HAS NO SLOT AND IS
      *  NOT RECERTIFIED.
       NOTE-CODE-USE.
           MOVE 0 TO WS-CODE-SUB.
           PERFORM UNTIL WS-CODE-SUB = 8
               ADD 1 TO WS-CODE-SUB
               IF WS-USR-CODE(WS-USER-IDX, WS-CODE-SUB) =
                      WS-LINE-CODE AND
                  WS-RECORD-DATE >
                      WS-USR-CODE-LAST-USE(WS-USER-IDX, WS-CODE-SUB)
                   MOVE WS-RECORD-DATE TO
                       WS-USR-CODE-LAST-USE(WS-USER-IDX, WS-CODE-SUB)
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADINGS.
           MOVE WS-TODAY-YYYYMMDD    TO WS-TTL-RUN-DATE.
           MOVE WS-DEADLINE-YYYYMMDD TO WS-TTL-DEADLINE.
           WRITE RECERT-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE WS-CUTOFF-YYYYMMDD TO WS-TTL-CUTOFF.
           IF WS-CSMT-INPUTS-READ = 0 OR
              WS-EARLIEST-SEEN = 99999999
               MOVE 'NO LINES' TO WS-TTL-EARLIEST
           ELSE
               MOVE WS-EARLIEST-SEEN TO WS-TTL-EARLIEST
           END-IF.
           WRITE RECERT-REPORT-LINE FROM WS-TITLE-LINE-2.
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE FROM WS-HEADING-LINE.

      *****************************************************************
      *  ONE USERID: ITS REPORT LINES, AND A SIGN-OFF ROW WHEN IT HAS  *
      *  A PROFILE TO RECERTIFY.                                       *
      *****************************************************************
       RECERTIFY-ONE-USERID.
           MOVE WS-USR-USERID(WS-USER-IDX) TO WS-USL-USERID.
           IF WS-USR-HAS-CONTROL(WS-USER-IDX)
               MOVE WS-USR-SESSION-CAP(WS-USER-IDX)
                   TO WS-USL-SESSION-CAP
               MOVE WS-USR-LOCKED-FLAG(WS-USER-IDX) TO WS-USL-LOCKED
               MOVE WS-USR-FAILURE-COUNT(WS-USER-IDX)
                   TO WS-USL-FAILURES
           ELSE
               MOVE 0 TO WS-USL-SESSION-CAP
               MOVE SPACE TO WS-USL-LOCKED
               MOVE 0 TO WS-USL-FAILURES
           END-IF.
           IF WS-USR-LAST-CONNECT(WS-USER-IDX) = 0
               MOVE 'NEVER' TO WS-USL-LAST-CONNECT
           ELSE
               MOVE WS-USR-LAST-CONNECT(WS-USER-IDX)
                   TO WS-USL-LAST-CONNECT
           END-IF.
           IF WS-USR-APPROVED-DATE(WS-USER-IDX) = 0
               MOVE 'UNKNOWN' TO WS-USL-APPROVED-DATE
               MOVE SPACES TO WS-USL-APPROVED-BY
           ELSE
               MOVE WS-USR-APPROVED-DATE(WS-USER-IDX)
                   TO WS-USL-APPROVED-DATE
               MOVE WS-USR-APPROVED-BY(WS-USER-IDX)
                   TO WS-USL-APPROVED-BY
           END-IF.

           MOVE SPACES TO WS-USL-PENDING.
           IF WS-AUTHPEND-PRESENT
               MOVE WS-USR-USERID(WS-USER-IDX) TO PD-USERID
               READ AUTH-PENDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PD-DELETE-PROFILE
                           MOVE 'DELETE' TO WS-PDT-CHANGE
                       ELSE
                           MOVE 'CHANGE' TO WS-PDT-CHANGE
                       END-IF
                       MOVE PD-REQUESTED-BY TO WS-PDT-REQUESTED-BY
                       MOVE PD-REQUEST-DATE TO WS-PDT-REQUEST-DATE
                       MOVE WS-PENDING-TEXT TO WS-USL-PENDING
               END-READ
           END-IF.

           MOVE SPACES TO WS-USL-FLAG.
           EVALUATE TRUE
               WHEN NOT WS-USR-HAS-PROFILE(WS-USER-IDX)
                   MOVE 'ORPHAN, NO PROFILE' TO WS-USL-FLAG
                   ADD 1 TO WS-ORPHAN-CONTROLS
               WHEN WS-USR-LAST-CONNECT(WS-USER-IDX) NOT <
                       WS-CUTOFF-YYYYMMDD
                   CONTINUE
               WHEN WS-LOG-COVERS-CUTOFF
                   MOVE 'REMOVE, UNUSED' TO WS-USL-FLAG
                   ADD 1 TO WS-FLAGGED-UNUSED
               WHEN OTHER
                   MOVE 'NOT SEEN, LOG TOO SHORT' TO WS-USL-FLAG
                   ADD 1 TO WS-FLAGGED-NOT-SEEN
           END-EVALUATE.
           WRITE RECERT-REPORT-LINE FROM WS-USER-LINE.

           IF NOT WS-USR-HAS-PROFILE(WS-USER-IDX)
               GO TO RECERTIFY-ONE-USERID-EXIT
           END-IF.
           ADD 1 TO WS-PROFILES-LISTED.
           PERFORM WRITE-CODES-LINE.
           PERFORM WRITE-SIGNOFF-ROW.

       RECERTIFY-ONE-USERID-EXIT.
           EXIT.

      *  THE PROFILE'S CODES, EACH WITH ITS LAST GRANTED USE.
       WRITE-CODES-LINE.
           MOVE SPACES TO WS-CODES-LINE(11:).
           MOVE 0 TO WS-LIST-SUB.
           MOVE 0 TO WS-CODE-SUB.
           PERFORM UNTIL WS-CODE-SUB = 8
               ADD 1 TO WS-CODE-SUB
               IF WS-USR-CODE(WS-USER-IDX, WS-CODE-SUB) NOT = SPACES
                   ADD 1 TO WS-LIST-SUB
                   MOVE WS-USR-CODE(WS-USER-IDX, WS-CODE-SUB)
                       TO WS-CDL-CODE(WS-LIST-SUB)
                   IF WS-USR-CODE-LAST-USE(WS-USER-IDX, WS-CODE-SUB)
                           = 0
                       MOVE 'NEVER' TO WS-CDL-LAST-USE(WS-LIST-SUB)
                   ELSE
                       MOVE WS-USR-CODE-LAST-USE(WS-USER-IDX,
                                                 WS-CODE-SUB)
                           TO WS-CDL-LAST-USE(WS-LIST-SUB)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIST-SUB = 0
               MOVE '(NONE)' TO WS-CDL-CODE(1)
           END-IF.
           WRITE RECERT-REPORT-LINE FROM WS-CODES-LINE.

       WRITE-SIGNOFF-ROW.
           MOVE SPACES TO ACCESS-SIGNOFF-RECORD.
           MOVE WS-USR-USERID(WS-USER-IDX) TO AS-USERID.
           MOVE WS-USR-CODES(WS-USER-IDX)  TO AS-ALLOWED-CODES.
           MOVE WS-USR-LAST-CONNECT(WS-USER-IDX)
               TO AS-LAST-CONNECT-DATE.
           IF WS-USL-FLAG(1:6) = 'REMOVE'
               SET AS-FLAGGED-UNUSED TO TRUE
           ELSE
               MOVE 'N' TO AS-UNUSED-FLAG
           END-IF.
           MOVE WS-TODAY-YYYYMMDD    TO AS-ISSUE-DATE.
           MOVE WS-DEADLINE-YYYYMMDD TO AS-DEADLINE-DATE.
           SET AS-NOT-RETURNED TO TRUE.
           MOVE SPACES TO AS-CERTIFIED-BY.
           MOVE 0 TO AS-CERTIFY-DATE.
           WRITE ACCESS-SIGNOFF-RECORD.
           ADD 1 TO WS-SIGNOFF-ROWS.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE WS-PROFILES-LISTED   TO WS-SUM-LISTED.
           MOVE WS-SIGNOFF-ROWS      TO WS-SUM-SIGNOFF.
           MOVE WS-CSMT-RECORDS-READ TO WS-SUM-CSMT.
           WRITE RECERT-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-FLAGGED-UNUSED    TO WS-SUM-UNUSED.
           MOVE WS-FLAGGED-NOT-SEEN  TO WS-SUM-NOT-SEEN.
           MOVE WS-ORPHAN-CONTROLS   TO WS-SUM-ORPHANS.
           WRITE RECERT-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           IF WS-USERS-NOT-HELD > 0
               MOVE WS-USERS-NOT-HELD TO WS-OVF-COUNT
               WRITE RECERT-REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.
