      ***********************************************************
      * USGCHG01 -- MONTHLY SOCKET-SERVER USAGE CHARGEBACK REPORT    *
      *                                                              *
      * OTHER DEPARTMENTS COME IN THROUGH THE CICSCS FRONT DOOR AND  *
      * THEIR USE OF IT IS CHARGED BACK TO THEM. CICSCS PUTS A       *
      * FIXED-LAYOUT USAGE LINE ON CSMT FOR EVERY REPLY IT SENDS     *
      * AND ONE MORE FOR EVERY LOGGED-ON SESSION AS THE TASK ENDS    *
      * (SEE USAGEMSG.cpy). THIS JOB READS A MONTH OF THE ARCHIVE    *
      * FILES CSMTPURG ROLLS THE QUEUE OUT TO (CSMTARCH -- THE JCL   *
      * CONCATENATES THE MONTH'S DATED ARCHIVES UNDER THE ONE DD)    *
      * AND TOTALS, FOR THE REQUESTED MONTH:                         *
      *     SESSIONS AND CONNECT TIME PER USERID                     *
      *     REQUESTS AND BYTES IN/OUT PER USERID AND REQUEST CODE    *
      * EVERY USERID IS ROLLED UP TO ITS DEPARTMENT THROUGH THE      *
      * FINANCE-MAINTAINED COST-CENTER MAP (COSTCTR, COSTCMAP.cpy);  *
      * A USERID MISSING FROM THE MAP IS STILL BILLED, UNDER         *
      * UNMAPPED, AND THE JOB ENDS WITH A WARNING RETURN CODE SO     *
      * THE MAP GETS FIXED. THE OUTPUT IS THE PRINTED CHARGEBACK     *
      * REPORT (USGRPT) PLUS THE FLAT FILE THE FINANCE CHARGEBACK    *
      * SYSTEM LOADS (CHGBACK, CHGBKREC.cpy).                        *
      *                                                              *
      * THE MONTH COMES FROM AN OPTIONAL PARAMETER FILE (USGPARM,    *
      * YYYYMM -- THE CSMTTALY TALYPARM CONVENTION); MISSING OR      *
      * EMPTY, THE JOB BILLS THE CALENDAR MONTH BEFORE THE RUN DATE. *
      * ARCHIVE RECORDS OUTSIDE THE MONTH, AND THE UNSTAMPED ONES    *
      * THAT PREDATE CL-LOG-DATE, ARE SKIPPED AND COUNTED.           *
      *                                                              *
      * RETURN CODES: 0 CLEAN, 4 UNMAPPED USERIDS BILLED, 8 THE      *
      * COST-CENTER MAP COULD NOT BE OPENED OR A USAGE TABLE FILLED  *
      * (THE FIGURES ARE INCOMPLETE AND MUST NOT BE LOADED).         *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USGCHG01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-PARM-FILE ASSIGN TO USGPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT COST-CENTER-MAP-FILE ASSIGN TO COSTCTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT CSMT-ARCHIVE-FILE ASSIGN TO CSMTARCH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGEBACK-REPORT-FILE ASSIGN TO USGRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGEBACK-FILE ASSIGN TO CHGBACK
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-PARM-FILE.
       01  USAGE-PARM-RECORD.
           05  UP-REPORT-PERIOD               PIC 9(6).
           05  FILLER                         PIC X(74).

       FD  COST-CENTER-MAP-FILE.
           COPY COSTCMAP.

       FD  CSMT-ARCHIVE-FILE.
           COPY CSMTLOG.

       FD  CHARGEBACK-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CHARGEBACK-REPORT-LINE             PIC X(132).

       FD  CHARGEBACK-FILE.
           COPY CHGBKREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                        PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS             VALUE 'Y'.
       01  WS-MAP-EOF-FLAG                    PIC X VALUE 'N'.
           88  WS-NO-MORE-MAP-RECORDS         VALUE 'Y'.

       01  WS-PARM-STATUS                     PIC X(2).
           88  WS-PARM-OPENED-OK              VALUE '00'.
       01  WS-MAP-STATUS                      PIC X(2).
           88  WS-MAP-OPENED-OK               VALUE '00'.

       01  WS-RETURN-CODE                     PIC 9(4) COMP VALUE 0.

      *  THE MONTH BEING BILLED, AND THE RUN DATE THE DEFAULT MONTH
      *  IS WORKED BACK FROM.
       01  WS-REPORT-PERIOD                   PIC 9(6) VALUE 0.
       01  WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
           05  WS-PERIOD-YEAR                 PIC 9(4).
           05  WS-PERIOD-MONTH                PIC 9(2).
       01  WS-TODAY-YYYYMMDD                  PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YEAR                  PIC 9(4).
           05  WS-TODAY-MONTH                 PIC 9(2).
           05  WS-TODAY-DAY                   PIC 9(2).
       01  WS-RECORD-PERIOD-TEXT              PIC X(6).

      *  THE USAGE LINES, READ BACK AT THE OFFSETS CICSCS WROTE THEM.
           COPY USAGEMSG.

      *  COST-CENTER MAP, LOADED WHOLE AND LINEAR-SEARCHED -- THE
      *  SAME BOUNDED-TABLE APPROACH AS SECRPT01'S USERID TABLE.
       01  WS-MAX-MAP-ENTRIES                 PIC 9(4) COMP VALUE 1000.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 1000 TIMES
                                       INDEXED BY WS-MAP-IDX.
               10  WS-MAP-USERID              PIC X(8).
               10  WS-MAP-DEPARTMENT          PIC X(8).
               10  WS-MAP-DEPARTMENT-NAME     PIC X(30).
       01  WS-MAP-COUNT                       PIC 9(4) COMP VALUE 0.
       01  WS-MAP-SCAN                        PIC 9(4) COMP.
       01  WS-MAP-SLOT                        PIC 9(4) COMP.

      *  PER-USERID TOTALS, IN ORDER OF FIRST APPEARANCE.
       01  WS-MAX-USERIDS                     PIC 9(4) COMP VALUE 500.
       01  WS-USERID-TABLE.
           05  WS-USERID-ENTRY OCCURS 500 TIMES
                                       INDEXED BY WS-USER-IDX.
               10  WS-USR-USERID              PIC X(8).
               10  WS-USR-DEPARTMENT          PIC X(8).
               10  WS-USR-SESSIONS            PIC 9(7) COMP-3.
               10  WS-USR-REQUESTS            PIC 9(9) COMP-3.
               10  WS-USR-BYTES-IN            PIC 9(15) COMP-3.
               10  WS-USR-BYTES-OUT           PIC 9(15) COMP-3.
               10  WS-USR-CONNECT-MS          PIC 9(15) COMP-3.
       01  WS-USERID-COUNT                    PIC 9(4) COMP VALUE 0.
       01  WS-USERID-SCAN                     PIC 9(4) COMP.
       01  WS-USERID-SLOT                     PIC 9(4) COMP.

      *  PER-USERID, PER-REQUEST-CODE TOTALS.
       01  WS-MAX-CODE-ENTRIES                PIC 9(4) COMP VALUE 2000.
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTRY OCCURS 2000 TIMES
                                       INDEXED BY WS-CODE-IDX.
               10  WS-CDE-USERID              PIC X(8).
               10  WS-CDE-REQUEST-CODE        PIC X(4).
               10  WS-CDE-REQUESTS            PIC 9(9) COMP-3.
               10  WS-CDE-BYTES-IN            PIC 9(15) COMP-3.
               10  WS-CDE-BYTES-OUT           PIC 9(15) COMP-3.
       01  WS-CODE-COUNT                      PIC 9(4) COMP VALUE 0.
       01  WS-CODE-SCAN                       PIC 9(4) COMP.
       01  WS-CODE-SLOT                       PIC 9(4) COMP.

      *  PER-DEPARTMENT ROLL-UP, BUILT FROM THE USERID TABLE ONCE
      *  THE ARCHIVE HAS BEEN READ.
       01  WS-MAX-DEPARTMENTS                 PIC 9(4) COMP VALUE 200.
       01  WS-DEPARTMENT-TABLE.
           05  WS-DEPARTMENT-ENTRY OCCURS 200 TIMES
                                       INDEXED BY WS-DEPT-IDX.
               10  WS-DPT-DEPARTMENT          PIC X(8).
               10  WS-DPT-DEPARTMENT-NAME     PIC X(30).
               10  WS-DPT-USERIDS             PIC 9(5) COMP-3.
               10  WS-DPT-SESSIONS            PIC 9(7) COMP-3.
               10  WS-DPT-REQUESTS            PIC 9(9) COMP-3.
               10  WS-DPT-BYTES-IN            PIC 9(15) COMP-3.
               10  WS-DPT-BYTES-OUT           PIC 9(15) COMP-3.
               10  WS-DPT-CONNECT-MS          PIC 9(15) COMP-3.
       01  WS-DEPARTMENT-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-DEPARTMENT-SCAN                 PIC 9(4) COMP.
       01  WS-DEPARTMENT-SLOT                 PIC 9(4) COMP.

       01  WS-UNMAPPED-DEPARTMENT             PIC X(8) VALUE 'UNMAPPED'.
       01  WS-LOOKUP-USERID                   PIC X(8).
       01  WS-LOOKUP-DEPARTMENT               PIC X(8).
       01  WS-LOOKUP-DEPARTMENT-NAME          PIC X(30).
       01  WS-CONNECT-SECONDS                 PIC 9(9).

       01  WS-TOTALS.
           05  WS-TOTAL-SESSIONS              PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-REQUESTS              PIC 9(9) COMP-3 VALUE 0.
           05  WS-TOTAL-BYTES-IN              PIC 9(15) COMP-3 VALUE 0.
           05  WS-TOTAL-BYTES-OUT             PIC 9(15) COMP-3 VALUE 0.
           05  WS-TOTAL-CONNECT-MS            PIC 9(15) COMP-3 VALUE 0.

       01  WS-RUN-COUNTERS.
           05  WS-RECORDS-READ                PIC 9(9) COMP VALUE 0.
           05  WS-USAGE-LINES-BILLED          PIC 9(9) COMP VALUE 0.
           05  WS-OTHER-PERIOD-SKIPPED        PIC 9(9) COMP VALUE 0.
           05  WS-UNMAPPED-USERIDS            PIC 9(9) COMP VALUE 0.
           05  WS-TABLE-OVERFLOWS             PIC 9(9) COMP VALUE 0.
           05  WS-CHARGEBACK-RECORDS          PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                         PIC X(50)
               VALUE 'MONTHLY SOCKET-SERVER USAGE CHARGEBACK REPORT'.
           05  FILLER                         PIC X(8) VALUE 'PERIOD: '.
           05  WS-TTL-PERIOD                  PIC 9(6).

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE                   PIC X(40).

       01  WS-USER-HEADING-LINE.
           05  FILLER                         PIC X(10) VALUE 'USERID'.
           05  FILLER                         PIC X(10) VALUE 'DEPT'.
           05  FILLER                         PIC X(6)  VALUE 'CODE'.
           05  FILLER                         PIC X(9)  VALUE
               'SESSIONS'.
           05  FILLER                         PIC X(13) VALUE
               '   REQUESTS'.
           05  FILLER                         PIC X(21) VALUE
               '           BYTES IN'.
           05  FILLER                         PIC X(21) VALUE
               '          BYTES OUT'.
           05  FILLER                         PIC X(12) VALUE
               'CONNECT SECS'.

       01  WS-USER-DETAIL-LINE.
           05  WS-UDL-USERID                  PIC X(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-UDL-DEPARTMENT              PIC X(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-UDL-CODE                    PIC X(4).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-UDL-SESSIONS                PIC ZZZ,ZZ9
                                               BLANK WHEN ZERO.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-UDL-REQUESTS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-UDL-BYTES-IN                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-UDL-BYTES-OUT               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-UDL-CONNECT-SECS            PIC ZZZ,ZZZ,ZZ9
                                               BLANK WHEN ZERO.

       01  WS-DEPT-HEADING-LINE.
           05  FILLER                         PIC X(10) VALUE 'DEPT'.
           05  FILLER                         PIC X(32) VALUE 'NAME'.
           05  FILLER                         PIC X(9)  VALUE
               'SESSIONS'.
           05  FILLER                         PIC X(13) VALUE
               '   REQUESTS'.
           05  FILLER                         PIC X(21) VALUE
               '           BYTES IN'.
           05  FILLER                         PIC X(21) VALUE
               '          BYTES OUT'.
           05  FILLER                         PIC X(12) VALUE
               'CONNECT SECS'.

       01  WS-DEPT-DETAIL-LINE.
           05  WS-DDL-DEPARTMENT              PIC X(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DDL-DEPARTMENT-NAME         PIC X(30).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DDL-SESSIONS                PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DDL-REQUESTS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DDL-BYTES-IN                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DDL-BYTES-OUT               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DDL-CONNECT-SECS            PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL                   PIC X(36).
           05  WS-CNT-VALUE                   PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-USAGE-PARM THRU READ-USAGE-PARM-EXIT.
           PERFORM LOAD-COST-CENTER-MAP THRU LOAD-COST-CENTER-MAP-EXIT.
           IF WS-RETURN-CODE = 8
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CSMT-ARCHIVE-FILE
                OUTPUT CHARGEBACK-REPORT-FILE
                       CHARGEBACK-FILE.

           MOVE WS-REPORT-PERIOD TO WS-TTL-PERIOD.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO CHARGEBACK-REPORT-LINE.
           WRITE CHARGEBACK-REPORT-LINE.

           PERFORM READ-NEXT-RECORD.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               PERFORM CLASSIFY-USAGE-RECORD THRU
                       CLASSIFY-USAGE-RECORD-EXIT
               PERFORM READ-NEXT-RECORD
           END-PERFORM.

           PERFORM WRITE-USERID-SECTION.
           PERFORM BUILD-DEPARTMENT-TOTALS.
           PERFORM WRITE-DEPARTMENT-SECTION.
           PERFORM WRITE-RUN-COUNTS.

           CLOSE CSMT-ARCHIVE-FILE
                 CHARGEBACK-REPORT-FILE
                 CHARGEBACK-FILE.

           IF WS-TABLE-OVERFLOWS > 0
               DISPLAY 'USGCHG01: USAGE TABLE FULL, '
                       WS-TABLE-OVERFLOWS
                       ' USAGE LINES NOT BILLED'
                   UPON CONSOLE
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               IF WS-UNMAPPED-USERIDS > 0
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       READ-NEXT-RECORD.
           READ CSMT-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *  ONLY THE TWO USAGE SHAPES COUNT; EVERYTHING ELSE ON THE
      *  ARCHIVE IS SOMEBODY ELSE'S TRAFFIC. A USAGE LINE OUTSIDE
      *  THE MONTH (OR WITH NO DATE STAMP) IS SKIPPED AND COUNTED.
       CLASSIFY-USAGE-RECORD.
           IF CL-LOG-MSG-BUFFER(1:22) NOT = UQ-TAG AND
              CL-LOG-MSG-BUFFER(1:22) NOT = US-TAG
               GO TO CLASSIFY-USAGE-RECORD-EXIT
           END-IF.

           MOVE CL-LOG-DATE(1:6) TO WS-RECORD-PERIOD-TEXT.
           IF WS-RECORD-PERIOD-TEXT NOT = WS-REPORT-PERIOD
               ADD 1 TO WS-OTHER-PERIOD-SKIPPED
               GO TO CLASSIFY-USAGE-RECORD-EXIT
           END-IF.

           IF CL-LOG-MSG-BUFFER(1:22) = UQ-TAG
               MOVE CL-LOG-MSG-BUFFER TO USAGE-REQUEST-MSG
               MOVE UQ-USERID TO WS-LOOKUP-USERID
           ELSE
               MOVE CL-LOG-MSG-BUFFER TO USAGE-SESSION-MSG
               MOVE US-USERID TO WS-LOOKUP-USERID
           END-IF.

           PERFORM FIND-USERID-SLOT THRU FIND-USERID-SLOT-EXIT.
           IF WS-USERID-SLOT = 0
               ADD 1 TO WS-TABLE-OVERFLOWS
               GO TO CLASSIFY-USAGE-RECORD-EXIT
           END-IF.
           SET WS-USER-IDX TO WS-USERID-SLOT.

           IF CL-LOG-MSG-BUFFER(1:22) = US-TAG
               IF US-REQUEST-COUNT NOT NUMERIC
                  OR US-CONNECT-MS NOT NUMERIC
                   GO TO CLASSIFY-USAGE-RECORD-EXIT
               END-IF
               ADD 1 TO WS-USR-SESSIONS(WS-USER-IDX)
               ADD US-CONNECT-MS TO WS-USR-CONNECT-MS(WS-USER-IDX)
               ADD 1 TO WS-USAGE-LINES-BILLED
               GO TO CLASSIFY-USAGE-RECORD-EXIT
           END-IF.

           IF UQ-BYTES-IN NOT NUMERIC OR UQ-BYTES-OUT NOT NUMERIC
               GO TO CLASSIFY-USAGE-RECORD-EXIT
           END-IF.
           PERFORM FIND-CODE-SLOT THRU FIND-CODE-SLOT-EXIT.
           IF WS-CODE-SLOT = 0
               ADD 1 TO WS-TABLE-OVERFLOWS
               GO TO CLASSIFY-USAGE-RECORD-EXIT
           END-IF.
           SET WS-CODE-IDX TO WS-CODE-SLOT.

           ADD 1           TO WS-USR-REQUESTS(WS-USER-IDX).
           ADD UQ-BYTES-IN  TO WS-USR-BYTES-IN(WS-USER-IDX).
           ADD UQ-BYTES-OUT TO WS-USR-BYTES-OUT(WS-USER-IDX).
           ADD 1           TO WS-CDE-REQUESTS(WS-CODE-IDX).
           ADD UQ-BYTES-IN  TO WS-CDE-BYTES-IN(WS-CODE-IDX).
           ADD UQ-BYTES-OUT TO WS-CDE-BYTES-OUT(WS-CODE-IDX).
           ADD 1 TO WS-USAGE-LINES-BILLED.
       CLASSIFY-USAGE-RECORD-EXIT.
           EXIT.

      *  THE USERID'S ROW, ADDED ON FIRST SIGHT WITH ITS DEPARTMENT
      *  LOOKED UP ONCE. ZERO BACK MEANS THE TABLE IS FULL.
       FIND-USERID-SLOT.
           MOVE 0 TO WS-USERID-SLOT.
           MOVE 0 TO WS-USERID-SCAN.
           PERFORM UNTIL WS-USERID-SCAN = WS-USERID-COUNT
                      OR WS-USERID-SLOT > 0
               ADD 1 TO WS-USERID-SCAN
               SET WS-USER-IDX TO WS-USERID-SCAN
               IF WS-USR-USERID(WS-USER-IDX) = WS-LOOKUP-USERID
                   MOVE WS-USERID-SCAN TO WS-USERID-SLOT
               END-IF
           END-PERFORM.
           IF WS-USERID-SLOT > 0 OR
              WS-USERID-COUNT NOT < WS-MAX-USERIDS
               GO TO FIND-USERID-SLOT-EXIT
           END-IF.

           PERFORM LOOK-UP-DEPARTMENT.
           ADD 1 TO WS-USERID-COUNT.
           MOVE WS-USERID-COUNT TO WS-USERID-SLOT.
           SET WS-USER-IDX TO WS-USERID-SLOT.
           MOVE WS-LOOKUP-USERID     TO WS-USR-USERID(WS-USER-IDX).
           MOVE WS-LOOKUP-DEPARTMENT TO WS-USR-DEPARTMENT(WS-USER-IDX).
           MOVE 0 TO WS-USR-SESSIONS(WS-USER-IDX)
                     WS-USR-REQUESTS(WS-USER-IDX)
                     WS-USR-BYTES-IN(WS-USER-IDX)
                     WS-USR-BYTES-OUT(WS-USER-IDX)
                     WS-USR-CONNECT-MS(WS-USER-IDX).
       FIND-USERID-SLOT-EXIT.
           EXIT.

       FIND-CODE-SLOT.
           MOVE 0 TO WS-CODE-SLOT.
           MOVE 0 TO WS-CODE-SCAN.
           PERFORM UNTIL WS-CODE-SCAN = WS-CODE-COUNT
                      OR WS-CODE-SLOT > 0
               ADD 1 TO WS-CODE-SCAN
               SET WS-CODE-IDX TO WS-CODE-SCAN
               IF WS-CDE-USERID(WS-CODE-IDX) = WS-LOOKUP-USERID AND
                  WS-CDE-REQUEST-CODE(WS-CODE-IDX) = UQ-REQUEST-CODE
                   MOVE WS-CODE-SCAN TO WS-CODE-SLOT
               END-IF
           END-PERFORM.
           IF WS-CODE-SLOT > 0 OR
              WS-CODE-COUNT NOT < WS-MAX-CODE-ENTRIES
               GO TO FIND-CODE-SLOT-EXIT
           END-IF.

           ADD 1 TO WS-CODE-COUNT.
           MOVE WS-CODE-COUNT TO WS-CODE-SLOT.
           SET WS-CODE-IDX TO WS-CODE-SLOT.
           MOVE WS-LOOKUP-USERID TO WS-CDE-USERID(WS-CODE-IDX).
           MOVE UQ-REQUEST-CODE  TO WS-CDE-REQUEST-CODE(WS-CODE-IDX).
           MOVE 0 TO WS-CDE-REQUESTS(WS-CODE-IDX)
                     WS-CDE-BYTES-IN(WS-CODE-IDX)
                     WS-CDE-BYTES-OUT(WS-CODE-IDX).
       FIND-CODE-SLOT-EXIT.
           EXIT.

       LOOK-UP-DEPARTMENT.
           MOVE WS-UNMAPPED-DEPARTMENT TO WS-LOOKUP-DEPARTMENT.
           MOVE 'NO COST-CENTER MAPPING' TO WS-LOOKUP-DEPARTMENT-NAME.
           MOVE 0 TO WS-MAP-SLOT.
           MOVE 0 TO WS-MAP-SCAN.
           PERFORM UNTIL WS-MAP-SCAN = WS-MAP-COUNT
                      OR WS-MAP-SLOT > 0
               ADD 1 TO WS-MAP-SCAN
               SET WS-MAP-IDX TO WS-MAP-SCAN
               IF WS-MAP-USERID(WS-MAP-IDX) = WS-LOOKUP-USERID
                   MOVE WS-MAP-SCAN TO WS-MAP-SLOT
               END-IF
           END-PERFORM.
           IF WS-MAP-SLOT > 0
               SET WS-MAP-IDX TO WS-MAP-SLOT
               MOVE WS-MAP-DEPARTMENT(WS-MAP-IDX)
                   TO WS-LOOKUP-DEPARTMENT
               MOVE WS-MAP-DEPARTMENT-NAME(WS-MAP-IDX)
                   TO WS-LOOKUP-DEPARTMENT-NAME
           ELSE
               ADD 1 TO WS-UNMAPPED-USERIDS
               DISPLAY 'USGCHG01: USERID ' WS-LOOKUP-USERID
                       ' HAS NO COST-CENTER MAPPING'
                   UPON CONSOLE
           END-IF.

      *  ONE LINE PER USERID WITH ITS TOTALS, THEN ONE LINE PER
      *  REQUEST CODE IT USED. THE SAME FIGURES GO TO THE FLAT FILE
      *  AS 'U' AND 'R' RECORDS.
       WRITE-USERID-SECTION.
           MOVE 'USAGE BY USERID AND REQUEST CODE' TO WS-SEC-TITLE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-USER-HEADING-LINE.

           MOVE 0 TO WS-USERID-SCAN.
           PERFORM UNTIL WS-USERID-SCAN = WS-USERID-COUNT
               ADD 1 TO WS-USERID-SCAN
               SET WS-USER-IDX TO WS-USERID-SCAN
               PERFORM WRITE-ONE-USERID
           END-PERFORM.

           MOVE SPACES TO CHARGEBACK-REPORT-LINE.
           WRITE CHARGEBACK-REPORT-LINE.

       WRITE-ONE-USERID.
           COMPUTE WS-CONNECT-SECONDS ROUNDED =
               WS-USR-CONNECT-MS(WS-USER-IDX) / 1000.

           MOVE SPACES TO CHARGEBACK-REPORT-LINE.
           WRITE CHARGEBACK-REPORT-LINE.
           MOVE WS-USR-USERID(WS-USER-IDX)     TO WS-UDL-USERID.
           MOVE WS-USR-DEPARTMENT(WS-USER-IDX) TO WS-UDL-DEPARTMENT.
           MOVE 'ALL'                          TO WS-UDL-CODE.
           MOVE WS-USR-SESSIONS(WS-USER-IDX)   TO WS-UDL-SESSIONS.
           MOVE WS-USR-REQUESTS(WS-USER-IDX)   TO WS-UDL-REQUESTS.
           MOVE WS-USR-BYTES-IN(WS-USER-IDX)   TO WS-UDL-BYTES-IN.
           MOVE WS-USR-BYTES-OUT(WS-USER-IDX)  TO WS-UDL-BYTES-OUT.
           MOVE WS-CONNECT-SECONDS             TO WS-UDL-CONNECT-SECS.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-USER-DETAIL-LINE.

           MOVE SPACES TO CHARGEBACK-RECORD.
           SET CB-USERID-SUMMARY TO TRUE.
           MOVE WS-REPORT-PERIOD               TO CB-PERIOD.
           MOVE WS-USR-DEPARTMENT(WS-USER-IDX) TO CB-DEPARTMENT.
           MOVE WS-USR-USERID(WS-USER-IDX)     TO CB-USERID.
           MOVE WS-USR-SESSIONS(WS-USER-IDX)   TO CB-SESSIONS.
           MOVE WS-USR-REQUESTS(WS-USER-IDX)   TO CB-REQUESTS.
           MOVE WS-USR-BYTES-IN(WS-USER-IDX)   TO CB-BYTES-IN.
           MOVE WS-USR-BYTES-OUT(WS-USER-IDX)  TO CB-BYTES-OUT.
           MOVE WS-CONNECT-SECONDS             TO CB-CONNECT-SECONDS.
           WRITE CHARGEBACK-RECORD.
           ADD 1 TO WS-CHARGEBACK-RECORDS.

           ADD WS-USR-SESSIONS(WS-USER-IDX)   TO WS-TOTAL-SESSIONS.
           ADD WS-USR-REQUESTS(WS-USER-IDX)   TO WS-TOTAL-REQUESTS.
           ADD WS-USR-BYTES-IN(WS-USER-IDX)   TO WS-TOTAL-BYTES-IN.
           ADD WS-USR-BYTES-OUT(WS-USER-IDX)  TO WS-TOTAL-BYTES-OUT.
           ADD WS-USR-CONNECT-MS(WS-USER-IDX) TO WS-TOTAL-CONNECT-MS.

           MOVE 0 TO WS-CODE-SCAN.
           PERFORM UNTIL WS-CODE-SCAN = WS-CODE-COUNT
               ADD 1 TO WS-CODE-SCAN
               SET WS-CODE-IDX TO WS-CODE-SCAN
               IF WS-CDE-USERID(WS-CODE-IDX) =
                       WS-USR-USERID(WS-USER-IDX)
                   PERFORM WRITE-ONE-REQUEST-CODE
               END-IF
           END-PERFORM.

       WRITE-ONE-REQUEST-CODE.
           MOVE SPACES                           TO WS-UDL-USERID
                                                    WS-UDL-DEPARTMENT.
           MOVE WS-CDE-REQUEST-CODE(WS-CODE-IDX) TO WS-UDL-CODE.
           MOVE 0                                TO WS-UDL-SESSIONS.
           MOVE WS-CDE-REQUESTS(WS-CODE-IDX)     TO WS-UDL-REQUESTS.
           MOVE WS-CDE-BYTES-IN(WS-CODE-IDX)     TO WS-UDL-BYTES-IN.
           MOVE WS-CDE-BYTES-OUT(WS-CODE-IDX)    TO WS-UDL-BYTES-OUT.
           MOVE 0                                TO WS-UDL-CONNECT-SECS.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-USER-DETAIL-LINE.

           MOVE SPACES TO CHARGEBACK-RECORD.
           SET CB-REQUEST-DETAIL TO TRUE.
           MOVE WS-REPORT-PERIOD                 TO CB-PERIOD.
           MOVE WS-USR-DEPARTMENT(WS-USER-IDX)   TO CB-DEPARTMENT.
           MOVE WS-CDE-USERID(WS-CODE-IDX)       TO CB-USERID.
           MOVE WS-CDE-REQUEST-CODE(WS-CODE-IDX) TO CB-REQUEST-CODE.
           MOVE 0                                TO CB-SESSIONS.
           MOVE WS-CDE-REQUESTS(WS-CODE-IDX)     TO CB-REQUESTS.
           MOVE WS-CDE-BYTES-IN(WS-CODE-IDX)     TO CB-BYTES-IN.
           MOVE WS-CDE-BYTES-OUT(WS-CODE-IDX)    TO CB-BYTES-OUT.
           MOVE 0                                TO CB-CONNECT-SECONDS.
           WRITE CHARGEBACK-RECORD.
           ADD 1 TO WS-CHARGEBACK-RECORDS.

      *  EVERY USERID INTO ITS DEPARTMENT'S ROW. THERE ARE NEVER
      *  MORE DEPARTMENTS THAN USERIDS, BUT THE TABLE IS BOUNDED ALL
      *  THE SAME -- A USERID WHOSE DEPARTMENT WILL NOT FIT IS
      *  COUNTED AS AN OVERFLOW.
       BUILD-DEPARTMENT-TOTALS.
           MOVE 0 TO WS-USERID-SCAN.
           PERFORM UNTIL WS-USERID-SCAN = WS-USERID-COUNT
               ADD 1 TO WS-USERID-SCAN
               SET WS-USER-IDX TO WS-USERID-SCAN
               PERFORM ADD-USERID-TO-DEPARTMENT
           END-PERFORM.

       ADD-USERID-TO-DEPARTMENT.
           MOVE 0 TO WS-DEPARTMENT-SLOT.
           MOVE 0 TO WS-DEPARTMENT-SCAN.
           PERFORM UNTIL WS-DEPARTMENT-SCAN = WS-DEPARTMENT-COUNT
                      OR WS-DEPARTMENT-SLOT > 0
               ADD 1 TO WS-DEPARTMENT-SCAN
               SET WS-DEPT-IDX TO WS-DEPARTMENT-SCAN
               IF WS-DPT-DEPARTMENT(WS-DEPT-IDX) =
                       WS-USR-DEPARTMENT(WS-USER-IDX)
                   MOVE WS-DEPARTMENT-SCAN TO WS-DEPARTMENT-SLOT
               END-IF
           END-PERFORM.

           IF WS-DEPARTMENT-SLOT = 0
               IF WS-DEPARTMENT-COUNT NOT < WS-MAX-DEPARTMENTS
                   ADD 1 TO WS-TABLE-OVERFLOWS
               ELSE
                   MOVE WS-USR-USERID(WS-USER-IDX) TO WS-LOOKUP-USERID
                   PERFORM FIND-DEPARTMENT-NAME
                   ADD 1 TO WS-DEPARTMENT-COUNT
                   MOVE WS-DEPARTMENT-COUNT TO WS-DEPARTMENT-SLOT
                   SET WS-DEPT-IDX TO WS-DEPARTMENT-SLOT
                   MOVE WS-USR-DEPARTMENT(WS-USER-IDX)
                       TO WS-DPT-DEPARTMENT(WS-DEPT-IDX)
                   MOVE WS-LOOKUP-DEPARTMENT-NAME
                       TO WS-DPT-DEPARTMENT-NAME(WS-DEPT-IDX)
                   MOVE 0 TO WS-DPT-USERIDS(WS-DEPT-IDX)
                             WS-DPT-SESSIONS(WS-DEPT-IDX)
                             WS-DPT-REQUESTS(WS-DEPT-IDX)
                             WS-DPT-BYTES-IN(WS-DEPT-IDX)
                             WS-DPT-BYTES-OUT(WS-DEPT-IDX)
                             WS-DPT-CONNECT-MS(WS-DEPT-IDX)
               END-IF
           END-IF.

           IF WS-DEPARTMENT-SLOT > 0
               SET WS-DEPT-IDX TO WS-DEPARTMENT-SLOT
               ADD 1 TO WS-DPT-USERIDS(WS-DEPT-IDX)
               ADD WS-USR-SESSIONS(WS-USER-IDX)
                   TO WS-DPT-SESSIONS(WS-DEPT-IDX)
               ADD WS-USR-REQUESTS(WS-USER-IDX)
                   TO WS-DPT-REQUESTS(WS-DEPT-IDX)
               ADD WS-USR-BYTES-IN(WS-USER-IDX)
                   TO WS-DPT-BYTES-IN(WS-DEPT-IDX)
               ADD WS-USR-BYTES-OUT(WS-USER-IDX)
                   TO WS-DPT-BYTES-OUT(WS-DEPT-IDX)
               ADD WS-USR-CONNECT-MS(WS-USER-IDX)
                   TO WS-DPT-CONNECT-MS(WS-DEPT-IDX)
           END-IF.

      *  THE DEPARTMENT NAME COMES FROM THE MAP ENTRY FOR THE FIRST
      *  USERID SEEN IN IT; UNMAPPED USERIDS SHARE ONE ROW.
       FIND-DEPARTMENT-NAME.
           MOVE 'NO COST-CENTER MAPPING' TO WS-LOOKUP-DEPARTMENT-NAME.
           MOVE 0 TO WS-MAP-SLOT.
           MOVE 0 TO WS-MAP-SCAN.
           PERFORM UNTIL WS-MAP-SCAN = WS-MAP-COUNT
                      OR WS-MAP-SLOT > 0
               ADD 1 TO WS-MAP-SCAN
               SET WS-MAP-IDX TO WS-MAP-SCAN
               IF WS-MAP-USERID(WS-MAP-IDX) = WS-LOOKUP-USERID
                   MOVE WS-MAP-SCAN TO WS-MAP-SLOT
                   MOVE WS-MAP-DEPARTMENT-NAME(WS-MAP-IDX)
                       TO WS-LOOKUP-DEPARTMENT-NAME
               END-IF
           END-PERFORM.

       WRITE-DEPARTMENT-SECTION.
           MOVE 'USAGE BY DEPARTMENT' TO WS-SEC-TITLE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-DEPT-HEADING-LINE.

           MOVE 0 TO WS-DEPARTMENT-SCAN.
           PERFORM UNTIL WS-DEPARTMENT-SCAN = WS-DEPARTMENT-COUNT
               ADD 1 TO WS-DEPARTMENT-SCAN
               SET WS-DEPT-IDX TO WS-DEPARTMENT-SCAN
               PERFORM WRITE-ONE-DEPARTMENT
           END-PERFORM.

           MOVE SPACES TO CHARGEBACK-REPORT-LINE.
           WRITE CHARGEBACK-REPORT-LINE.
           COMPUTE WS-CONNECT-SECONDS ROUNDED =
               WS-TOTAL-CONNECT-MS / 1000.
           MOVE 'TOTALS'               TO WS-DDL-DEPARTMENT.
           MOVE SPACES                 TO WS-DDL-DEPARTMENT-NAME.
           MOVE WS-TOTAL-SESSIONS      TO WS-DDL-SESSIONS.
           MOVE WS-TOTAL-REQUESTS      TO WS-DDL-REQUESTS.
           MOVE WS-TOTAL-BYTES-IN      TO WS-DDL-BYTES-IN.
           MOVE WS-TOTAL-BYTES-OUT     TO WS-DDL-BYTES-OUT.
           MOVE WS-CONNECT-SECONDS     TO WS-DDL-CONNECT-SECS.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-DEPT-DETAIL-LINE.
           MOVE SPACES TO CHARGEBACK-REPORT-LINE.
           WRITE CHARGEBACK-REPORT-LINE.

       WRITE-ONE-DEPARTMENT.
           COMPUTE WS-CONNECT-SECONDS ROUNDED =
               WS-DPT-CONNECT-MS(WS-DEPT-IDX) / 1000.
           MOVE WS-DPT-DEPARTMENT(WS-DEPT-IDX)  TO WS-DDL-DEPARTMENT.
           MOVE WS-DPT-DEPARTMENT-NAME(WS-DEPT-IDX)
               TO WS-DDL-DEPARTMENT-NAME.
           MOVE WS-DPT-SESSIONS(WS-DEPT-IDX)    TO WS-DDL-SESSIONS.
           MOVE WS-DPT-REQUESTS(WS-DEPT-IDX)    TO WS-DDL-REQUESTS.
           MOVE WS-DPT-BYTES-IN(WS-DEPT-IDX)    TO WS-DDL-BYTES-IN.
           MOVE WS-DPT-BYTES-OUT(WS-DEPT-IDX)   TO WS-DDL-BYTES-OUT.
           MOVE WS-CONNECT-SECONDS              TO WS-DDL-CONNECT-SECS.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-DEPT-DETAIL-LINE.

           MOVE SPACES TO CHARGEBACK-RECORD.
           SET CB-DEPARTMENT-TOTAL TO TRUE.
           MOVE WS-REPORT-PERIOD                TO CB-PERIOD.
           MOVE WS-DPT-DEPARTMENT(WS-DEPT-IDX)  TO CB-DEPARTMENT.
           MOVE WS-DPT-SESSIONS(WS-DEPT-IDX)    TO CB-SESSIONS.
           MOVE WS-DPT-REQUESTS(WS-DEPT-IDX)    TO CB-REQUESTS.
           MOVE WS-DPT-BYTES-IN(WS-DEPT-IDX)    TO CB-BYTES-IN.
           MOVE WS-DPT-BYTES-OUT(WS-DEPT-IDX)   TO CB-BYTES-OUT.
           MOVE WS-CONNECT-SECONDS              TO CB-CONNECT-SECONDS.
           WRITE CHARGEBACK-RECORD.
           ADD 1 TO WS-CHARGEBACK-RECORDS.

       WRITE-RUN-COUNTS.
           MOVE 'ARCHIVE RECORDS READ:' TO WS-CNT-LABEL.
           MOVE WS-RECORDS-READ TO WS-CNT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'USAGE LINES BILLED:' TO WS-CNT-LABEL.
           MOVE WS-USAGE-LINES-BILLED TO WS-CNT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'OTHER-PERIOD USAGE LINES SKIPPED:' TO WS-CNT-LABEL.
           MOVE WS-OTHER-PERIOD-SKIPPED TO WS-CNT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'UNMAPPED USERIDS:' TO WS-CNT-LABEL.
           MOVE WS-UNMAPPED-USERIDS TO WS-CNT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'USAGE LINES LOST TO FULL TABLES:' TO WS-CNT-LABEL.
           MOVE WS-TABLE-OVERFLOWS TO WS-CNT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'CHARGEBACK RECORDS WRITTEN:' TO WS-CNT-LABEL.
           MOVE WS-CHARGEBACK-RECORDS TO WS-CNT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-COUNT-LINE.

      *  NO PARAMETER FILE, OR NO GOOD MONTH ON IT, BILLS THE
      *  CALENDAR MONTH BEFORE THE ONE THE JOB RUNS IN.
       READ-USAGE-PARM.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           IF WS-TODAY-MONTH = 1
               COMPUTE WS-PERIOD-YEAR = WS-TODAY-YEAR - 1
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               MOVE WS-TODAY-YEAR TO WS-PERIOD-YEAR
               COMPUTE WS-PERIOD-MONTH = WS-TODAY-MONTH - 1
           END-IF.

           OPEN INPUT USAGE-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-USAGE-PARM-EXIT
           END-IF.
           READ USAGE-PARM-FILE
               AT END GO TO CLOSE-USAGE-PARM
           END-READ.
           IF UP-REPORT-PERIOD NUMERIC AND
              UP-REPORT-PERIOD(5:2) > '00' AND
              UP-REPORT-PERIOD(5:2) < '13'
               MOVE UP-REPORT-PERIOD TO WS-REPORT-PERIOD
           END-IF.
       CLOSE-USAGE-PARM.
           CLOSE USAGE-PARM-FILE.
       READ-USAGE-PARM-EXIT.
           EXIT.

      *  WITHOUT THE MAP THERE IS NOTHING TO CHARGE BACK TO -- THE
      *  JOB STOPS SEVERE RATHER THAN BILL EVERYONE AS UNMAPPED.
       LOAD-COST-CENTER-MAP.
           OPEN INPUT COST-CENTER-MAP-FILE.
           IF NOT WS-MAP-OPENED-OK
               DISPLAY 'USGCHG01: COST-CENTER MAP COSTCTR NOT OPENED, '
                       'STATUS ' WS-MAP-STATUS
                   UPON CONSOLE
               MOVE 8 TO WS-RETURN-CODE
               GO TO LOAD-COST-CENTER-MAP-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-MAP-RECORDS
               READ COST-CENTER-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-MAP-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-ONE-MAP-ENTRY
               END-READ
           END-PERFORM.
           CLOSE COST-CENTER-MAP-FILE.
       LOAD-COST-CENTER-MAP-EXIT.
           EXIT.

       STORE-ONE-MAP-ENTRY.
           IF CM-USERID = SPACES
               CONTINUE
           ELSE
               IF WS-MAP-COUNT < WS-MAX-MAP-ENTRIES
                   ADD 1 TO WS-MAP-COUNT
                   SET WS-MAP-IDX TO WS-MAP-COUNT
                   MOVE CM-USERID   TO WS-MAP-USERID(WS-MAP-IDX)
                   MOVE CM-DEPARTMENT
                       TO WS-MAP-DEPARTMENT(WS-MAP-IDX)
                   MOVE CM-DEPARTMENT-NAME
                       TO WS-MAP-DEPARTMENT-NAME(WS-MAP-IDX)
               ELSE
                   DISPLAY 'USGCHG01: COST-CENTER MAP FULL, USERID '
                           CM-USERID ' IGNORED'
                       UPON CONSOLE
               END-IF
           END-IF.
