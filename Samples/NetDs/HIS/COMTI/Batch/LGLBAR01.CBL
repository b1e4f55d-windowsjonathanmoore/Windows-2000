      ***********************************************************
      * LGLBAR01 -- PROOF-OF-CLAIM BAR-DATE WARNING                  *
      *                                                              *
      * A CLAIM FILED AFTER THE COURT'S BAR DATE IS A CLAIM LOST,    *
      * AND NOTHING TOLD ANYONE ONE WAS COMING UP. THIS JOB READS    *
      * THE LEGLSTAT FILE (LEGLSTAT.cpy, KEPT BY THE LGLMNT METHOD)  *
      * FOR EVERY OPEN BANKRUPTCY WE HAVE NOT YET FILED A CLAIM IN   *
      * AND LISTS THOSE WHOSE BAR DATE FALLS WITHIN THE WARNING      *
      * WINDOW, THOSE WHOSE BAR DATE HAS ALREADY PASSED, AND THOSE   *
      * WITH NO BAR DATE ENTERED AT ALL. LGLPOC01 PRINTS THE         *
      * WORKSHEET TO FILE FROM.                                      *
      *                                                              *
      * THE WINDOW (DAYS) COMES FROM THE USUAL OPTIONAL PARAMETER    *
      * FILE; MISSING OR ZERO, IT IS 30. ANY CASE LISTED ENDS THE    *
      * JOB WITH RETURN CODE 4 SO THE SCHEDULER FLAGS IT.            *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLBAR01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-STATUS-FILE ASSIGN TO LEGLSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEGAL-STATUS.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT BAR-DATE-REPORT-FILE ASSIGN TO LGLBARRP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAR-DATE-PARM-FILE ASSIGN TO LGLBPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-STATUS-FILE.
           COPY LEGLSTAT.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  BAR-DATE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  BAR-DATE-REPORT-LINE              PIC X(132).

      *  ZERO OR BLANK KEEPS THE DEFAULT WINDOW.
       FD  BAR-DATE-PARM-FILE.
       01  BAR-DATE-PARM-RECORD.
           05  PP-WARNING-DAYS               PIC 9(3).
           05  FILLER                        PIC X(77).

       WORKING-STORAGE SECTION.
       01  WS-LEGAL-EOF-FLAG                 PIC X VALUE 'N'.
           88  WS-NO-MORE-CASES              VALUE 'Y'.

       01  WS-LEGAL-STATUS                   PIC X(2).
           88  WS-LEGAL-STATUS-OK            VALUE '00'.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-OPENED-OK             VALUE '00'.
       01  WS-DEMO-FILE-FLAG                 PIC X VALUE 'N'.
           88  WS-DEMO-FILE-PRESENT          VALUE 'Y'.
       01  WS-DEMO-FOUND-FLAG                PIC X.
           88  WS-DEMO-FOUND                 VALUE 'Y'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-WARNING-DAYS                   PIC 9(3) VALUE 30.
       01  WS-DAYS-TO-BAR                    PIC S9(9) COMP.

       01  WS-COUNTERS.
           05  WS-CASES-READ                 PIC 9(9) COMP VALUE 0.
           05  WS-CASES-UNFILED              PIC 9(9) COMP VALUE 0.
           05  WS-CASES-DUE                  PIC 9(9) COMP VALUE 0.
           05  WS-CASES-PASSED               PIC 9(9) COMP VALUE 0.
           05  WS-CASES-NO-BAR-DATE          PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER                        PIC X(40)
               VALUE 'PROOF-OF-CLAIM BAR DATES AS OF '.
           05  WS-TTL-DATE                   PIC 9(8).

       01  WS-BASIS-LINE.
           05  FILLER                        PIC X(20)
               VALUE 'WARNING WINDOW:     '.
           05  WS-BAS-WARNING-DAYS           PIC ZZ9.
           05  FILLER                        PIC X(5) VALUE ' DAYS'.

       01  WS-COLUMN-LINE.
           05  FILLER                        PIC X(44)
               VALUE 'CUSTOMER   NAME                  CH  CASE   '.
           05  FILLER                        PIC X(44)
               VALUE '               FILED     BAR DATE  STATUS'.

       01  WS-CASE-LINE.
           05  WS-CSL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CSL-LAST-NAME              PIC X(20).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CSL-CHAPTER                PIC Z9.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CSL-CASE-NUMBER            PIC X(20).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CSL-FILING-DATE            PIC 9(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CSL-BAR-DATE               PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CSL-STATUS                 PIC X(30).

       01  WS-DUE-TEXT.
           05  FILLER                        PIC X(7) VALUE 'DUE IN '.
           05  WS-DUE-DAYS                   PIC ZZ9.
           05  FILLER                        PIC X(5) VALUE ' DAYS'.

       01  WS-EMPTY-LINE.
           05  FILLER                        PIC X(44)
               VALUE '    NO UNFILED CLAIM NEEDS ATTENTION'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(24)
               VALUE 'LEGAL CASES READ:       '.
           05  WS-SUM-READ                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'OPEN, CLAIM NOT FILED:  '.
           05  WS-SUM-UNFILED                PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(24)
               VALUE 'BAR DATE DUE:           '.
           05  WS-SUM-DUE                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'BAR DATE PASSED:        '.
           05  WS-SUM-PASSED                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'NO BAR DATE SET:        '.
           05  WS-SUM-NO-BAR-DATE            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           PERFORM READ-BAR-DATE-PARM THRU READ-BAR-DATE-PARM-EXIT.

      *  NO LEGAL STATUS FILE YET MEANS NOBODY HAS EVER FILED.
           OPEN INPUT LEGAL-STATUS-FILE.
           IF NOT WS-LEGAL-STATUS-OK
               CLOSE LEGAL-STATUS-FILE
               DISPLAY 'LGLBAR01: NO LEGAL STATUS FILE, NOTHING TO DO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.
           IF WS-DEMO-OPENED-OK
               SET WS-DEMO-FILE-PRESENT TO TRUE
           ELSE
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.

           OPEN OUTPUT BAR-DATE-REPORT-FILE.
           MOVE WS-TODAY-YYYYMMDD TO WS-TTL-DATE.
           WRITE BAR-DATE-REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-WARNING-DAYS TO WS-BAS-WARNING-DAYS.
           WRITE BAR-DATE-REPORT-LINE FROM WS-BASIS-LINE.
           MOVE SPACES TO BAR-DATE-REPORT-LINE.
           WRITE BAR-DATE-REPORT-LINE.
           WRITE BAR-DATE-REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM UNTIL WS-NO-MORE-CASES
               READ LEGAL-STATUS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LEGAL-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-CASE THRU CHECK-ONE-CASE-EXIT
               END-READ
           END-PERFORM.

           IF WS-CASES-DUE = 0 AND WS-CASES-PASSED = 0
              AND WS-CASES-NO-BAR-DATE = 0
               WRITE BAR-DATE-REPORT-LINE FROM WS-EMPTY-LINE
           END-IF.
           MOVE SPACES TO BAR-DATE-REPORT-LINE.
           WRITE BAR-DATE-REPORT-LINE.
           MOVE WS-CASES-READ        TO WS-SUM-READ.
           MOVE WS-CASES-UNFILED     TO WS-SUM-UNFILED.
           WRITE BAR-DATE-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-CASES-DUE         TO WS-SUM-DUE.
           MOVE WS-CASES-PASSED      TO WS-SUM-PASSED.
           MOVE WS-CASES-NO-BAR-DATE TO WS-SUM-NO-BAR-DATE.
           WRITE BAR-DATE-REPORT-LINE FROM WS-SUMMARY-LINE-2.

           IF WS-CASES-DUE > 0 OR WS-CASES-PASSED > 0
              OR WS-CASES-NO-BAR-DATE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE LEGAL-STATUS-FILE
                 BAR-DATE-REPORT-FILE.
           IF WS-DEMO-FILE-PRESENT
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.
           GOBACK.

       READ-BAR-DATE-PARM.
           OPEN INPUT BAR-DATE-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-BAR-DATE-PARM-EXIT
           END-IF.
           READ BAR-DATE-PARM-FILE
               AT END GO TO CLOSE-BAR-DATE-PARM
           END-READ.
           IF PP-WARNING-DAYS NUMERIC AND PP-WARNING-DAYS > 0
               MOVE PP-WARNING-DAYS TO WS-WARNING-DAYS
           END-IF.
       CLOSE-BAR-DATE-PARM.
           CLOSE BAR-DATE-PARM-FILE.
       READ-BAR-DATE-PARM-EXIT.
           EXIT.

      *****************************************************************
      *  ONE LEGAL CASE. ONLY AN OPEN BANKRUPTCY WITH NO CLAIM FILED   *
      *  IS OF INTEREST; IT IS LISTED IF THE BAR DATE IS MISSING,      *
      *  PAST, OR INSIDE THE WARNING WINDOW.                           *
      *****************************************************************
       CHECK-ONE-CASE.
           ADD 1 TO WS-CASES-READ.
           IF NOT LS-TYPE-BANKRUPTCY OR NOT LS-CASE-OPEN
              OR LS-CLAIM-FILED-DATE NOT = 0
               GO TO CHECK-ONE-CASE-EXIT
           END-IF.
           ADD 1 TO WS-CASES-UNFILED.

           IF LS-CLAIM-BAR-DATE = 0
               ADD 1 TO WS-CASES-NO-BAR-DATE
               MOVE 'NOT SET' TO WS-CSL-BAR-DATE
               MOVE 'NO BAR DATE SET' TO WS-CSL-STATUS
               PERFORM WRITE-CASE-LINE
               GO TO CHECK-ONE-CASE-EXIT
           END-IF.

           COMPUTE WS-DAYS-TO-BAR =
               FUNCTION INTEGER-OF-DATE(LS-CLAIM-BAR-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           MOVE LS-CLAIM-BAR-DATE TO WS-CSL-BAR-DATE.

           IF WS-DAYS-TO-BAR < 0
               ADD 1 TO WS-CASES-PASSED
               MOVE 'BAR DATE PASSED' TO WS-CSL-STATUS
               PERFORM WRITE-CASE-LINE
               GO TO CHECK-ONE-CASE-EXIT
           END-IF.

           IF WS-DAYS-TO-BAR NOT > WS-WARNING-DAYS
               ADD 1 TO WS-CASES-DUE
               MOVE WS-DAYS-TO-BAR TO WS-DUE-DAYS
               MOVE WS-DUE-TEXT TO WS-CSL-STATUS
               PERFORM WRITE-CASE-LINE
           END-IF.
       CHECK-ONE-CASE-EXIT.
           EXIT.

       WRITE-CASE-LINE.
           MOVE SPACES TO WS-CSL-LAST-NAME.
           MOVE 'N' TO WS-DEMO-FOUND-FLAG.
           IF WS-DEMO-FILE-PRESENT
               MOVE LS-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-DEMO-FOUND-FLAG
               READ CUSTOMER-DEMOGRAPHIC-FILE
                   INVALID KEY MOVE 'N' TO WS-DEMO-FOUND-FLAG
               END-READ
           END-IF.
           IF WS-DEMO-FOUND
               MOVE CD-LAST-NAME TO WS-CSL-LAST-NAME
           END-IF.
           MOVE LS-CUSTOMER-NUMBER    TO WS-CSL-CUSTOMER-NUMBER.
           MOVE LS-BANKRUPTCY-CHAPTER TO WS-CSL-CHAPTER.
           MOVE LS-CASE-NUMBER        TO WS-CSL-CASE-NUMBER.
           MOVE LS-FILING-DATE        TO WS-CSL-FILING-DATE.
           WRITE BAR-DATE-REPORT-LINE FROM WS-CASE-LINE.
