      ***********************************************************
      * CMPLOAD1 -- COMPANY (LEGAL ENTITY) MASTER LOAD               *
      *                                                              *
      * READS AN EXTERNAL FILE OF COMPANIES (ONE DISPLAY-FORM RECORD *
      * PER COMPANY CODE) AND ADDS OR UPDATES THE MATCHING           *
      * COMPMAST.cpy RECORD ON THE INDEXED COMPANY MASTER -- SAME    *
      * SEED/LOAD SHAPE AS TRMLOAD1/PRODLOAD1. A RECORD WITH A BLANK *
      * COMPANY CODE OR NO NAME IS REJECTED, AS IS AN INVOICE-NUMBER *
      * RANGE THAT IS NOT NUMERIC, RUNS BACKWARD, STRAYS OUTSIDE     *
      * 1,000,000,000 THROUGH 9,899,999,999 (FINCHG01 OWNS           *
      * EVERYTHING ABOVE), OR OVERLAPS ANOTHER COMPANY'S RANGE       *
      * ALREADY ON THE MASTER -- TWO COMPANIES ISSUING THE SAME      *
      * INVOICE NUMBER IS EXACTLY WHAT THE RANGES ARE THERE TO       *
      * PREVENT. A ZERO RANGE IS ALLOWED ONLY FOR THE HOME COMPANY   *
      * '01', WHERE IT MEANS THE WHOLE ORIGINAL RANGE, SO THE HOME   *
      * COMPANY HAS TO BE NARROWED TO AN EXPLICIT RANGE BEFORE A     *
      * SISTER COMPANY'S RANGE CAN BE LOADED.                        *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLOAD1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-COMPANY-FILE ASSIGN TO COMPNEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-MASTER-FILE ASSIGN TO COMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-COMPANY-CODE
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO COMPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-COMPANY-FILE.
       01  NEW-COMPANY-RECORD.
           05  CN-COMPANY-CODE               PIC X(2).
           05  CN-COMPANY-NAME               PIC X(30).
           05  CN-REMIT-TO-NAME              PIC X(30).
           05  CN-REMIT-ADDRESS-LINE-1       PIC X(30).
           05  CN-REMIT-ADDRESS-LINE-2       PIC X(30).
           05  CN-REMIT-CITY                 PIC X(20).
           05  CN-REMIT-STATE                PIC X(2).
           05  CN-REMIT-ZIP                  PIC X(10).
           05  CN-FIRST-INVOICE-NUMBER       PIC 9(10).
           05  CN-LAST-INVOICE-NUMBER        PIC 9(10).

       FD  COMPANY-MASTER-FILE.
           COPY COMPMAST.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOAD-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.

       01  WS-COMPANY-STATUS                 PIC X(2).
           88  WS-COMPANY-STATUS-OK          VALUE '00'.

       01  WS-COMPANY-FOUND-FLAG             PIC X.
           88  WS-COMPANY-FOUND              VALUE 'Y'.

       01  WS-HOME-COMPANY-CODE              PIC X(2) VALUE '01'.

      *  THE RANGE CREATEINVOICENUMBER ISSUES FROM WHEN A COMPANY
      *  RECORD CARRIES NONE, AND THE BOUNDS EVERY EXPLICIT RANGE
      *  HAS TO STAY INSIDE.
       01  WS-DEFAULT-FIRST-NUMBER           PIC 9(10)
                                              VALUE 1000000000.
       01  WS-DEFAULT-LAST-NUMBER            PIC 9(10)
                                              VALUE 9899999999.

      *  THE INCOMING RANGE AND THE RANGE OF EACH COMPANY ALREADY
      *  ON THE MASTER, BOTH WITH THE HOME COMPANY'S ZERO RANGE
      *  WIDENED TO THE DEFAULT IT STANDS FOR.
       01  WS-NEW-FIRST-NUMBER               PIC 9(10).
       01  WS-NEW-LAST-NUMBER                PIC 9(10).
       01  WS-ON-FILE-FIRST-NUMBER           PIC 9(10).
       01  WS-ON-FILE-LAST-NUMBER            PIC 9(10).
       01  WS-MORE-COMPANIES-FLAG            PIC X.
           88  WS-MORE-COMPANIES             VALUE 'Y'.
       01  WS-OVERLAP-FLAG                   PIC X.
           88  WS-RANGE-OVERLAPS             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-COMPANIES-ADDED            PIC 9(9) COMP VALUE 0.
           05  WS-COMPANIES-UPDATED          PIC 9(9) COMP VALUE 0.
           05  WS-COMPANIES-REJECTED         PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'COMPANY MASTER LOAD CONTROL REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-COMPANY-CODE           PIC X(2).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DISPOSITION            PIC X(44).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(17)
               VALUE 'COMPANIES ADDED: '.
           05  WS-SUM-ADDED                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(19)
               VALUE 'COMPANIES UPDATED: '.
           05  WS-SUM-UPDATED                PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'COMPANIES REJECTED: '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O COMPANY-MASTER-FILE.
           IF NOT WS-COMPANY-STATUS-OK
      *
      *  FIRST-EVER LOAD -- THE MASTER DOESN'T EXIST YET, SO CREATE
      *  IT AND CARRY ON. THE OVERLAP CHECK BROWSES THE MASTER, SO
      *  THE NEW FILE IS CLOSED AND REOPENED I-O LIKE THE
      *  INVOICE-NUMBER CONTROL FILE.
      *
               OPEN OUTPUT COMPANY-MASTER-FILE
               IF WS-COMPANY-STATUS-OK
                   CLOSE COMPANY-MASTER-FILE
                   OPEN I-O COMPANY-MASTER-FILE
               END-IF
               IF NOT WS-COMPANY-STATUS-OK
                   CLOSE COMPANY-MASTER-FILE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT NEW-COMPANY-FILE
                OUTPUT LOAD-REPORT-FILE.

           WRITE LOAD-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           PERFORM READ-NEXT-COMPANY.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
               PERFORM LOAD-ONE-COMPANY THRU LOAD-ONE-COMPANY-EXIT
               PERFORM READ-NEXT-COMPANY
           END-PERFORM.

           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-COMPANIES-ADDED    TO WS-SUM-ADDED.
           MOVE WS-COMPANIES-UPDATED  TO WS-SUM-UPDATED.
           MOVE WS-COMPANIES-REJECTED TO WS-SUM-REJECTED.
           WRITE LOAD-REPORT-LINE FROM WS-SUMMARY-LINE.

           CLOSE NEW-COMPANY-FILE
                 COMPANY-MASTER-FILE
                 LOAD-REPORT-FILE.
           GOBACK.

       READ-NEXT-COMPANY.
           READ NEW-COMPANY-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LOAD-ONE-COMPANY.
           MOVE CN-COMPANY-CODE TO WS-DTL-COMPANY-CODE.

           IF CN-COMPANY-CODE = SPACES OR
              CN-COMPANY-NAME = SPACES
               ADD 1 TO WS-COMPANIES-REJECTED
               MOVE 'REJECTED, BLANK CODE OR NO COMPANY NAME'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-COMPANY-EXIT
           END-IF.

           IF CN-FIRST-INVOICE-NUMBER NOT NUMERIC OR
              CN-LAST-INVOICE-NUMBER NOT NUMERIC
               ADD 1 TO WS-COMPANIES-REJECTED
               MOVE 'REJECTED, INVOICE RANGE NOT NUMERIC'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-COMPANY-EXIT
           END-IF.

      *  ONLY THE HOME COMPANY MAY LEAVE ITS RANGE AT ZERO -- A
      *  SISTER COMPANY WITH NO RANGE OF ITS OWN COULD NOT BILL.
           IF CN-FIRST-INVOICE-NUMBER = 0 AND
              CN-LAST-INVOICE-NUMBER = 0
               IF CN-COMPANY-CODE NOT = WS-HOME-COMPANY-CODE
                   ADD 1 TO WS-COMPANIES-REJECTED
                   MOVE 'REJECTED, NO INVOICE RANGE FOR THIS COMPANY'
                       TO WS-DTL-DISPOSITION
                   WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
                   GO TO LOAD-ONE-COMPANY-EXIT
               END-IF
               MOVE WS-DEFAULT-FIRST-NUMBER TO WS-NEW-FIRST-NUMBER
               MOVE WS-DEFAULT-LAST-NUMBER  TO WS-NEW-LAST-NUMBER
           ELSE
               MOVE CN-FIRST-INVOICE-NUMBER TO WS-NEW-FIRST-NUMBER
               MOVE CN-LAST-INVOICE-NUMBER  TO WS-NEW-LAST-NUMBER
           END-IF.

           IF WS-NEW-FIRST-NUMBER NOT < WS-NEW-LAST-NUMBER OR
              WS-NEW-FIRST-NUMBER < WS-DEFAULT-FIRST-NUMBER OR
              WS-NEW-LAST-NUMBER > WS-DEFAULT-LAST-NUMBER
               ADD 1 TO WS-COMPANIES-REJECTED
               MOVE 'REJECTED, INVOICE RANGE BACKWARD OR OUT OF BOUNDS'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-COMPANY-EXIT
           END-IF.

           PERFORM CHECK-RANGE-OVERLAP.
           IF WS-RANGE-OVERLAPS
               ADD 1 TO WS-COMPANIES-REJECTED
               MOVE 'REJECTED, RANGE OVERLAPS ANOTHER COMPANY'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-COMPANY-EXIT
           END-IF.

           PERFORM APPLY-ONE-COMPANY.

       LOAD-ONE-COMPANY-EXIT.
           EXIT.

      *  BROWSE EVERY OTHER COMPANY ON THE MASTER. TWO RANGES
      *  OVERLAP UNLESS ONE ENDS BEFORE THE OTHER BEGINS.
       CHECK-RANGE-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-FLAG.
           MOVE LOW-VALUES TO CO-COMPANY-CODE.
           MOVE 'Y' TO WS-MORE-COMPANIES-FLAG.
           START COMPANY-MASTER-FILE
               KEY IS NOT LESS THAN CO-COMPANY-CODE
               INVALID KEY MOVE 'N' TO WS-MORE-COMPANIES-FLAG
           END-START.

           PERFORM UNTIL NOT WS-MORE-COMPANIES OR WS-RANGE-OVERLAPS
               READ COMPANY-MASTER-FILE NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-COMPANIES-FLAG
               END-READ
               IF WS-MORE-COMPANIES AND
                  CO-COMPANY-CODE NOT = CN-COMPANY-CODE
                   IF CO-FIRST-INVOICE-NUMBER = 0 AND
                      CO-LAST-INVOICE-NUMBER = 0
                       MOVE WS-DEFAULT-FIRST-NUMBER
                           TO WS-ON-FILE-FIRST-NUMBER
                       MOVE WS-DEFAULT-LAST-NUMBER
                           TO WS-ON-FILE-LAST-NUMBER
                   ELSE
                       MOVE CO-FIRST-INVOICE-NUMBER
                           TO WS-ON-FILE-FIRST-NUMBER
                       MOVE CO-LAST-INVOICE-NUMBER
                           TO WS-ON-FILE-LAST-NUMBER
                   END-IF
                   IF WS-NEW-LAST-NUMBER NOT < WS-ON-FILE-FIRST-NUMBER
                      AND WS-NEW-FIRST-NUMBER NOT >
                          WS-ON-FILE-LAST-NUMBER
                       SET WS-RANGE-OVERLAPS TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-ONE-COMPANY.
           MOVE CN-COMPANY-CODE TO CO-COMPANY-CODE.
           MOVE 'Y' TO WS-COMPANY-FOUND-FLAG.
           READ COMPANY-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-COMPANY-FOUND-FLAG
           END-READ.

           MOVE CN-COMPANY-NAME          TO CO-COMPANY-NAME.
           MOVE CN-REMIT-TO-NAME         TO CO-REMIT-TO-NAME.
           MOVE CN-REMIT-ADDRESS-LINE-1  TO CO-REMIT-ADDRESS-LINE-1.
           MOVE CN-REMIT-ADDRESS-LINE-2  TO CO-REMIT-ADDRESS-LINE-2.
           MOVE CN-REMIT-CITY            TO CO-REMIT-CITY.
           MOVE CN-REMIT-STATE           TO CO-REMIT-STATE.
           MOVE CN-REMIT-ZIP             TO CO-REMIT-ZIP.
           MOVE CN-FIRST-INVOICE-NUMBER  TO CO-FIRST-INVOICE-NUMBER.
           MOVE CN-LAST-INVOICE-NUMBER   TO CO-LAST-INVOICE-NUMBER.

           IF WS-COMPANY-FOUND
               REWRITE COMPANY-MASTER-RECORD
               ADD 1 TO WS-COMPANIES-UPDATED
               MOVE 'UPDATED' TO WS-DTL-DISPOSITION
           ELSE
               WRITE COMPANY-MASTER-RECORD
               ADD 1 TO WS-COMPANIES-ADDED
               MOVE 'ADDED' TO WS-DTL-DISPOSITION
           END-IF.

           WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE.
