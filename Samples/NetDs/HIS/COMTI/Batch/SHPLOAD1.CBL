      ***********************************************************
      * SHPLOAD1 -- CUSTOMER SHIP-TO LOCATION LOAD                   *
      *                                                              *
      * READS AN EXTERNAL FILE OF CUSTOMER DELIVERY SITES AND ADDS   *
      * OR UPDATES THE MATCHING SHIPTO.cpy RECORD ON THE INDEXED     *
      * SHIP-TO FILE -- SAME SEED/LOAD SHAPE AS ASGLOAD1. A SITE IS  *
      * REJECTED AND LOGGED WHEN THE CUSTOMER NUMBER FAILS ITS       *
      * CHECK DIGIT (VALIDATECUSTOMERNUMBER), THE SHIP-TO ID OR      *
      * STATE IS BLANK, OR THE STATUS IS NOT A (ACTIVE) OR C         *
      * (CLOSED). A SITE IS NEVER DELETED -- INVOICES ALREADY        *
      * POSTED TO IT STILL NAME IT -- SO A SITE THE CUSTOMER NO      *
      * LONGER USES IS RELOADED WITH STATUS C AND INVPOST1 STOPS     *
      * ACCEPTING NEW CHARGES FOR IT.                                *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHPLOAD1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-SHIP-TO-FILE ASSIGN TO SHIPNEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHIP-TO-FILE ASSIGN TO SHIPTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-SHIP-TO-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO SHIPLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-SHIP-TO-FILE.
       01  NEW-SHIP-TO-RECORD.
           05  NS-CUSTOMER-NUMBER            PIC 9(9).
           05  NS-SHIP-TO-ID                 PIC X(4).
           05  NS-LOCATION-NAME              PIC X(30).
           05  NS-ADDRESS-LINE-1             PIC X(30).
           05  NS-ADDRESS-LINE-2             PIC X(30).
           05  NS-ADDRESS-CITY               PIC X(20).
           05  NS-ADDRESS-STATE              PIC X(2).
           05  NS-ADDRESS-ZIP                PIC X(10).
           05  NS-LOCATION-STATUS            PIC X(1).
           05  FILLER                        PIC X(24).

       FD  SHIP-TO-FILE.
           COPY SHIPTO.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOAD-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.

       01  WS-SHIP-TO-STATUS                 PIC X(2).
           88  WS-SHIP-TO-STATUS-OK          VALUE '00'.

       01  WS-SHIP-TO-FOUND-FLAG             PIC X.
           88  WS-SHIP-TO-FOUND              VALUE 'Y'.

       01  WS-VALCUSNO-STATUS                PIC X(2).
           88  WS-VALCUSNO-OK                VALUE '00'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-SITES-ADDED                PIC 9(9) COMP VALUE 0.
           05  WS-SITES-UPDATED              PIC 9(9) COMP VALUE 0.
           05  WS-SITES-REJECTED             PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'SHIP-TO LOCATION LOAD CONTROL REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-SHIP-TO-ID             PIC X(4).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-STATE                  PIC X(2).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-ZIP                    PIC X(10).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DISPOSITION            PIC X(44).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(13)
               VALUE 'SITES ADDED: '.
           05  WS-SUM-ADDED                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE 'SITES UPDATED: '.
           05  WS-SUM-UPDATED                PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE 'SITES REJECTED: '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O SHIP-TO-FILE.
           IF NOT WS-SHIP-TO-STATUS-OK
      *
      *  FIRST-EVER LOAD -- THE FILE DOESN'T EXIST YET, SO CREATE
      *  IT AND CARRY ON, SAME AS TAXLOAD1.
      *
               OPEN OUTPUT SHIP-TO-FILE
               IF NOT WS-SHIP-TO-STATUS-OK
                   CLOSE SHIP-TO-FILE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT NEW-SHIP-TO-FILE
                OUTPUT LOAD-REPORT-FILE.

           WRITE LOAD-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           PERFORM READ-NEXT-SITE.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
               PERFORM LOAD-ONE-SITE THRU LOAD-ONE-SITE-EXIT
               PERFORM READ-NEXT-SITE
           END-PERFORM.

           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-SITES-ADDED    TO WS-SUM-ADDED.
           MOVE WS-SITES-UPDATED  TO WS-SUM-UPDATED.
           MOVE WS-SITES-REJECTED TO WS-SUM-REJECTED.
           WRITE LOAD-REPORT-LINE FROM WS-SUMMARY-LINE.

           CLOSE NEW-SHIP-TO-FILE
                 SHIP-TO-FILE
                 LOAD-REPORT-FILE.
           GOBACK.

       READ-NEXT-SITE.
           READ NEW-SHIP-TO-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LOAD-ONE-SITE.
           MOVE NS-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.
           MOVE NS-SHIP-TO-ID      TO WS-DTL-SHIP-TO-ID.
           MOVE NS-ADDRESS-STATE   TO WS-DTL-STATE.
           MOVE NS-ADDRESS-ZIP     TO WS-DTL-ZIP.

           IF NS-CUSTOMER-NUMBER NOT NUMERIC
               ADD 1 TO WS-SITES-REJECTED
               MOVE 'REJECTED, CUSTOMER NOT NUMERIC'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-SITE-EXIT
           END-IF.

           CALL 'VALIDATECUSTOMERNUMBER'
               USING NS-CUSTOMER-NUMBER WS-VALCUSNO-STATUS.
           IF NOT WS-VALCUSNO-OK
               ADD 1 TO WS-SITES-REJECTED
               MOVE 'REJECTED, CUSTOMER FAILED CHECK DIGIT'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-SITE-EXIT
           END-IF.

           IF NS-SHIP-TO-ID = SPACES OR NS-ADDRESS-STATE = SPACES
               ADD 1 TO WS-SITES-REJECTED
               MOVE 'REJECTED, BLANK SHIP-TO ID OR STATE'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-SITE-EXIT
           END-IF.

      *  A BLANK STATUS LOADS THE SITE ACTIVE.
           IF NS-LOCATION-STATUS = SPACE
               MOVE 'A' TO NS-LOCATION-STATUS
           END-IF.
           IF NS-LOCATION-STATUS NOT = 'A' AND
              NS-LOCATION-STATUS NOT = 'C'
               ADD 1 TO WS-SITES-REJECTED
               MOVE 'REJECTED, STATUS IS NOT A OR C'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-SITE-EXIT
           END-IF.

           MOVE NS-CUSTOMER-NUMBER TO SL-CUSTOMER-NUMBER.
           MOVE NS-SHIP-TO-ID      TO SL-SHIP-TO-ID.
           MOVE 'Y' TO WS-SHIP-TO-FOUND-FLAG.
           READ SHIP-TO-FILE
               INVALID KEY MOVE 'N' TO WS-SHIP-TO-FOUND-FLAG
           END-READ.

           MOVE NS-CUSTOMER-NUMBER  TO SL-CUSTOMER-NUMBER.
           MOVE NS-SHIP-TO-ID       TO SL-SHIP-TO-ID.
           MOVE NS-LOCATION-NAME    TO SL-LOCATION-NAME.
           MOVE NS-ADDRESS-LINE-1   TO SL-ADDRESS-LINE-1.
           MOVE NS-ADDRESS-LINE-2   TO SL-ADDRESS-LINE-2.
           MOVE NS-ADDRESS-CITY     TO SL-ADDRESS-CITY.
           MOVE NS-ADDRESS-STATE    TO SL-ADDRESS-STATE.
           MOVE NS-ADDRESS-ZIP      TO SL-ADDRESS-ZIP.
           MOVE NS-LOCATION-STATUS  TO SL-LOCATION-STATUS.

           IF WS-SHIP-TO-FOUND
               REWRITE SHIP-TO-RECORD
               ADD 1 TO WS-SITES-UPDATED
               MOVE 'UPDATED' TO WS-DTL-DISPOSITION
           ELSE
               WRITE SHIP-TO-RECORD
               ADD 1 TO WS-SITES-ADDED
               MOVE 'ADDED' TO WS-DTL-DISPOSITION
           END-IF.

           WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE.

       LOAD-ONE-SITE-EXIT.
           EXIT.
