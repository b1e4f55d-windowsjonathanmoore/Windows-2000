      ***********************************************************
      * DLVLOAD1 -- CUSTOMER DOCUMENT-DELIVERY PREFERENCE LOAD       *
      *                                                              *
      * READS AN EXTERNAL FILE OF DELIVERY PREFERENCES AND ADDS OR   *
      * REPLACES THE MATCHING DLVPREF.cpy RECORD ON THE INDEXED      *
      * PREFERENCE FILE -- SAME SEED/LOAD SHAPE AS SHPLOAD1. A       *
      * PREFERENCE IS REJECTED AND LOGGED WHEN THE CUSTOMER NUMBER   *
      * FAILS ITS CHECK DIGIT (VALIDATECUSTOMERNUMBER), THE CHANNEL  *
      * IS NOT P, E OR B, AN E OR B CHANNEL HAS NO USABLE E-DELIVERY *
      * ADDRESS (EXACTLY ONE @, NO EMBEDDED BLANKS), OR A COPY-TO    *
      * ADDRESS IS MISSING ITS STREET, CITY, STATE OR ZIP. THE       *
      * COPY-TO ADDRESSES ARE CLOSED UP INTO THE FIRST SLOTS AND     *
      * COUNTED, SO A BLANK SLOT IN THE MIDDLE OF THE SEED ROW DOES  *
      * NOT PRINT AN EMPTY COPY. A CUSTOMER GOING BACK TO ONE PAPER  *
      * COPY IS RELOADED WITH CHANNEL P AND NO COPIES.               *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLVLOAD1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-PREFERENCE-FILE ASSIGN TO DLVNEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELIVERY-PREFERENCE-FILE ASSIGN TO DLVPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CUSTOMER-NUMBER
               FILE STATUS IS WS-PREFERENCE-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO DLVLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-PREFERENCE-FILE.
       01  NEW-PREFERENCE-RECORD.
           05  NP-CUSTOMER-NUMBER            PIC 9(9).
           05  NP-DELIVERY-CHANNEL           PIC X(1).
           05  NP-EDELIVERY-ADDRESS          PIC X(60).
           05  NP-COPY-ADDRESS OCCURS 3 TIMES.
               10  NP-COPY-ATTENTION         PIC X(30).
               10  NP-COPY-ADDRESS-LINE-1    PIC X(30).
               10  NP-COPY-ADDRESS-LINE-2    PIC X(30).
               10  NP-COPY-CITY              PIC X(20).
               10  NP-COPY-STATE             PIC X(2).
               10  NP-COPY-ZIP               PIC X(10).
           05  FILLER                        PIC X(10).

       FD  DELIVERY-PREFERENCE-FILE.
           COPY DLVPREF.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOAD-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.

       01  WS-PREFERENCE-STATUS              PIC X(2).
           88  WS-PREFERENCE-STATUS-OK       VALUE '00'.

       01  WS-PREFERENCE-FOUND-FLAG          PIC X.
           88  WS-PREFERENCE-FOUND           VALUE 'Y'.

       01  WS-VALCUSNO-STATUS                PIC X(2).
           88  WS-VALCUSNO-OK                VALUE '00'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).

      *  E-DELIVERY ADDRESS CHECK -- ONE @ AND NOTHING BLANK
      *  BEFORE THE TRAILING SPACES.
       01  WS-AT-SIGN-COUNT                  PIC 9(4) COMP.
       01  WS-ADDRESS-LENGTH                 PIC 9(4) COMP.
       01  WS-EMBEDDED-SPACE-FLAG            PIC X.
           88  WS-EMBEDDED-SPACE             VALUE 'Y'.

      *  COPY-TO ADDRESSES CLOSED UP INTO THE FIRST SLOTS.
       01  WS-SEED-SLOT                      PIC 9(4) COMP.
       01  WS-COPY-COUNT                     PIC 9(4) COMP.
       01  WS-BAD-COPY-FLAG                  PIC X.
           88  WS-BAD-COPY-ADDRESS           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-PREFERENCES-ADDED          PIC 9(9) COMP VALUE 0.
           05  WS-PREFERENCES-UPDATED        PIC 9(9) COMP VALUE 0.
           05  WS-PREFERENCES-REJECTED       PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'DELIVERY PREFERENCE LOAD CONTROL REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-CHANNEL                PIC X(1).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-COPIES                 PIC 9(1).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-EDELIVERY-ADDRESS      PIC X(60).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DISPOSITION            PIC X(44).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(19)
               VALUE 'PREFERENCES ADDED: '.
           05  WS-SUM-ADDED                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(21)
               VALUE 'PREFERENCES UPDATED: '.
           05  WS-SUM-UPDATED                PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(22)
               VALUE 'PREFERENCES REJECTED: '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O DELIVERY-PREFERENCE-FILE.
           IF NOT WS-PREFERENCE-STATUS-OK
      *
      *  FIRST-EVER LOAD -- THE FILE DOESN'T EXIST YET, SO CREATE
      *  IT AND CARRY ON, SAME AS TAXLOAD1.
      *
               OPEN OUTPUT DELIVERY-PREFERENCE-FILE
               IF NOT WS-PREFERENCE-STATUS-OK
                   CLOSE DELIVERY-PREFERENCE-FILE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT NEW-PREFERENCE-FILE
                OUTPUT LOAD-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).

           WRITE LOAD-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           PERFORM READ-NEXT-PREFERENCE.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
               PERFORM LOAD-ONE-PREFERENCE THRU
                       LOAD-ONE-PREFERENCE-EXIT
               PERFORM READ-NEXT-PREFERENCE
           END-PERFORM.

           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-PREFERENCES-ADDED    TO WS-SUM-ADDED.
           MOVE WS-PREFERENCES-UPDATED  TO WS-SUM-UPDATED.
           MOVE WS-PREFERENCES-REJECTED TO WS-SUM-REJECTED.
           WRITE LOAD-REPORT-LINE FROM WS-SUMMARY-LINE.

           CLOSE NEW-PREFERENCE-FILE
                 DELIVERY-PREFERENCE-FILE
                 LOAD-REPORT-FILE.
           GOBACK.

       READ-NEXT-PREFERENCE.
           READ NEW-PREFERENCE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LOAD-ONE-PREFERENCE.
           MOVE NP-CUSTOMER-NUMBER   TO WS-DTL-CUSTOMER-NUMBER.
           MOVE NP-DELIVERY-CHANNEL  TO WS-DTL-CHANNEL.
           MOVE NP-EDELIVERY-ADDRESS TO WS-DTL-EDELIVERY-ADDRESS.
           MOVE 0                    TO WS-DTL-COPIES.

           IF NP-CUSTOMER-NUMBER NOT NUMERIC
               ADD 1 TO WS-PREFERENCES-REJECTED
               MOVE 'REJECTED, CUSTOMER NOT NUMERIC'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-PREFERENCE-EXIT
           END-IF.

           CALL 'VALIDATECUSTOMERNUMBER'
               USING NP-CUSTOMER-NUMBER WS-VALCUSNO-STATUS.
           IF NOT WS-VALCUSNO-OK
               ADD 1 TO WS-PREFERENCES-REJECTED
               MOVE 'REJECTED, CUSTOMER FAILED CHECK DIGIT'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-PREFERENCE-EXIT
           END-IF.

      *  A BLANK CHANNEL LOADS AS PRINT.
           IF NP-DELIVERY-CHANNEL = SPACE
               MOVE 'P' TO NP-DELIVERY-CHANNEL
               MOVE 'P' TO WS-DTL-CHANNEL
           END-IF.
           IF NP-DELIVERY-CHANNEL NOT = 'P' AND
              NP-DELIVERY-CHANNEL NOT = 'E' AND
              NP-DELIVERY-CHANNEL NOT = 'B'
               ADD 1 TO WS-PREFERENCES-REJECTED
               MOVE 'REJECTED, CHANNEL IS NOT P, E OR B'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-PREFERENCE-EXIT
           END-IF.

           IF NP-DELIVERY-CHANNEL NOT = 'P'
               MOVE 0 TO WS-AT-SIGN-COUNT
               MOVE 0 TO WS-ADDRESS-LENGTH
               MOVE 'N' TO WS-EMBEDDED-SPACE-FLAG
               INSPECT NP-EDELIVERY-ADDRESS TALLYING
                   WS-AT-SIGN-COUNT FOR ALL '@'
               INSPECT NP-EDELIVERY-ADDRESS TALLYING
                   WS-ADDRESS-LENGTH FOR CHARACTERS
                   BEFORE INITIAL SPACE
               IF WS-ADDRESS-LENGTH < 60
                   IF NP-EDELIVERY-ADDRESS(WS-ADDRESS-LENGTH + 1:)
                          NOT = SPACES
                       MOVE 'Y' TO WS-EMBEDDED-SPACE-FLAG
                   END-IF
               END-IF
               IF WS-AT-SIGN-COUNT NOT = 1 OR
                  WS-EMBEDDED-SPACE OR
                  NP-EDELIVERY-ADDRESS(1:1) = SPACE OR
                  NP-EDELIVERY-ADDRESS(1:1) = '@'
                   ADD 1 TO WS-PREFERENCES-REJECTED
                   MOVE 'REJECTED, NO USABLE E-DELIVERY ADDRESS'
                       TO WS-DTL-DISPOSITION
                   WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
                   GO TO LOAD-ONE-PREFERENCE-EXIT
               END-IF
           END-IF.

           MOVE NP-CUSTOMER-NUMBER TO DP-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-PREFERENCE-FOUND-FLAG.
           READ DELIVERY-PREFERENCE-FILE
               INVALID KEY MOVE 'N' TO WS-PREFERENCE-FOUND-FLAG
           END-READ.

           MOVE SPACES               TO DELIVERY-PREFERENCE-RECORD.
           MOVE NP-CUSTOMER-NUMBER   TO DP-CUSTOMER-NUMBER.
           MOVE NP-DELIVERY-CHANNEL  TO DP-DELIVERY-CHANNEL.
           IF NP-DELIVERY-CHANNEL = 'P'
               MOVE SPACES TO DP-EDELIVERY-ADDRESS
           ELSE
               MOVE NP-EDELIVERY-ADDRESS TO DP-EDELIVERY-ADDRESS
           END-IF.

           MOVE 0   TO WS-COPY-COUNT.
           MOVE 'N' TO WS-BAD-COPY-FLAG.
           PERFORM VARYING WS-SEED-SLOT FROM 1 BY 1
                   UNTIL WS-SEED-SLOT > 3
               PERFORM TAKE-COPY-ADDRESS
           END-PERFORM.
           IF WS-BAD-COPY-ADDRESS
               ADD 1 TO WS-PREFERENCES-REJECTED
               MOVE 'REJECTED, COPY-TO ADDRESS INCOMPLETE'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-PREFERENCE-EXIT
           END-IF.
           MOVE WS-COPY-COUNT   TO DP-COPY-COUNT.
           MOVE WS-COPY-COUNT   TO WS-DTL-COPIES.
           MOVE WS-TODAY-JULIAN TO DP-LAST-MODIFIED.

           IF WS-PREFERENCE-FOUND
               REWRITE DELIVERY-PREFERENCE-RECORD
               ADD 1 TO WS-PREFERENCES-UPDATED
               MOVE 'UPDATED' TO WS-DTL-DISPOSITION
           ELSE
               WRITE DELIVERY-PREFERENCE-RECORD
               ADD 1 TO WS-PREFERENCES-ADDED
               MOVE 'ADDED' TO WS-DTL-DISPOSITION
           END-IF.

           WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE.

       LOAD-ONE-PREFERENCE-EXIT.
           EXIT.

      *  AN ALL-BLANK SEED SLOT IS SKIPPED; ANY OTHER NEEDS A
      *  STREET, CITY, STATE AND ZIP TO BE MAILABLE.
       TAKE-COPY-ADDRESS.
           IF NP-COPY-ADDRESS (WS-SEED-SLOT) NOT = SPACES
               IF NP-COPY-ADDRESS-LINE-1 (WS-SEED-SLOT) = SPACES OR
                  NP-COPY-CITY (WS-SEED-SLOT) = SPACES OR
                  NP-COPY-STATE (WS-SEED-SLOT) = SPACES OR
                  NP-COPY-ZIP (WS-SEED-SLOT) = SPACES
                   MOVE 'Y' TO WS-BAD-COPY-FLAG
               ELSE
                   ADD 1 TO WS-COPY-COUNT
                   MOVE NP-COPY-ADDRESS (WS-SEED-SLOT)
                       TO DP-COPY-ADDRESS (WS-COPY-COUNT)
               END-IF
           END-IF.
