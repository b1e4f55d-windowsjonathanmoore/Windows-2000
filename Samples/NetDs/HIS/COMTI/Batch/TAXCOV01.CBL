      * CUSTOMER HAS A ZIP-LEVEL ROW, 4 WHEN SOME RIDE THE STATE    *
      * DEFAULT, 8 WHEN ANYONE IS COMPLETELY UNCOVERED -- SO        *
      * BATCHDRV STOPS THE CHAIN BEFORE AN UNCOVERED STATE POSTS    *
      * A SINGLE UNTAXED CHARGE. A CHARGE SHIPPED TO ONE OF THE     *
      * CUSTOMER'S SHIPTO SITES IS TAXED AT THE SITE, SO EVERY OPEN *
      * SITE ON THE SHIP-TO FILE IS JUDGED THE SAME WAY AFTER THE   *
      * CUSTOMERS AND GRADES THE SAME CONDITION CODE. NO SHIP-TO    *
      * FILE ON THE SYSTEM MEANS THERE ARE NO SITES TO JUDGE.       *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCOV01.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJ-KEY
               FILE STATUS IS WS-TAX-STATUS.
           SELECT SHIP-TO-FILE ASSIGN TO SHIPTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-SHIP-TO-STATUS.
           SELECT COVERAGE-REPORT-FILE ASSIGN TO TAXCVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  TAX-JURISDICTION-FILE.
           COPY TAXJURS.

       FD  SHIP-TO-FILE.
           COPY SHIPTO.

       FD  COVERAGE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  COVERAGE-REPORT-LINE              PIC X(132).
       01  WS-TAX-FOUND-FLAG                 PIC X.
           88  WS-TAX-FOUND                  VALUE 'Y'.

       01  WS-SHIP-TO-STATUS                 PIC X(2).
           88  WS-SHIP-TO-STATUS-OK          VALUE '00'.
       01  WS-SITE-EOF-FLAG                  PIC X VALUE 'N'.
           88  WS-NO-MORE-SITES              VALUE 'Y'.

      *  THE LOCATION BEING JUDGED -- A CUSTOMER'S BILL-TO ADDRESS
      *  (SITE ID SPACES) OR ONE OF THEIR SHIP-TO SITES.
       01  WS-COV-CUSTOMER-NUMBER            PIC 9(9).
       01  WS-COV-SHIP-TO-ID                 PIC X(4).
       01  WS-COV-STATE                      PIC X(2).
       01  WS-COV-ZIP                        PIC X(10).

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-READ             PIC 9(9) COMP VALUE 0.
           05  WS-ZIP-COVERED                PIC 9(9) COMP VALUE 0.
           05  WS-ON-STATE-DEFAULT           PIC 9(9) COMP VALUE 0.
           05  WS-UNCOVERED                  PIC 9(9) COMP VALUE 0.
           05  WS-SITES-READ                 PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-SHIP-TO-ID             PIC X(4).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-STATE                  PIC X(2).
           05  FILLER                        PIC X(1) VALUE SPACE.
           PERFORM UNTIL WS-NO-MORE-CUSTOMERS
               IF CD-CUSTOMER-ACTIVE
                   ADD 1 TO WS-CUSTOMERS-READ
                   MOVE CD-CUSTOMER-NUMBER TO WS-COV-CUSTOMER-NUMBER
                   MOVE SPACES             TO WS-COV-SHIP-TO-ID
                   MOVE CD-ADDRESS-STATE   TO WS-COV-STATE
                   MOVE CD-ADDRESS-ZIP     TO WS-COV-ZIP
                   PERFORM JUDGE-ONE-LOCATION
               END-IF
               PERFORM READ-NEXT-CUSTOMER
           END-PERFORM.

           OPEN INPUT SHIP-TO-FILE.
           IF WS-SHIP-TO-STATUS-OK
               PERFORM READ-NEXT-SITE
               PERFORM UNTIL WS-NO-MORE-SITES
                   IF SL-LOCATION-ACTIVE
                       ADD 1 TO WS-SITES-READ
                       MOVE SL-CUSTOMER-NUMBER
                           TO WS-COV-CUSTOMER-NUMBER
                       MOVE SL-SHIP-TO-ID    TO WS-COV-SHIP-TO-ID
                       MOVE SL-ADDRESS-STATE TO WS-COV-STATE
                       MOVE SL-ADDRESS-ZIP   TO WS-COV-ZIP
                       PERFORM JUDGE-ONE-LOCATION
                   END-IF
                   PERFORM READ-NEXT-SITE
               END-PERFORM
           END-IF.
           CLOSE SHIP-TO-FILE.

           MOVE SPACES TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE WS-ZIP-COVERED      TO WS-SUM-COVERED.
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-NEXT-SITE.
           READ SHIP-TO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SITE-EOF-FLAG
           END-READ.

      *****************************************************************
      *  THE SAME TWO-STEP LOOKUP INVPOST1 RATES TAX WITH: ZIP-LEVEL   *
      *  ROW FIRST, STATE DEFAULT SECOND, UNCOVERED WHEN BOTH MISS.    *
      *****************************************************************
       JUDGE-ONE-LOCATION.
           MOVE WS-COV-STATE TO TJ-STATE.
           MOVE WS-COV-ZIP   TO TJ-ZIP.
           MOVE 'Y' TO WS-TAX-FOUND-FLAG.
           READ TAX-JURISDICTION-FILE
               INVALID KEY MOVE 'N' TO WS-TAX-FOUND-FLAG
           IF WS-TAX-FOUND
               ADD 1 TO WS-ZIP-COVERED
           ELSE
               MOVE WS-COV-STATE TO TJ-STATE
               MOVE SPACES       TO TJ-ZIP
               MOVE 'Y' TO WS-TAX-FOUND-FLAG
               READ TAX-JURISDICTION-FILE
                   INVALID KEY MOVE 'N' TO WS-TAX-FOUND-FLAG
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE WS-COV-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.
           MOVE WS-COV-SHIP-TO-ID      TO WS-DTL-SHIP-TO-ID.
           MOVE WS-COV-STATE           TO WS-DTL-STATE.
           MOVE WS-COV-ZIP             TO WS-DTL-ZIP.
           WRITE COVERAGE-REPORT-LINE FROM WS-DETAIL-LINE.
