      ***********************************************************
      * CPRLOAD1 -- CONTRACT PRICE AGREEMENT LOAD                    *
      *                                                              *
      * READS SALES' FILE OF CUSTOMER CONTRACT PRICE AGREEMENTS (ONE *
      * DISPLAY-FORM RECORD PER CUSTOMER, PRODUCT AND EFFECTIVE      *
      * DATE) AND ADDS OR UPDATES THE MATCHING CONTRPRC.cpy RECORD   *
      * ON THE INDEXED CONTRACT PRICE FILE -- SAME SEED/LOAD SHAPE   *
      * AS PRODLOAD1, CREATING THE FILE ON THE FIRST LOAD. AN        *
      * AGREEMENT IS ENDED EARLY BY RELOADING IT WITH AN EARLIER     *
      * EXPIRY DATE. A RECORD FOR A CUSTOMER NOT ON CUSTDEMO OR A    *
      * PRODUCT NOT ON PRODMAST, WITH AN EFFECTIVE OR EXPIRY DATE    *
      * THAT IS NOT A DATE, AN EXPIRY BEFORE THE EFFECTIVE DATE, OR  *
      * A MISSING PRICE IS REJECTED AND LOGGED RATHER THAN LOADED,   *
      * AND ENDS THE STEP WITH RC 4.                                 *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRLOAD1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-CONTRACT-FILE ASSIGN TO CONTRNEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTRACT-PRICE-FILE ASSIGN TO CONTRPRC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO CONTRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-CONTRACT-FILE.
       01  NEW-CONTRACT-RECORD.
           05  CN-CUSTOMER-NUMBER            PIC 9(9).
           05  CN-PRODUCT-CODE               PIC X(12).
           05  CN-EFFECTIVE-DATE             PIC 9(8).
           05  CN-EXPIRY-DATE                PIC 9(8).
           05  CN-CONTRACT-PRICE             PIC 9(9)V9(2).
           05  CN-MINIMUM-QUANTITY           PIC 9(7).
           05  CN-AGREEMENT-REFERENCE        PIC X(20).
           05  FILLER                        PIC X(5).

       FD  CONTRACT-PRICE-FILE.
           COPY CONTRPRC.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOAD-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.

       01  WS-CONTRACT-STATUS                PIC X(2).
           88  WS-CONTRACT-STATUS-OK         VALUE '00'.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-STATUS-OK             VALUE '00'.
       01  WS-PRODUCT-STATUS                 PIC X(2).
           88  WS-PRODUCT-STATUS-OK          VALUE '00'.

       01  WS-CONTRACT-FOUND-FLAG            PIC X.
           88  WS-CONTRACT-FOUND             VALUE 'Y'.

       01  WS-REJECT-REASON                  PIC X(40).
       01  WS-TODAY-YYYYMMDD                 PIC 9(8).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-CONTRACTS-ADDED            PIC 9(9) COMP VALUE 0.
           05  WS-CONTRACTS-UPDATED          PIC 9(9) COMP VALUE 0.
           05  WS-CONTRACTS-REJECTED         PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'CONTRACT PRICE LOAD CONTROL REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-PRODUCT-CODE           PIC X(12).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-EFFECTIVE-DATE         PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DISPOSITION            PIC X(40).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(17)
               VALUE 'CONTRACTS ADDED: '.
           05  WS-SUM-ADDED                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(19)
               VALUE 'CONTRACTS UPDATED: '.
           05  WS-SUM-UPDATED                PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'CONTRACTS REJECTED: '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.
           IF NOT WS-DEMO-STATUS-OK
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF NOT WS-PRODUCT-STATUS-OK
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE PRODUCT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CONTRACT-PRICE-FILE.
           IF NOT WS-CONTRACT-STATUS-OK
      *
      *  FIRST-EVER LOAD -- THE FILE DOESN'T EXIST YET, SO CREATE
      *  IT AND CARRY ON, SAME AS PRODLOAD1.
      *
               OPEN OUTPUT CONTRACT-PRICE-FILE
               IF NOT WS-CONTRACT-STATUS-OK
                   CLOSE CONTRACT-PRICE-FILE
                         CUSTOMER-DEMOGRAPHIC-FILE
                         PRODUCT-MASTER-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT NEW-CONTRACT-FILE
                OUTPUT LOAD-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.

           WRITE LOAD-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           PERFORM READ-NEXT-CONTRACT.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
               PERFORM LOAD-ONE-CONTRACT
               PERFORM READ-NEXT-CONTRACT
           END-PERFORM.

           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-CONTRACTS-ADDED    TO WS-SUM-ADDED.
           MOVE WS-CONTRACTS-UPDATED  TO WS-SUM-UPDATED.
           MOVE WS-CONTRACTS-REJECTED TO WS-SUM-REJECTED.
           WRITE LOAD-REPORT-LINE FROM WS-SUMMARY-LINE.

           IF WS-CONTRACTS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE NEW-CONTRACT-FILE
                 CONTRACT-PRICE-FILE
                 CUSTOMER-DEMOGRAPHIC-FILE
                 PRODUCT-MASTER-FILE
                 LOAD-REPORT-FILE.
           GOBACK.

       READ-NEXT-CONTRACT.
           READ NEW-CONTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LOAD-ONE-CONTRACT.
           MOVE CN-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.
           MOVE CN-PRODUCT-CODE    TO WS-DTL-PRODUCT-CODE.
           MOVE CN-EFFECTIVE-DATE  TO WS-DTL-EFFECTIVE-DATE.
           PERFORM CHECK-ONE-CONTRACT.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-CONTRACTS-REJECTED
               MOVE WS-REJECT-REASON TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               PERFORM APPLY-ONE-CONTRACT
           END-IF.

      *  THE FIRST FAULT FOUND IS THE ONE REPORTED.
       CHECK-ONE-CONTRACT.
           MOVE SPACES TO WS-REJECT-REASON.

           IF CN-CUSTOMER-NUMBER NOT NUMERIC
               MOVE 'REJECTED, CUSTOMER NUMBER NOT NUMERIC'
                   TO WS-REJECT-REASON
           ELSE
               MOVE CN-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER
               READ CUSTOMER-DEMOGRAPHIC-FILE
                   INVALID KEY
                       MOVE 'REJECTED, CUSTOMER NOT ON FILE'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE CN-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE 'REJECTED, PRODUCT NOT ON FILE'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

           IF WS-REJECT-REASON = SPACES
               IF CN-EFFECTIVE-DATE NOT NUMERIC OR
                  CN-EXPIRY-DATE NOT NUMERIC
                   MOVE 'REJECTED, DATES NOT NUMERIC'
                       TO WS-REJECT-REASON
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(CN-EFFECTIVE-DATE)
                          NOT = 0 OR
                      FUNCTION TEST-DATE-YYYYMMDD(CN-EXPIRY-DATE)
                          NOT = 0
                       MOVE 'REJECTED, EFFECTIVE OR EXPIRY NOT A DATE'
                           TO WS-REJECT-REASON
                   ELSE
                       IF CN-EXPIRY-DATE < CN-EFFECTIVE-DATE
                           MOVE 'REJECTED, EXPIRES BEFORE EFFECTIVE'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               IF CN-CONTRACT-PRICE NOT NUMERIC OR
                  CN-CONTRACT-PRICE = 0
                   MOVE 'REJECTED, CONTRACT PRICE MISSING'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       APPLY-ONE-CONTRACT.
           MOVE CN-CUSTOMER-NUMBER TO CP-CUSTOMER-NUMBER.
           MOVE CN-PRODUCT-CODE    TO CP-PRODUCT-CODE.
           MOVE CN-EFFECTIVE-DATE  TO CP-EFFECTIVE-DATE.
           MOVE 'Y' TO WS-CONTRACT-FOUND-FLAG.
           READ CONTRACT-PRICE-FILE
               INVALID KEY MOVE 'N' TO WS-CONTRACT-FOUND-FLAG
           END-READ.

           MOVE CN-EXPIRY-DATE    TO CP-EXPIRY-DATE.
           MOVE CN-CONTRACT-PRICE TO CP-CONTRACT-PRICE.
           IF CN-MINIMUM-QUANTITY NUMERIC
               MOVE CN-MINIMUM-QUANTITY TO CP-MINIMUM-QUANTITY
           ELSE
               MOVE 0 TO CP-MINIMUM-QUANTITY
           END-IF.
           MOVE CN-AGREEMENT-REFERENCE TO CP-AGREEMENT-REFERENCE.
           MOVE WS-TODAY-YYYYMMDD      TO CP-LAST-LOAD-DATE.

           IF WS-CONTRACT-FOUND
               REWRITE CONTRACT-PRICE-RECORD
               ADD 1 TO WS-CONTRACTS-UPDATED
               MOVE 'UPDATED' TO WS-DTL-DISPOSITION
           ELSE
               WRITE CONTRACT-PRICE-RECORD
               ADD 1 TO WS-CONTRACTS-ADDED
               MOVE 'ADDED' TO WS-DTL-DISPOSITION
           END-IF.

           WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE.
