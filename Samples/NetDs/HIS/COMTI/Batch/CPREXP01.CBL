      ***********************************************************
      * CPREXP01 -- CONTRACT PRICE EXPIRY REPORT                     *
      *                                                              *
      * MONTHLY LIST OF THE CUSTOMER CONTRACT PRICE AGREEMENTS       *
      * (CONTRPRC.cpy) THAT EXPIRE IN THE NEXT 60 DAYS, SO SALES CAN *
      * RENEW THEM BEFORE THE CUSTOMER'S CHARGES FALL BACK TO LIST   *
      * PRICE AND START SHOWING UP AS PRICING EXCEPTIONS IN          *
      * INVPOST1. THE WINDOW CAN BE WIDENED OR NARROWED WITH THE     *
      * OPTIONAL CPRXPRM CARD (DAYS AHEAD, 1-366). EACH LINE CARRIES *
      * THE CUSTOMER'S NAME, THE PRODUCT, THE AGREEMENT'S DATES AND  *
      * DAYS LEFT, ITS CONTRACT PRICE AND MINIMUM QUANTITY, AND THE  *
      * LIST PRICE THE CUSTOMER WILL PAY IF IT LAPSES. AN AGREEMENT  *
      * ALREADY REPLACED BY A LATER ONE FOR THE SAME CUSTOMER AND    *
      * PRODUCT IS MARKED RENEWED RATHER THAN LEFT FOR SALES TO      *
      * CHASE. THE REPORT IS IN CUSTOMER ORDER, AS THE FILE IS       *
      * KEYED.                                                       *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPREXP01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT EXPIRY-PARM-FILE ASSIGN TO CPRXPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO CPRXRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-PRICE-FILE.
           COPY CONTRPRC.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

      *  DAYS AHEAD TO LOOK. BLANK, NON-NUMERIC OR OUT OF RANGE
      *  KEEPS THE 60-DAY DEFAULT.
       FD  EXPIRY-PARM-FILE.
       01  EXPIRY-PARM-RECORD.
           05  XP-DAYS-AHEAD                 PIC 9(3).
           05  FILLER                        PIC X(77).

       FD  EXPIRY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  EXPIRY-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-CONTRACTS          VALUE 'Y'.

       01  WS-CONTRACT-STATUS                PIC X(2).
           88  WS-CONTRACT-STATUS-OK         VALUE '00'.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-STATUS-OK             VALUE '00'.
       01  WS-DEMO-FILE-FLAG                 PIC X VALUE 'N'.
           88  WS-DEMO-FILE-PRESENT          VALUE 'Y'.
       01  WS-PRODUCT-STATUS                 PIC X(2).
           88  WS-PRODUCT-STATUS-OK          VALUE '00'.
       01  WS-PRODUCT-FILE-FLAG              PIC X VALUE 'N'.
           88  WS-PRODUCT-FILE-PRESENT       VALUE 'Y'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-INTEGER                  PIC 9(7) COMP.
       01  WS-HORIZON-DATE                   PIC 9(8).
       01  WS-DAYS-AHEAD                     PIC 9(3) VALUE 60.
       01  WS-DAYS-LEFT                      PIC 9(3).

      *  AN EXPIRING AGREEMENT IS HELD BACK ONE RECORD: IF THE
      *  NEXT RECORD IS A LATER AGREEMENT FOR THE SAME CUSTOMER
      *  AND PRODUCT THAT RUNS PAST IT, THE RENEWAL IS ALREADY
      *  LOADED.
       01  WS-HELD-FLAG                      PIC X VALUE 'N'.
           88  WS-AGREEMENT-HELD             VALUE 'Y'.
       01  WS-HELD-AGREEMENT.
           05  WS-HELD-CUSTOMER-NUMBER       PIC 9(9).
           05  WS-HELD-PRODUCT-CODE          PIC X(12).
           05  WS-HELD-EFFECTIVE-DATE        PIC 9(8).
           05  WS-HELD-EXPIRY-DATE           PIC 9(8).
           05  WS-HELD-CONTRACT-PRICE        PIC S9(9)V9(2) COMP-3.
           05  WS-HELD-MINIMUM-QUANTITY      PIC 9(7).
           05  WS-HELD-AGREEMENT-REFERENCE   PIC X(20).
       01  WS-RENEWED-FLAG                   PIC X.
           88  WS-AGREEMENT-RENEWED          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-AGREEMENTS-READ            PIC 9(9) COMP VALUE 0.
           05  WS-AGREEMENTS-EXPIRING        PIC 9(9) COMP VALUE 0.
           05  WS-AGREEMENTS-RENEWED         PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'CONTRACT PRICE AGREEMENTS EXPIRING BY: '.
           05  WS-TTL-HORIZON-DATE           PIC 9(8).
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'RUN DATE: '.
           05  WS-TTL-RUN-DATE               PIC 9(8).

       01  WS-HEADING-LINE.
           05  FILLER                        PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                        PIC X(21) VALUE 'NAME'.
           05  FILLER                        PIC X(13) VALUE 'PRODUCT'.
           05  FILLER                        PIC X(9) VALUE 'EFFECTIVE'.
           05  FILLER                        PIC X(9) VALUE 'EXPIRES'.
           05  FILLER                        PIC X(4) VALUE 'DAYS'.
           05  FILLER                        PIC X(15)
               VALUE ' CONTRACT PRICE'.
           05  FILLER                        PIC X(10)
               VALUE '   MIN QTY'.
           05  FILLER                        PIC X(14)
               VALUE '    LIST PRICE'.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE 'AGREEMENT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-CUSTOMER-NAME          PIC X(20).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-PRODUCT-CODE           PIC X(12).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-EFFECTIVE-DATE         PIC 9(8).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-EXPIRY-DATE            PIC 9(8).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-DAYS-LEFT              PIC ZZ9.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-CONTRACT-PRICE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-MINIMUM-QUANTITY       PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-LIST-PRICE             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-AGREEMENT              PIC X(20).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-NOTE                   PIC X(7).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(24)
               VALUE 'AGREEMENTS READ:        '.
           05  WS-SUM-READ                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'EXPIRING, TO RENEW:     '.
           05  WS-SUM-EXPIRING               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'EXPIRING, RENEWED:      '.
           05  WS-SUM-RENEWED                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT CONTRACT-PRICE-FILE.
           IF NOT WS-CONTRACT-STATUS-OK
      *  NO AGREEMENTS LOADED YET -- NOTHING CAN EXPIRE.
               CLOSE CONTRACT-PRICE-FILE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.
           IF WS-DEMO-STATUS-OK
               SET WS-DEMO-FILE-PRESENT TO TRUE
           ELSE
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-STATUS-OK
               SET WS-PRODUCT-FILE-PRESENT TO TRUE
           ELSE
               CLOSE PRODUCT-MASTER-FILE
           END-IF.

           OPEN OUTPUT EXPIRY-REPORT-FILE.

           PERFORM READ-EXPIRY-PARM THRU READ-EXPIRY-PARM-EXIT.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER
                                        + WS-DAYS-AHEAD).

           MOVE WS-HORIZON-DATE   TO WS-TTL-HORIZON-DATE.
           MOVE WS-TODAY-YYYYMMDD TO WS-TTL-RUN-DATE.
           WRITE EXPIRY-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE FROM WS-HEADING-LINE.

           PERFORM READ-NEXT-CONTRACT.
           PERFORM UNTIL WS-NO-MORE-CONTRACTS
               ADD 1 TO WS-AGREEMENTS-READ
               PERFORM CHECK-ONE-CONTRACT
               PERFORM READ-NEXT-CONTRACT
           END-PERFORM.
           IF WS-AGREEMENT-HELD
               PERFORM REPORT-HELD-AGREEMENT
           END-IF.

           MOVE SPACES TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           MOVE WS-AGREEMENTS-READ     TO WS-SUM-READ.
           MOVE WS-AGREEMENTS-EXPIRING TO WS-SUM-EXPIRING.
           MOVE WS-AGREEMENTS-RENEWED  TO WS-SUM-RENEWED.
           WRITE EXPIRY-REPORT-LINE FROM WS-SUMMARY-LINE.

           IF WS-DEMO-FILE-PRESENT
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.
           IF WS-PRODUCT-FILE-PRESENT
               CLOSE PRODUCT-MASTER-FILE
           END-IF.
           CLOSE CONTRACT-PRICE-FILE
                 EXPIRY-REPORT-FILE.
           GOBACK.

       READ-EXPIRY-PARM.
           OPEN INPUT EXPIRY-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-EXPIRY-PARM-EXIT
           END-IF.
           READ EXPIRY-PARM-FILE
               AT END GO TO CLOSE-EXPIRY-PARM
           END-READ.
           IF XP-DAYS-AHEAD NUMERIC AND
              XP-DAYS-AHEAD > 0 AND XP-DAYS-AHEAD < 367
               MOVE XP-DAYS-AHEAD TO WS-DAYS-AHEAD
           END-IF.
       CLOSE-EXPIRY-PARM.
           CLOSE EXPIRY-PARM-FILE.
       READ-EXPIRY-PARM-EXIT.
           EXIT.

       READ-NEXT-CONTRACT.
           READ CONTRACT-PRICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *  A HELD AGREEMENT IS SETTLED BY THE RECORD AFTER IT, THEN
      *  THIS RECORD MAY BECOME THE ONE HELD.
       CHECK-ONE-CONTRACT.
           IF WS-AGREEMENT-HELD
               IF CP-CUSTOMER-NUMBER = WS-HELD-CUSTOMER-NUMBER AND
                  CP-PRODUCT-CODE = WS-HELD-PRODUCT-CODE AND
                  CP-EXPIRY-DATE > WS-HELD-EXPIRY-DATE
                   SET WS-AGREEMENT-RENEWED TO TRUE
               END-IF
               PERFORM REPORT-HELD-AGREEMENT
           END-IF.

           IF CP-EXPIRY-DATE NOT < WS-TODAY-YYYYMMDD AND
              CP-EXPIRY-DATE NOT > WS-HORIZON-DATE
               SET WS-AGREEMENT-HELD TO TRUE
               MOVE 'N' TO WS-RENEWED-FLAG
               MOVE CP-CUSTOMER-NUMBER  TO WS-HELD-CUSTOMER-NUMBER
               MOVE CP-PRODUCT-CODE     TO WS-HELD-PRODUCT-CODE
               MOVE CP-EFFECTIVE-DATE   TO WS-HELD-EFFECTIVE-DATE
               MOVE CP-EXPIRY-DATE      TO WS-HELD-EXPIRY-DATE
               MOVE CP-CONTRACT-PRICE   TO WS-HELD-CONTRACT-PRICE
               MOVE CP-MINIMUM-QUANTITY TO WS-HELD-MINIMUM-QUANTITY
               MOVE CP-AGREEMENT-REFERENCE
                   TO WS-HELD-AGREEMENT-REFERENCE
           END-IF.

       REPORT-HELD-AGREEMENT.
           MOVE 'N' TO WS-HELD-FLAG.
           MOVE WS-HELD-CUSTOMER-NUMBER  TO WS-DTL-CUSTOMER-NUMBER.
           MOVE WS-HELD-PRODUCT-CODE     TO WS-DTL-PRODUCT-CODE.
           MOVE WS-HELD-EFFECTIVE-DATE   TO WS-DTL-EFFECTIVE-DATE.
           MOVE WS-HELD-EXPIRY-DATE      TO WS-DTL-EXPIRY-DATE.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-HELD-EXPIRY-DATE)
                   - WS-TODAY-INTEGER.
           MOVE WS-DAYS-LEFT             TO WS-DTL-DAYS-LEFT.
           MOVE WS-HELD-CONTRACT-PRICE   TO WS-DTL-CONTRACT-PRICE.
           MOVE WS-HELD-MINIMUM-QUANTITY TO WS-DTL-MINIMUM-QUANTITY.
           MOVE WS-HELD-AGREEMENT-REFERENCE TO WS-DTL-AGREEMENT.

           MOVE SPACES TO WS-DTL-CUSTOMER-NAME.
           IF WS-DEMO-FILE-PRESENT
               MOVE WS-HELD-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER
               READ CUSTOMER-DEMOGRAPHIC-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CD-LAST-NAME TO WS-DTL-CUSTOMER-NAME
               END-READ
           END-IF.

           MOVE 0 TO WS-DTL-LIST-PRICE.
           IF WS-PRODUCT-FILE-PRESENT
               MOVE WS-HELD-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PM-UNIT-PRICE TO WS-DTL-LIST-PRICE
               END-READ
           END-IF.

           IF WS-AGREEMENT-RENEWED
               ADD 1 TO WS-AGREEMENTS-RENEWED
               MOVE 'RENEWED' TO WS-DTL-NOTE
           ELSE
               ADD 1 TO WS-AGREEMENTS-EXPIRING
               MOVE SPACES TO WS-DTL-NOTE
           END-IF.
           MOVE 'N' TO WS-RENEWED-FLAG.
           WRITE EXPIRY-REPORT-LINE FROM WS-DETAIL-LINE.
