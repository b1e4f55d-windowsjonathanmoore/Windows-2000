      * RECORD IS ACCEPTED, THE SAME GUARD RSETSAMP'S GET-INPUT      *
      * PUTS IN FRONT OF ITS LOOKUPS, SO A MISKEYED NUMBER CANNOT    *
      * SEED A CUSTOMER NOBODY CAN EVER LOOK UP.                     *
      *                                                              *
      * A CUSTOMER THIS JOB ADDS IS PENDING ('P') WHATEVER THE SEED  *
      * SAYS, UNLESS THE SEED CLOSES IT -- ONLY A CREDIT ANALYST'S   *
      * APPROVAL OF ITS CREDIT APPLICATION (CRAMNT) MAKES A NEW      *
      * CUSTOMER ACTIVE. FOR THE SAME REASON A SEED CANNOT ACTIVATE  *
      * A PENDING CUSTOMER, NOR SEND AN ACTIVE ONE BACK TO PENDING.  *
      * A SEED THAT CHANGES THE ADDRESS OF A CUSTOMER WHOSE MAIL     *
      * CAME BACK UNDELIVERABLE CLEARS THE BAD-ADDRESS FLAG, THE     *
      * SAME AS A CORRECTION THROUGH CUSTMNT.                        *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDLD1.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT COMPANY-MASTER-FILE ASSIGN TO COMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-COMPANY-CODE
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO CUSTDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           05  DN-CUSTOMER-STATUS            PIC X(1).
           05  DN-CREDIT-LIMIT               PIC 9(13)V9(2).
           05  DN-STATEMENT-CYCLE            PIC X(1).
           05  DN-TERMS-CODE                 PIC X(4).
           05  DN-COLLECTION-STATUS          PIC X(1).
           05  DN-PO-REQUIRED-FLAG           PIC X(1).
           05  DN-COMPANY-CODE               PIC X(2).
           05  DN-GROUP-CREDIT-LIMIT         PIC 9(13)V9(2).
           05  DN-STATEMENT-STYLE            PIC X(1).

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  COMPANY-MASTER-FILE.
           COPY COMPMAST.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOAD-REPORT-LINE                  PIC X(132).
       01  WS-DEMO-FOUND-FLAG                PIC X.
           88  WS-DEMO-FOUND                 VALUE 'Y'.

      *  A COMPANY CODE ON THE SEED MUST BE ON THE COMPANY MASTER
      *  WHEN THERE IS ONE. NO MASTER YET MEANS ONLY THE HOME
      *  COMPANY EXISTS.
       01  WS-COMPANY-STATUS                 PIC X(2).
           88  WS-COMPANY-STATUS-OK          VALUE '00'.
       01  WS-COMPANY-FILE-FLAG              PIC X VALUE 'N'.
           88  WS-COMPANY-FILE-PRESENT       VALUE 'Y'.
       01  WS-COMPANY-FOUND-FLAG             PIC X.
           88  WS-COMPANY-FOUND              VALUE 'Y'.
       01  WS-HOME-COMPANY-CODE              PIC X(2) VALUE '01'.

       01  WS-VALCUSNO-STATUS                PIC X(2).
           88  WS-VALCUSNO-OK                VALUE '00'.

       01  WS-JOURNAL-ACTION                 PIC X(1).
       01  WS-JOURNAL-PROGRAM                PIC X(8)
                                              VALUE 'CUSTDLD1'.
       01  WS-JOURNAL-BEFORE                 PIC X(300).
       01  WS-JOURNAL-AFTER                  PIC X(300).

       01  WS-PRIOR-ADDRESS                  PIC X(92).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
               END-IF
           END-IF.

           OPEN INPUT COMPANY-MASTER-FILE.
           IF WS-COMPANY-STATUS-OK
               SET WS-COMPANY-FILE-PRESENT TO TRUE
           ELSE
               CLOSE COMPANY-MASTER-FILE
           END-IF.

           OPEN INPUT NEW-DEMOGRAPHIC-FILE
                OUTPUT LOAD-REPORT-FILE.

           MOVE WS-CUSTOMERS-REJECTED TO WS-SUM-REJECTED.
           WRITE LOAD-REPORT-LINE FROM WS-SUMMARY-LINE.

           IF WS-COMPANY-FILE-PRESENT
               CLOSE COMPANY-MASTER-FILE
           END-IF.
           CLOSE NEW-DEMOGRAPHIC-FILE
                 CUSTOMER-DEMOGRAPHIC-FILE
                 LOAD-REPORT-FILE.
           END-IF.

           IF DN-CUSTOMER-STATUS NOT = 'A' AND
              DN-CUSTOMER-STATUS NOT = 'C' AND
              DN-CUSTOMER-STATUS NOT = 'P'
               ADD 1 TO WS-CUSTOMERS-REJECTED
               MOVE 'REJECTED, STATUS IS NOT A, C OR P'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-CUSTOMER-EXIT
           END-IF.

           IF DN-COMPANY-CODE NOT = SPACES
               IF WS-COMPANY-FILE-PRESENT
                   MOVE DN-COMPANY-CODE TO CO-COMPANY-CODE
                   MOVE 'Y' TO WS-COMPANY-FOUND-FLAG
                   READ COMPANY-MASTER-FILE
                       INVALID KEY MOVE 'N' TO WS-COMPANY-FOUND-FLAG
                   END-READ
               ELSE
                   IF DN-COMPANY-CODE = WS-HOME-COMPANY-CODE
                       MOVE 'Y' TO WS-COMPANY-FOUND-FLAG
                   ELSE
                       MOVE 'N' TO WS-COMPANY-FOUND-FLAG
                   END-IF
               END-IF
               IF NOT WS-COMPANY-FOUND
                   ADD 1 TO WS-CUSTOMERS-REJECTED
                   MOVE 'REJECTED, COMPANY NOT ON THE COMPANY MASTER'
                       TO WS-DTL-DISPOSITION
                   WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
                   GO TO LOAD-ONE-CUSTOMER-EXIT
               END-IF
           END-IF.

           PERFORM APPLY-ONE-CUSTOMER.

       LOAD-ONE-CUSTOMER-EXIT.
      *  THE RECORD AREA.
           IF WS-DEMO-FOUND
               MOVE CUSTOMER-DEMOGRAPHIC-RECORD TO WS-JOURNAL-BEFORE
               MOVE CD-CUSTOMER-ADDRESS TO WS-PRIOR-ADDRESS
           ELSE
               INITIALIZE CUSTOMER-DEMOGRAPHIC-RECORD
               MOVE DN-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER
           MOVE DN-ADDRESS-STATE   TO CD-ADDRESS-STATE.
           MOVE DN-ADDRESS-ZIP     TO CD-ADDRESS-ZIP.
           MOVE DN-CUSTOMER-PHONE  TO CD-CUSTOMER-PHONE.
           IF WS-DEMO-FOUND AND CD-ADDRESS-BAD AND
              CD-CUSTOMER-ADDRESS NOT = WS-PRIOR-ADDRESS
               MOVE 'N' TO CD-BAD-ADDRESS-FLAG
               MOVE 0   TO CD-BAD-ADDRESS-DATE
           END-IF.
      *  A CLOSE ALWAYS TAKES; A NEW CUSTOMER WAITS FOR CREDIT; A
      *  CLOSED ONE MAY BE REOPENED. OTHERWISE THE STATUS CREDIT
      *  GAVE THE ACCOUNT STANDS.
           EVALUATE TRUE
               WHEN DN-CUSTOMER-STATUS = 'C'
                   MOVE 'C' TO CD-CUSTOMER-STATUS
               WHEN NOT WS-DEMO-FOUND
                   MOVE 'P' TO CD-CUSTOMER-STATUS
               WHEN CD-CUSTOMER-CLOSED
                   MOVE DN-CUSTOMER-STATUS TO CD-CUSTOMER-STATUS
           END-EVALUATE.
           IF DN-CREDIT-LIMIT NUMERIC
               MOVE DN-CREDIT-LIMIT TO CD-CREDIT-LIMIT
           ELSE
           IF CD-STATEMENT-CYCLE = SPACE
               MOVE '1' TO CD-STATEMENT-CYCLE
           END-IF.
      *  BLANK TERMS ON THE SEED LEAVE WHATEVER TERMS THE CUSTOMER
      *  ALREADY HAS; A NEW CUSTOMER WITH NONE IS NET 30.
           IF DN-TERMS-CODE NOT = SPACES
               MOVE DN-TERMS-CODE TO CD-TERMS-CODE
           END-IF.
      *  SAME FOR THE COLLECTION FLAG -- BLANK LEAVES IT ALONE,
      *  'B', 'A' OR 'L' SETS IT, 'N' PUTS THE ACCOUNT BACK TO
      *  NORMAL.
           EVALUATE DN-COLLECTION-STATUS
               WHEN 'B'
               WHEN 'A'
               WHEN 'L'
                   MOVE DN-COLLECTION-STATUS TO CD-COLLECTION-STATUS
               WHEN 'N'
                   MOVE SPACE TO CD-COLLECTION-STATUS
           END-EVALUATE.
      *  AND THE PO-REQUIRED FLAG -- 'Y' OR 'N' SETS IT, BLANK
      *  LEAVES IT ALONE.
           IF DN-PO-REQUIRED-FLAG = 'Y' OR DN-PO-REQUIRED-FLAG = 'N'
               MOVE DN-PO-REQUIRED-FLAG TO CD-PO-REQUIRED-FLAG
           END-IF.
      *  LIKEWISE THE BILLING COMPANY -- BLANK LEAVES IT ALONE, SO A
      *  NEW CUSTOMER WITH NONE BELONGS TO THE HOME COMPANY.
           IF DN-COMPANY-CODE NOT = SPACES
               MOVE DN-COMPANY-CODE TO CD-COMPANY-CODE
           END-IF.
      *  A GROUP LIMIT ONLY MEANS ANYTHING ON A PARENT ACCOUNT'S
      *  SEED; BLANK LEAVES IT ALONE AND ZERO REMOVES IT.
           IF DN-GROUP-CREDIT-LIMIT NUMERIC
               MOVE DN-GROUP-CREDIT-LIMIT TO CD-GROUP-CREDIT-LIMIT
           END-IF.
      *  AND THE STATEMENT STYLE -- 'O' OR 'B' SETS IT, BLANK LEAVES
      *  IT ALONE, SO A NEW CUSTOMER WITH NONE IS OPEN-ITEM.
           IF DN-STATEMENT-STYLE = 'O' OR DN-STATEMENT-STYLE = 'B'
               MOVE DN-STATEMENT-STYLE TO CD-STATEMENT-STYLE
           END-IF.

           IF WS-DEMO-FOUND
               MOVE WS-MODIFICATION-STAMP
               WRITE CUSTOMER-DEMOGRAPHIC-RECORD
               ADD 1 TO WS-CUSTOMERS-ADDED
               MOVE 'W' TO WS-JOURNAL-ACTION
               IF CD-CUSTOMER-PENDING
                   MOVE 'ADDED, PENDING CREDIT APPROVAL'
                       TO WS-DTL-DISPOSITION
               ELSE
                   MOVE 'ADDED' TO WS-DTL-DISPOSITION
               END-IF
           END-IF.

           MOVE CUSTOMER-DEMOGRAPHIC-RECORD TO WS-JOURNAL-AFTER.
