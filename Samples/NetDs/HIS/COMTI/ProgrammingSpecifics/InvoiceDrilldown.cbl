      * method; the reply shape is INVLIFE.cpy. The history and    *
      * journal are sequential files, so those two passes read     *
      * straight down them collecting the matching key -- an       *
      * inquiry utility's price, not a posting path's. JRNROLL1    *
      * rolls old journal entries and aged payments off the live   *
      * files into archive generations (JRNLCAT.cpy); a caller     *
      * that passes history scope 'A' has the archives (INVJARCH,  *
      * PAYHARCH -- every catalogued generation concatenated) read *
      * ahead of the live files, so the trail comes back oldest    *
      * first as before. Any other scope reads the live files.     *
      * A re-billed invoice, or its replacement, also comes back   *
      * with the other end of the re-bill from INVLINK.            *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICEDRILLDOWN.
           SELECT INVOICE-JOURNAL-FILE ASSIGN TO INVJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PAYMENT-ARCHIVE-FILE ASSIGN TO PAYHARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-ARCHIVE-STATUS.
           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO INVJARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-ARCHIVE-STATUS.
           SELECT INVOICE-LINK-FILE ASSIGN TO INVLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LINK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-JOURNAL-FILE.
           COPY INVJRNL.

       FD  PAYMENT-ARCHIVE-FILE.
           COPY PAYHIST
               REPLACING PAYMENT-HISTORY-RECORD BY
                             ARCHIVED-PAYMENT-RECORD
                         LEADING ==PH== BY ==PA==.

       FD  JOURNAL-ARCHIVE-FILE.
           COPY INVJRNL
               REPLACING INVOICE-JOURNAL-RECORD BY
                             ARCHIVED-JOURNAL-ENTRY
                         LEADING ==JR== BY ==JA==.

       FD  INVOICE-LINK-FILE.
           COPY INVLINK.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS                     PIC X(2).
           88  WS-MASTER-STATUS-OK              VALUE '00'.
           88  WS-DISPUTE-OPENED-OK             VALUE '00'.
       01  WS-JOURNAL-STATUS                    PIC X(2).
           88  WS-JOURNAL-OPENED-OK             VALUE '00'.
       01  WS-PAYMENT-ARCHIVE-STATUS            PIC X(2).
           88  WS-PAYMENT-ARCHIVE-OPENED-OK     VALUE '00'.
       01  WS-JOURNAL-ARCHIVE-STATUS            PIC X(2).
           88  WS-JOURNAL-ARCHIVE-OPENED-OK     VALUE '00'.
       01  WS-LINK-STATUS                       PIC X(2).
           88  WS-LINK-OPENED-OK                VALUE '00'.

       01  WS-FOUND-FLAG                        PIC X.
           88  WS-INVOICE-FOUND                 VALUE 'Y'.
       01  WS-JOURNAL-EOF-FLAG                  PIC X.
           88  WS-NO-MORE-JOURNAL               VALUE 'Y'.

      *  THE PAYMENT OR JOURNAL ENTRY IN HAND, FROM THE LIVE FILE
      *  OR ITS ARCHIVE ALIKE.
           COPY PAYHIST
               REPLACING PAYMENT-HISTORY-RECORD BY
                             HELD-PAYMENT-RECORD
                         LEADING ==PH== BY ==HP==.
           COPY INVJRNL
               REPLACING INVOICE-JOURNAL-RECORD BY
                             HELD-JOURNAL-ENTRY
                         LEADING ==JR== BY ==HJ==.

      *  THE JOURNAL'S AFTER IMAGE (BEFORE IMAGE ON A DELETE) LAID
      *  OVER THE MASTER SHAPE SO THE ENTRY'S KEY IS READABLE.
           COPY INVMAST
           88  DRILL-OK                         VALUE '00'.
           88  DRILL-FILE-ERROR                 VALUE '02'.
           88  DRILL-NOT-FOUND                  VALUE '04'.
       01  LK-HISTORY-SCOPE                     PIC X(1).
           88  SCOPE-INCLUDES-ARCHIVE           VALUE 'A'.

       PROCEDURE DIVISION USING LK-CUSTOMER-NUMBER
                                LK-INVOICE-NUMBER
                                LK-LIFECYCLE-REPLY
                                LK-DRILL-STATUS
                                LK-HISTORY-SCOPE.

       MAIN-LOGIC.
           SET DRILL-OK TO TRUE.
           PERFORM READ-DISPUTE-CASE THRU READ-DISPUTE-CASE-EXIT.
           PERFORM COLLECT-JOURNAL-TRAIL THRU
                   COLLECT-JOURNAL-TRAIL-EXIT.
           PERFORM READ-INVOICE-LINKS THRU READ-INVOICE-LINKS-EXIT.
           GOBACK.

       FILL-MASTER-FIELDS.
      *  BEEN APPLIED THROUGH THE HISTORY PATH -- THE TABLE STAYS
      *  EMPTY.
       COLLECT-PAYMENT-HISTORY.
           IF SCOPE-INCLUDES-ARCHIVE
               PERFORM COLLECT-ARCHIVED-PAYMENTS THRU
                       COLLECT-ARCHIVED-PAYMENTS-EXIT
           END-IF.
           MOVE 'N' TO WS-HISTORY-EOF-FLAG.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF NOT WS-HISTORY-OPENED-OK
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF-FLAG
                   NOT AT END
                       MOVE PAYMENT-HISTORY-RECORD
                           TO HELD-PAYMENT-RECORD
                       PERFORM JUDGE-ONE-PAYMENT
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-HISTORY-FILE.
       COLLECT-PAYMENT-HISTORY-EXIT.
           EXIT.

      *  NO ARCHIVE ALLOCATED JUST MEANS NOTHING HAS AGED OFF YET.
       COLLECT-ARCHIVED-PAYMENTS.
           MOVE 'N' TO WS-HISTORY-EOF-FLAG.
           OPEN INPUT PAYMENT-ARCHIVE-FILE.
           IF NOT WS-PAYMENT-ARCHIVE-OPENED-OK
               CLOSE PAYMENT-ARCHIVE-FILE
               GO TO COLLECT-ARCHIVED-PAYMENTS-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-HISTORY
               READ PAYMENT-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF-FLAG
                   NOT AT END
                       MOVE ARCHIVED-PAYMENT-RECORD
                           TO HELD-PAYMENT-RECORD
                       PERFORM JUDGE-ONE-PAYMENT
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-ARCHIVE-FILE.
       COLLECT-ARCHIVED-PAYMENTS-EXIT.
           EXIT.

       JUDGE-ONE-PAYMENT.
           IF HP-CUSTOMER-NUMBER =
                  LR-CUSTOMER-NUMBER AND
              HP-INVOICE-NUMBER =
                  LR-INVOICE-NUMBER
               PERFORM KEEP-ONE-PAYMENT
           END-IF.

       KEEP-ONE-PAYMENT.
           IF LR-PAYMENT-COUNT < 20
               ADD 1 TO LR-PAYMENT-COUNT
               MOVE HP-PAYMENT-DATE
                   TO LR-PAY-DATE(LR-PAYMENT-COUNT)
               MOVE HP-PAYMENT-AMOUNT
                   TO LR-PAY-AMOUNT(LR-PAYMENT-COUNT)
               MOVE HP-PAYMENT-REFERENCE
                   TO LR-PAY-REFERENCE(LR-PAYMENT-COUNT)
               MOVE HP-APPLICATION-DATE
                   TO LR-PAY-APPLIED-DATE(LR-PAYMENT-COUNT)
           ELSE
               MOVE 'Y' TO LR-PAYMENTS-TRUNCATED-FLAG
       READ-DISPUTE-CASE-EXIT.
           EXIT.

      *  ONE LINK RECORD PER DIRECTION UNDER THE INVOICE'S OWN KEY.
      *  NO LINK FILE MEANS NOTHING HAS EVER BEEN RE-BILLED.
       READ-INVOICE-LINKS.
           OPEN INPUT INVOICE-LINK-FILE.
           IF NOT WS-LINK-OPENED-OK
               CLOSE INVOICE-LINK-FILE
               GO TO READ-INVOICE-LINKS-EXIT
           END-IF.
           MOVE LR-CUSTOMER-NUMBER TO LN-CUSTOMER-NUMBER.
           MOVE LR-INVOICE-NUMBER  TO LN-INVOICE-NUMBER.
           SET LN-REPLACES TO TRUE.
           READ INVOICE-LINK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE LN-LINKED-CUSTOMER-NUMBER
                       TO LR-REPLACES-CUSTOMER
                   MOVE LN-LINKED-INVOICE-NUMBER
                       TO LR-REPLACES-INVOICE
           END-READ.
           MOVE LR-CUSTOMER-NUMBER TO LN-CUSTOMER-NUMBER.
           MOVE LR-INVOICE-NUMBER  TO LN-INVOICE-NUMBER.
           SET LN-REPLACED-BY TO TRUE.
           READ INVOICE-LINK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE LN-LINKED-CUSTOMER-NUMBER
                       TO LR-REPLACED-BY-CUSTOMER
                   MOVE LN-LINKED-INVOICE-NUMBER
                       TO LR-REPLACED-BY-INVOICE
           END-READ.
           CLOSE INVOICE-LINK-FILE.
       READ-INVOICE-LINKS-EXIT.
           EXIT.

      *  THE ENTRY'S KEY LIVES INSIDE ITS IMAGES -- THE AFTER
      *  IMAGE ORDINARILY, THE BEFORE IMAGE ON A DELETE.
       COLLECT-JOURNAL-TRAIL.
           IF SCOPE-INCLUDES-ARCHIVE
               PERFORM COLLECT-ARCHIVED-TRAIL THRU
                       COLLECT-ARCHIVED-TRAIL-EXIT
           END-IF.
           MOVE 'N' TO WS-JOURNAL-EOF-FLAG.
           OPEN INPUT INVOICE-JOURNAL-FILE.
           IF NOT WS-JOURNAL-OPENED-OK
                   AT END
                       MOVE 'Y' TO WS-JOURNAL-EOF-FLAG
                   NOT AT END
                       MOVE INVOICE-JOURNAL-RECORD
                           TO HELD-JOURNAL-ENTRY
                       PERFORM JUDGE-ONE-JOURNAL-ENTRY THRU
                               JUDGE-ONE-JOURNAL-ENTRY-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-JOURNAL-FILE.
       COLLECT-JOURNAL-TRAIL-EXIT.
           EXIT.

       COLLECT-ARCHIVED-TRAIL.
           MOVE 'N' TO WS-JOURNAL-EOF-FLAG.
           OPEN INPUT JOURNAL-ARCHIVE-FILE.
           IF NOT WS-JOURNAL-ARCHIVE-OPENED-OK
               CLOSE JOURNAL-ARCHIVE-FILE
               GO TO COLLECT-ARCHIVED-TRAIL-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-JOURNAL
               READ JOURNAL-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-JOURNAL-EOF-FLAG
                   NOT AT END
                       MOVE ARCHIVED-JOURNAL-ENTRY
                           TO HELD-JOURNAL-ENTRY
                       PERFORM JUDGE-ONE-JOURNAL-ENTRY THRU
                               JUDGE-ONE-JOURNAL-ENTRY-EXIT
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-ARCHIVE-FILE.
       COLLECT-ARCHIVED-TRAIL-EXIT.
           EXIT.

       JUDGE-ONE-JOURNAL-ENTRY.
      *  A CONSISTENCY-POINT MARKER CHANGED NO INVOICE.
           IF HJ-ACTION-MARKER
               GO TO JUDGE-ONE-JOURNAL-ENTRY-EXIT
           END-IF.
           IF HJ-ACTION-DELETE
               MOVE HJ-BEFORE-IMAGE TO JOURNAL-IMAGE-RECORD
           ELSE
               MOVE HJ-AFTER-IMAGE TO JOURNAL-IMAGE-RECORD
           END-IF.
           IF JI-CUSTOMER-NUMBER =
                  LR-CUSTOMER-NUMBER AND
                  LR-INVOICE-NUMBER
               IF LR-JOURNAL-COUNT < 20
                   ADD 1 TO LR-JOURNAL-COUNT
                   MOVE HJ-JOURNAL-DATE
                       TO LR-JRN-DATE(LR-JOURNAL-COUNT)
                   MOVE HJ-JOURNAL-TIME
                       TO LR-JRN-TIME(LR-JOURNAL-COUNT)
                   MOVE HJ-PROGRAM-NAME
                       TO LR-JRN-PROGRAM(LR-JOURNAL-COUNT)
                   MOVE HJ-JOURNAL-ACTION
                       TO LR-JRN-ACTION(LR-JOURNAL-COUNT)
               ELSE
                   MOVE 'Y' TO LR-JOURNAL-TRUNCATED-FLAG
               END-IF
           END-IF.
       JUDGE-ONE-JOURNAL-ENTRY-EXIT.
           EXIT.
