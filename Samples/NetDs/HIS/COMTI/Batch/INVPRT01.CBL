      * OF CUSTOMER+INVOICE KEYS (ONE PER RECORD -- A SINGLE-LINE   *
      * FILE COVERS THE ONE-OFF CASE), PULLS EACH INVOICE FROM THE  *
      * LIVE MASTER AND THE BILL-TO ADDRESS FROM CUSTDEMO, AND      *
      * RENDERS A PROPER INVOICE DOCUMENT -- THE CUSTOMER'S PO      *
      * NUMBER, BILL-TO BLOCK, AMOUNTS AND TAX, PRODUCT CODE AND    *
      * DESCRIPTION, QUANTITY PRICING WHEN THE RECORD CARRIES IT,   *
      * AND PAYMENT STATUS --                                       *
      * FIT FOR MAILING OR FAXING A COPY ON DEMAND. A KEY THAT      *
      * ISN'T ON THE MASTER IS LISTED, NOT SILENTLY SKIPPED.        *
      * A RE-BILLED INVOICE SAYS WHICH INVOICE REPLACED IT, AND A   *
      * REPLACEMENT WHICH ONE IT REPLACES (INVLINK).                *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPRT01.
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT INVOICE-PRINT-FILE ASSIGN TO INVPRINT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-LINK-FILE ASSIGN TO INVLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LINK-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  INVOICE-PRINT-LINE                PIC X(132).

       FD  INVOICE-LINK-FILE.
           COPY INVLINK.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-REQUESTS           VALUE 'Y'.
       01  WS-DEMO-FOUND-FLAG                PIC X.
           88  WS-DEMO-FOUND                 VALUE 'Y'.

      *  NO LINK FILE MEANS NOTHING HAS EVER BEEN RE-BILLED.
       01  WS-LINK-STATUS                    PIC X(2).
           88  WS-LINK-STATUS-OK             VALUE '00'.
       01  WS-LINK-OPEN-FLAG                 PIC X VALUE 'N'.
           88  WS-LINK-OPEN                  VALUE 'Y'.

       01  WS-RECEIVABLE-AMOUNT              PIC S9(13)V9(2) COMP-3.
       01  WS-BALANCE-DUE                    PIC S9(13)V9(2) COMP-3.
       01  WS-INVOICE-YYYYMMDD               PIC 9(8).
           05  FILLER                        PIC X(9)
               VALUE '   DATED '.
           05  WS-TTL-INVOICE-DATE           PIC 9(8).
           05  FILLER                        PIC X(13)
               VALUE '   YOUR PO:  '.
           05  WS-TTL-PO-NUMBER              PIC X(20).

       01  WS-BILLTO-NAME-LINE.
           05  FILLER                        PIC X(9)
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-STA-STATUS-TEXT            PIC X(20).

       01  WS-LINK-LINE.
           05  WS-LNK-TEXT                   PIC X(20).
           05  WS-LNK-INVOICE-NUMBER         PIC 9(10).
           05  FILLER                        PIC X(14)
               VALUE ' FOR CUSTOMER '.
           05  WS-LNK-CUSTOMER-NUMBER        PIC 9(9).

       01  WS-NOT-FOUND-LINE.
           05  WS-NFD-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           OPEN INPUT REQUEST-LIST-FILE
                OUTPUT INVOICE-PRINT-FILE.

           OPEN INPUT INVOICE-LINK-FILE.
           IF WS-LINK-STATUS-OK
               SET WS-LINK-OPEN TO TRUE
           ELSE
               CLOSE INVOICE-LINK-FILE
           END-IF.

           PERFORM READ-NEXT-REQUEST.
           PERFORM UNTIL WS-NO-MORE-REQUESTS
               ADD 1 TO WS-REQUESTS-READ
           MOVE WS-KEYS-NOT-FOUND    TO WS-SUM-NOT-FOUND.
           WRITE INVOICE-PRINT-LINE FROM WS-SUMMARY-LINE.

           IF WS-LINK-OPEN
               CLOSE INVOICE-LINK-FILE
           END-IF.
           CLOSE REQUEST-LIST-FILE
                 INVOICE-MASTER-FILE
                 CUSTOMER-DEMOGRAPHIC-FILE
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE)).
           MOVE WS-INVOICE-YYYYMMDD TO WS-TTL-INVOICE-DATE.
           IF IM-PO-NUMBER = SPACES
               MOVE 'NONE QUOTED' TO WS-TTL-PO-NUMBER
           ELSE
               MOVE IM-PO-NUMBER  TO WS-TTL-PO-NUMBER
           END-IF.
           WRITE INVOICE-PRINT-LINE FROM WS-DOC-TITLE-LINE.

           PERFORM PRINT-BILLTO-BLOCK.
                   MOVE 'OPEN'           TO WS-STA-STATUS-TEXT
           END-EVALUATE.
           WRITE INVOICE-PRINT-LINE FROM WS-STATUS-LINE.
           IF WS-LINK-OPEN
               PERFORM PRINT-REBILL-LINKS
           END-IF.
           WRITE INVOICE-PRINT-LINE FROM WS-BLANK-LINE.

           ADD 1 TO WS-DOCUMENTS-PRINTED.
       PRINT-ONE-DOCUMENT-EXIT.
           EXIT.

      *  THE OTHER END OF A RE-BILL, EITHER DIRECTION, SO A COPY
      *  OF A VOIDED ORIGINAL POINTS THE READER AT WHAT IS OWED NOW.
       PRINT-REBILL-LINKS.
           MOVE IM-CUSTOMER-NUMBER TO LN-CUSTOMER-NUMBER.
           MOVE IM-INVOICE-NUMBER  TO LN-INVOICE-NUMBER.
           SET LN-REPLACES TO TRUE.
           READ INVOICE-LINK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'REPLACES INVOICE    ' TO WS-LNK-TEXT
                   PERFORM WRITE-LINK-LINE
           END-READ.
           MOVE IM-CUSTOMER-NUMBER TO LN-CUSTOMER-NUMBER.
           MOVE IM-INVOICE-NUMBER  TO LN-INVOICE-NUMBER.
           SET LN-REPLACED-BY TO TRUE.
           READ INVOICE-LINK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'REPLACED BY INVOICE ' TO WS-LNK-TEXT
                   PERFORM WRITE-LINK-LINE
           END-READ.

       WRITE-LINK-LINE.
           MOVE LN-LINKED-INVOICE-NUMBER  TO WS-LNK-INVOICE-NUMBER.
           MOVE LN-LINKED-CUSTOMER-NUMBER TO WS-LNK-CUSTOMER-NUMBER.
           WRITE INVOICE-PRINT-LINE FROM WS-LINK-LINE.

      *  A CUSTOMER WHO HAS DROPPED OFF THE DEMOGRAPHIC MASTER
      *  STILL GETS THEIR DOCUMENT -- THE ADDRESS BLOCK JUST SAYS
      *  SO INSTEAD OF PRINTING BLANKS THAT LOOK LIKE AN ERROR.
