      *  THE AGREED FEED SHAPES. LAYOUT '1' CARRIES THE FULL
      *  BILLING DETAIL A PAYABLES LOAD WANTS; LAYOUT '2' IS THE
      *  ONE-LINE SUMMARY THE FULFILLMENT VENDOR TAKES. ONE RECORD
      *  PER NEWLY POSTED INVOICE EITHER WAY, AND BOTH CARRY THE
      *  CUSTOMER'S PO NUMBER SO THEIR PAYABLES CAN MATCH IT.
       FD  FEED-OUTPUT-FILE.
       01  FEED-OUTPUT-RECORD.
           05  FO-LAYOUT-CODE                PIC X(1).
               10  FO-TAX-AMOUNT             PIC S9(13)V9(2)
                                              SIGN LEADING SEPARATE.
               10  FO-CURRENCY-CODE          PIC X(3).
               10  FO-PO-NUMBER              PIC X(20).
               10  FILLER                    PIC X(4).
           05  FO-SUMMARY-FIELDS REDEFINES FO-FEED-DATA.
               10  FO-SUM-INVOICE-DATE       PIC 9(8).
               10  FO-SUM-TOTAL-DUE          PIC S9(13)V9(2)
                                              SIGN LEADING SEPARATE.
               10  FO-SUM-PO-NUMBER          PIC X(20).
               10  FILLER                    PIC X(36).

       FD  FEED-LOG-FILE.
           COPY FEEDLOG.
                   GOBACK
           END-READ.
           MOVE FP-CUSTOMER-NUMBER TO WS-FEED-CUSTOMER.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           IF FP-FEED-DATE NUMERIC AND FP-FEED-DATE > 0
               MOVE FP-FEED-DATE TO WS-FEED-DATE
           ELSE
               MOVE WS-INVOICE-YYYYMMDD TO FO-SUM-INVOICE-DATE
               COMPUTE FO-SUM-TOTAL-DUE =
                   JI-INVOICE-AMOUNT + JI-INVOICE-TAX-AMOUNT
               MOVE JI-PO-NUMBER TO FO-SUM-PO-NUMBER
           ELSE
               MOVE WS-INVOICE-YYYYMMDD TO FO-INVOICE-DATE
               MOVE JI-INVOICE-TRANSACTION-TYPE
               MOVE JI-INVOICE-AMOUNT        TO FO-INVOICE-AMOUNT
               MOVE JI-INVOICE-TAX-AMOUNT    TO FO-TAX-AMOUNT
               MOVE JI-INVOICE-CURRENCY-CODE TO FO-CURRENCY-CODE
               MOVE JI-PO-NUMBER             TO FO-PO-NUMBER
           END-IF.

           WRITE FEED-OUTPUT-RECORD.
