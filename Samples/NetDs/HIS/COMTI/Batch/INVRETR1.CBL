           05  FILLER                        PIC X(57).

       FD  ARCHIVE-FILE
           RECORD CONTAINS 4256 CHARACTERS.
           COPY INVMAST
               REPLACING INVOICE-MASTER-RECORD BY
                             ARCHIVED-INVOICE-RECORD
                         LEADING ==IM== BY ==AR==.

       FD  RETRIEVAL-OUTPUT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-OUTPUT-RECORD-LENGTH.
           COPY INVXTRV
               REPLACING INVOICE-EXTRACT-RECORD BY
           MOVE AR-AMOUNT-PAID              TO RO-AMOUNT-PAID.
           MOVE AR-INVOICE-TAX-AMOUNT
               TO RO-INVOICE-TAX-AMOUNT.
           MOVE AR-TERMS-CODE               TO RO-TERMS-CODE.
           MOVE AR-DUE-DATE                 TO RO-DUE-DATE.
           MOVE AR-PO-NUMBER                TO RO-PO-NUMBER.
           MOVE AR-SHIP-TO-ID               TO RO-SHIP-TO-ID.
           MOVE AR-TAX-STATE                TO RO-TAX-STATE.
           MOVE AR-TAX-ZIP                  TO RO-TAX-ZIP.
           MOVE AR-COMPANY-CODE             TO RO-COMPANY-CODE.
           MOVE AR-DISCOUNT-TAKEN           TO RO-DISCOUNT-TAKEN.
           MOVE AR-VOID-DATE                TO RO-VOID-DATE.
           MOVE AR-SHORTPAY-ABSORBED
               TO RO-SHORTPAY-ABSORBED.
           MOVE AR-ALLOWANCE-DATE           TO RO-ALLOWANCE-DATE.

           MOVE 0 TO RO-DESCRIPTION-LENGTH.
           PERFORM VARYING WS-DESCRIPTION-SCAN FROM 4096 BY -1
                   TO RO-INVOICE-DESCRIPTION(1:RO-DESCRIPTION-LENGTH)
           END-IF.
           COMPUTE WS-OUTPUT-RECORD-LENGTH =
               148 + RO-DESCRIPTION-LENGTH.
           WRITE RETRIEVED-INVOICE-RECORD.
