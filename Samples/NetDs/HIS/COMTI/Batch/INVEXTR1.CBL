           COPY INVMAST.

       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV
               REPLACING INVOICE-EXTRACT-RECORD BY
               TO EX-AMOUNT-PAID.
           MOVE IM-INVOICE-TAX-AMOUNT
               TO EX-INVOICE-TAX-AMOUNT.
           MOVE IM-TERMS-CODE
               TO EX-TERMS-CODE.
           MOVE IM-DUE-DATE
               TO EX-DUE-DATE.
           MOVE IM-PO-NUMBER
               TO EX-PO-NUMBER.
           MOVE IM-SHIP-TO-ID
               TO EX-SHIP-TO-ID.
           MOVE IM-TAX-STATE
               TO EX-TAX-STATE.
           MOVE IM-TAX-ZIP
               TO EX-TAX-ZIP.
           MOVE IM-COMPANY-CODE
               TO EX-COMPANY-CODE.
           MOVE IM-DISCOUNT-TAKEN
               TO EX-DISCOUNT-TAKEN.
           MOVE IM-VOID-DATE
               TO EX-VOID-DATE.
           MOVE IM-SHORTPAY-ABSORBED
               TO EX-SHORTPAY-ABSORBED.
           MOVE IM-ALLOWANCE-DATE
               TO EX-ALLOWANCE-DATE.
           PERFORM MEASURE-THE-DESCRIPTION.
           IF EX-DESCRIPTION-LENGTH > 0
               MOVE IM-INVOICE-DESCRIPTION(1:EX-DESCRIPTION-LENGTH)
                   TO EX-INVOICE-DESCRIPTION(1:EX-DESCRIPTION-LENGTH)
           END-IF.
           COMPUTE WS-EXTRACT-RECORD-LENGTH =
               148 + EX-DESCRIPTION-LENGTH.
           WRITE EXTRACT-INVOICE-RECORD.
           ADD 1 TO WS-INVOICES-EXTRACTED.

