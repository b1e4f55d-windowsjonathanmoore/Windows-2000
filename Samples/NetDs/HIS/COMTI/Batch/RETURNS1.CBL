
       01  WS-CRINVNO-STATUS                 PIC X(2).
           88  WS-CRINVNO-OK                 VALUE '00'.
       01  WS-CRINVNO-CALLER                 PIC X(8)
                                              VALUE 'RETURNS1'.
       01  WS-NEW-INVOICE-NUMBER             PIC 9(10).

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-ORIG-CURRENCY-CODE             PIC X(3).
       01  WS-ORIG-EXCHANGE-RATE             PIC 9(3)V9(6) COMP-3.
       01  WS-ORIG-PRODUCT-CODE              PIC X(12).
       01  WS-ORIG-PO-NUMBER                 PIC X(20).
       01  WS-ORIG-COMPANY-CODE              PIC X(2).

      *  THE LINKING TEXT EACH GENERATED CREDIT CARRIES -- THE
      *  PRIOR-RETURNS SCAN MATCHES ON EXACTLY THIS.
                OUTPUT RETURN-TRANSACTION-FILE
                       RETURNS-REGISTER-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).
           MOVE IM-INVOICE-CURRENCY-CODE TO WS-ORIG-CURRENCY-CODE.
           MOVE IM-INVOICE-EXCHANGE-RATE TO WS-ORIG-EXCHANGE-RATE.
           MOVE IM-INVOICE-PRODUCT-CODE  TO WS-ORIG-PRODUCT-CODE.
           MOVE IM-PO-NUMBER             TO WS-ORIG-PO-NUMBER.
           MOVE IM-COMPANY-CODE          TO WS-ORIG-COMPANY-CODE.

           PERFORM SUM-PRIOR-RETURNS.
           PERFORM SUM-THIS-RUNS-CREDITS.
           END-IF.

           CALL 'CREATEINVOICENUMBER'
               USING WS-NEW-INVOICE-NUMBER WS-CRINVNO-STATUS
                     WS-ORIG-COMPANY-CODE
                     WS-CRINVNO-CALLER.
           IF NOT WS-CRINVNO-OK
               MOVE 'CREDIT INVOICE NUMBER NOT ISSUED'
                   TO WS-REJECT-REASON
           MOVE 'RTRN'                 TO TR-CREDIT-REASON-CODE.
           MOVE RA-INVOICE-NUMBER      TO WS-RTD-ORIGINAL-NUMBER.
           MOVE WS-RETURN-DESCRIPTION  TO TR-INVOICE-DESCRIPTION.
           MOVE WS-ORIG-PO-NUMBER      TO TR-PO-NUMBER.
           MOVE WS-ORIG-COMPANY-CODE   TO TR-COMPANY-CODE.
           MOVE RA-INVOICE-NUMBER      TO TR-APPLIES-TO-INVOICE.
           WRITE INVOICE-TRANSACTION-RECORD.
           PERFORM REMEMBER-THIS-RUNS-CREDIT.

