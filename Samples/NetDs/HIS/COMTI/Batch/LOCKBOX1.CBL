           MOVE WS-SCAN-CUSTOMER-NUMBER TO PR-CUSTOMER-NUMBER.
           MOVE WS-PAYMENT-JULIAN       TO PR-PAYMENT-DATE.
           MOVE LB-CHECK-REFERENCE      TO PR-PAYMENT-REFERENCE.
           MOVE SPACE                   TO PR-RECEIPT-STATUS.
           MOVE SPACES                  TO PR-COMPANY-CODE.
           MOVE SPACES                  TO PR-SUBMISSION-KEY.
           WRITE PAYMENT-RECEIPT-RECORD.
           ADD 1 TO WS-RECEIPTS-WRITTEN.
