           MOVE CD-ADDRESS-STATE   TO ST-ADDRESS-STATE.
           MOVE CD-ADDRESS-ZIP     TO ST-ADDRESS-ZIP.
           MOVE CD-CUSTOMER-STATUS TO ST-CUSTOMER-STATUS.
           MOVE CD-COMPANY-CODE    TO ST-COMPANY-CODE.
           MOVE CD-COLLECTION-STATUS TO ST-COLLECTION-STATUS.
           MOVE CD-STATEMENT-STYLE TO ST-STATEMENT-STYLE.
           MOVE CD-BAD-ADDRESS-FLAG TO ST-BAD-ADDRESS-FLAG.
           MOVE CD-BAD-ADDRESS-DATE TO ST-BAD-ADDRESS-DATE.
           WRITE STATEMENT-CUSTOMER-RECORD.

           ADD 1 TO WS-CUSTOMERS-EXTRACTED.
