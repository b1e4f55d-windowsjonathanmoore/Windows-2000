           OPEN OUTPUT PROPOSAL-FILE
                       ESCALATION-REGISTER-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.

           WRITE ESCALATION-REGISTER-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO ESCALATION-REGISTER-LINE.
           MOVE WS-NEW-AMOUNT      TO EP-NEW-AMOUNT.
           MOVE WS-UPLIFT-PERCENT  TO EP-UPLIFT-PERCENT.
           MOVE 'P' TO EP-APPROVAL-STATUS.
           MOVE WS-TODAY-YYYYMMDD  TO EP-PROPOSAL-DATE.
           MOVE SPACES             TO EP-REVIEWED-BY.
           MOVE 0                  TO EP-REVIEW-DATE.
           WRITE ESCALATION-PROPOSAL-RECORD.
           ADD 1 TO WS-UPLIFTS-PROPOSED.

