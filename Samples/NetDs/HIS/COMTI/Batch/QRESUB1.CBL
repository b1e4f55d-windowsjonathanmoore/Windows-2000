           COPY QUARREPR.

       FD  RESUBMISSION-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-RESUB-RECORD-LENGTH.
           COPY INVXTRV
               REPLACING INVOICE-EXTRACT-RECORD BY
               MOVE QR-CURRENT-IMAGE TO RESUBMISSION-RECORD
               IF RX-DESCRIPTION-LENGTH NUMERIC
                   COMPUTE WS-RESUB-RECORD-LENGTH =
                       148 + RX-DESCRIPTION-LENGTH
               ELSE
                   MOVE 148 TO WS-RESUB-RECORD-LENGTH
               END-IF
               IF WS-RESUB-RECORD-LENGTH > 4244 OR
                  WS-RESUB-RECORD-LENGTH < 148
                   MOVE 148 TO WS-RESUB-RECORD-LENGTH
               END-IF
               WRITE RESUBMISSION-RECORD
               ADD 1 TO WS-RECORDS-RESUBMITTED
