                         SN-NET-BALANCE BY PS-NET-BALANCE.

       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.


       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-AS-OF-MONTH.
           PERFORM READ-MONTH-PARM THRU READ-MONTH-PARM-EXIT.
           PERFORM DERIVE-MONTH-END.
