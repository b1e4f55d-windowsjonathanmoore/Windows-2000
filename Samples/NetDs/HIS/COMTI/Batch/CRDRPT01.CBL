
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-REPORT-MONTH.
           PERFORM READ-MONTH-PARM THRU READ-MONTH-PARM-EXIT.

