       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.

           COPY CURRMAST.

       FD  VALIDATED-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-VALIDATED-RECORD-LENGTH.
           COPY INVXTRV
               REPLACING INVOICE-EXTRACT-RECORD BY
       01  WS-QUARANTINE-FOUND-FLAG          PIC X.
           88  WS-QUARANTINE-FOUND           VALUE 'Y'.
       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-IMAGE-WORK                     PIC X(4244).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
               OPEN I-O QUARANTINE-REPAIR-FILE
           END-IF.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.

           WRITE GATE-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO GATE-REPORT-LINE.
