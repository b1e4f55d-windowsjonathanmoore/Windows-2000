           COPY INVMAST.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 4256 CHARACTERS.
           COPY INVMAST
               REPLACING INVOICE-MASTER-RECORD BY
                             ARCHIVED-INVOICE-RECORD
       01  WS-JOURNAL-ACTION                 PIC X(1) VALUE 'D'.
       01  WS-JOURNAL-PROGRAM                PIC X(8)
                                              VALUE 'INVARCH1'.
       01  WS-JOURNAL-BEFORE                 PIC X(4256).
       01  WS-JOURNAL-AFTER                  PIC X(4256)
                                              VALUE LOW-VALUES.

       01  WS-COUNTERS.
           OPEN OUTPUT ARCHIVE-FILE
                       PURGE-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           COMPUTE WS-CUTOFF-INTEGER-DATE =
