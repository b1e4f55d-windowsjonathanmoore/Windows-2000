           05  RW-EXPECTED-STATE             PIC X(1).
               88  RW-EXPECTED-PRESENT           VALUE 'P'.
               88  RW-EXPECTED-DELETED           VALUE 'D'.
           05  RW-EXPECTED-IMAGE             PIC X(4256).

       FD  CERTIFICATE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
                             JOURNAL-IMAGE-RECORD
                         LEADING ==IM== BY ==JI==.

       01  WS-MASTER-IMAGE                   PIC X(4256).
       01  WS-CHECKSUM-INPUT                 PIC X(4256).
       01  FILLER REDEFINES WS-CHECKSUM-INPUT.
           05  WS-CHECKSUM-BYTE OCCURS 4256 TIMES
                                             PIC X.
       01  WS-CHECKSUM-SUB                   PIC 9(5) COMP.
       01  WS-CHECKSUM-VALUE                 PIC 9(9) COMP.
           PERFORM READ-NEXT-ENTRY.
           PERFORM UNTIL WS-NO-MORE-ENTRIES
               ADD 1 TO WS-ENTRIES-READ
      *  A CONSISTENCY-POINT MARKER CARRIES NO RECORD IMAGE.
               IF NOT JR-ACTION-MARKER
                   PERFORM DERIVE-ONE-ENTRY
               END-IF
               PERFORM READ-NEXT-ENTRY
           END-PERFORM.
           CLOSE INVOICE-JOURNAL-FILE.
       COMPUTE-RECORD-CHECKSUM.
           MOVE 0 TO WS-CHECKSUM-VALUE.
           PERFORM VARYING WS-CHECKSUM-SUB FROM 1 BY 1
                   UNTIL WS-CHECKSUM-SUB > 4256
               COMPUTE WS-CHECKSUM-VALUE =
                   FUNCTION MOD(WS-CHECKSUM-VALUE * 31 +
                       FUNCTION ORD(
