       01  WS-JOURNAL-ACTION                 PIC X(1) VALUE 'R'.
       01  WS-JOURNAL-PROGRAM                PIC X(8)
                                              VALUE 'CRLAPPL1'.
       01  WS-JOURNAL-BEFORE                 PIC X(300).
       01  WS-JOURNAL-AFTER                  PIC X(300).

       01  WS-COUNTERS.
           05  WS-PROPOSALS-READ             PIC 9(9) COMP VALUE 0.
