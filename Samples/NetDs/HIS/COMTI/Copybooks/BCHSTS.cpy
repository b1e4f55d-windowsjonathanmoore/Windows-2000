      ***********************************************************
      * BCHSTS.cpy                                                 *
      * Reply area of the batch chain status inquiry               *
      * (BatchStatus.cbl, PROGRAM-ID BCHINQ) -- what the           *
      * operations desk reads through COMTI or the BCHS            *
      * transaction instead of the BATCHDRV report on the spool.   *
      * Every field is display, so a tool can read the reply as    *
      * text. BQ-STATUS-AVAILABLE is 'N' when BATCHDRV has never   *
      * published a status (the rest is then zero).                *
      * BQ-CYCLE-STATUS is 'R' running, 'C' complete or 'S'        *
      * stopped on a failed step. BQ-PROJECTED-FINISH is the       *
      * wall-clock HHMMSS the chain should end at: the steps still *
      * to run at their rolling averages, plus what the running    *
      * step has left of its own, added to the inquiry time -- the *
      * actual end for a completed cycle, zero for a stopped one.  *
      * BQ-PAST-WINDOW is 'Y' when that passes BATCHDRV's window   *
      * end. Each BQ-STEP-ENTRY is one step in chain order with    *
      * its status -- 'D' done, 'R' running, 'F' failed, 'N' not   *
      * started -- its times, its elapsed seconds (so far, for the *
      * running step) and its rolling average. The last-failure    *
      * fields are the most recent step to end with a severe       *
      * return code, whichever cycle it was in.                    *
      ***********************************************************
       01  BATCH-CHAIN-STATUS-REPLY.
           05  BQ-INQUIRY-DATE              PIC 9(8).
           05  BQ-INQUIRY-TIME              PIC 9(6).
           05  BQ-STATUS-AVAILABLE          PIC X(1).
           05  BQ-PROCESSING-DATE           PIC 9(8).
           05  BQ-CYCLE-STATUS              PIC X(1).
               88  BQ-CYCLE-RUNNING             VALUE 'R'.
               88  BQ-CYCLE-COMPLETE            VALUE 'C'.
               88  BQ-CYCLE-STOPPED             VALUE 'S'.
           05  BQ-CYCLE-STARTED-STAMP       PIC X(14).
           05  BQ-ATTEMPT-STARTED-STAMP     PIC X(14).
           05  BQ-ATTEMPT-ENDED-STAMP       PIC X(14).
           05  BQ-PROJECTED-FINISH          PIC 9(6).
           05  BQ-WINDOW-END-TIME           PIC 9(6).
           05  BQ-PAST-WINDOW               PIC X(1).
           05  BQ-LAST-FAILED-STEP          PIC 9(3).
           05  BQ-LAST-FAILED-PROGRAM       PIC X(8).
           05  BQ-LAST-FAILED-RC            PIC S9(4)
                                            SIGN LEADING SEPARATE.
           05  BQ-LAST-FAILED-STAMP         PIC X(14).
           05  BQ-STEP-COUNT                PIC 9(3).
           05  BQ-STEP-ENTRY                OCCURS 100 TIMES.
               10  BQ-STP-NUMBER            PIC 9(3).
               10  BQ-STP-PROGRAM           PIC X(8).
               10  BQ-STP-STATUS            PIC X(1).
               10  BQ-STP-DONE-ON-PRIOR-RUN PIC X(1).
               10  BQ-STP-START-TIME        PIC 9(6).
               10  BQ-STP-END-TIME          PIC 9(6).
               10  BQ-STP-ELAPSED-SECONDS   PIC 9(7).
               10  BQ-STP-AVERAGE-SECONDS   PIC 9(7).
               10  BQ-STP-RETURN-CODE       PIC S9(4)
                                            SIGN LEADING SEPARATE.
