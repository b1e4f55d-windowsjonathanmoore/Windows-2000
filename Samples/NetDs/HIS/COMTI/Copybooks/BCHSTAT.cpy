      ***********************************************************
      * BCHSTAT.cpy                                                *
      * Batch chain status record -- the current cycle as          *
      * BATCHDRV's restart-control and run-history files see it,   *
      * kept at a keyed read for the online BCHINQ inquiry         *
      * (BatchStatus.cbl), since neither of those sequential files *
      * is a CICS-readable dataset (the LASTPAY.cpy arrangement).  *
      * Indexed on BS-STEP-NUMBER: step 000 is the cycle record,   *
      * every other key one step of the chain as the step-control  *
      * file lists it. BATCHDRV rebuilds the file at the start of  *
      * every attempt at a cycle, rewrites a step as it starts and *
      * as it ends, and closes the cycle record when the chain     *
      * completes or stops. Times are wall-clock HHMMSS, stamps    *
      * YYYYMMDDHHMMSS, elapsed and average figures whole seconds. *
      ***********************************************************
       01  BATCH-STATUS-RECORD.
           05  BS-STEP-NUMBER               PIC 9(3).
               88  BS-CYCLE-RECORD              VALUE 0.
           05  BS-STATUS-DATA               PIC X(97).
           05  BS-STEP-FIELDS REDEFINES BS-STATUS-DATA.
               10  BS-PROGRAM-NAME          PIC X(8).
               10  BS-STEP-STATUS           PIC X(1).
                   88  BS-STEP-NOT-STARTED      VALUE 'N'.
                   88  BS-STEP-RUNNING          VALUE 'R'.
                   88  BS-STEP-DONE             VALUE 'D'.
                   88  BS-STEP-FAILED           VALUE 'F'.
      *  'Y' WHEN AN EARLIER ATTEMPT AT THE CYCLE COMPLETED THE STEP
      *  AND THIS ONE SKIPPED IT -- NO TIMES ARE KNOWN FOR IT.
               10  BS-DONE-ON-PRIOR-RUN     PIC X(1).
               10  BS-START-DATE            PIC 9(8).
               10  BS-START-TIME            PIC 9(6).
               10  BS-END-TIME              PIC 9(6).
               10  BS-ELAPSED-SECONDS       PIC 9(7).
      *  THE PROGRAM'S ROLLING AVERAGE FROM THE RUN HISTORY, ZERO
      *  WHEN IT HAS NEVER RUN.
               10  BS-AVERAGE-SECONDS       PIC 9(7).
               10  BS-RETURN-CODE           PIC S9(4)
                                            SIGN LEADING SEPARATE.
               10  FILLER                   PIC X(48).
           05  BS-CYCLE-FIELDS REDEFINES BS-STATUS-DATA.
               10  BS-PROCESSING-DATE       PIC 9(8).
               10  BS-CYCLE-STATUS          PIC X(1).
                   88  BS-CYCLE-RUNNING         VALUE 'R'.
                   88  BS-CYCLE-COMPLETE        VALUE 'C'.
                   88  BS-CYCLE-STOPPED         VALUE 'S'.
      *  WHEN THE CYCLE FIRST STARTED (A RERUN KEEPS IT), WHEN THIS
      *  ATTEMPT AT IT STARTED, AND WHEN THE ATTEMPT ENDED.
               10  BS-CYCLE-STARTED-STAMP   PIC X(14).
               10  BS-ATTEMPT-STARTED-STAMP PIC X(14).
               10  BS-ATTEMPT-ENDED-STAMP   PIC X(14).
               10  BS-WINDOW-END-TIME       PIC 9(6).
               10  BS-STEP-COUNT            PIC 9(3).
      *  THE MOST RECENT STEP TO END SEVERE -- CARRIED FROM ONE
      *  REBUILD TO THE NEXT, SO THE RERUN THAT FIXED IT STILL
      *  SHOWS WHAT IT FIXED.
               10  BS-LAST-FAILED-STEP      PIC 9(3).
               10  BS-LAST-FAILED-PROGRAM   PIC X(8).
               10  BS-LAST-FAILED-RC        PIC S9(4)
                                            SIGN LEADING SEPARATE.
               10  BS-LAST-FAILED-STAMP     PIC X(14).
               10  FILLER                   PIC X(7).
