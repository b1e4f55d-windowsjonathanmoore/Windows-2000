      ***********************************************************
      * PROCDATE.cpy                                               *
      * Processing-date control record -- a single record holding  *
      * the business date the nightly batch chain runs as of.      *
      * Batch/BATCHDRV.CBL marks it running at the start of a      *
      * cycle and advances it one day only when the whole chain    *
      * completes, so a chain that fails and is rerun after        *
      * midnight still runs as of the date it belongs to. Every    *
      * date-sensitive batch job takes "today" from it through     *
      * LookupProcessingDate.cbl instead of the system clock; with *
      * no record at all the jobs fall back to the clock, exactly  *
      * as before.                                                 *
      ***********************************************************
       01  PROCESSING-DATE-RECORD.
      *  THE BUSINESS DATE THE CURRENT (OR NEXT) CYCLE RUNS AS OF.
           05  PD-PROCESSING-DATE           PIC 9(8).
           05  PD-CYCLE-STATUS              PIC X(1).
               88  PD-CYCLE-RUNNING             VALUE 'R'.
               88  PD-CYCLE-COMPLETE            VALUE 'C'.
      *  WALL-CLOCK YYYYMMDDHHMMSS OF THE LAST CYCLE START AND OF
      *  THE LAST COMPLETION -- FOR THE OPERATOR, NOT THE JOBS.
           05  PD-CYCLE-STARTED-STAMP       PIC X(14).
           05  PD-CYCLE-COMPLETED-STAMP     PIC X(14).
      *  THE DATE THE LAST COMPLETED CYCLE RAN AS OF.
           05  PD-LAST-COMPLETED-DATE       PIC 9(8).
           05  FILLER                       PIC X(35).
