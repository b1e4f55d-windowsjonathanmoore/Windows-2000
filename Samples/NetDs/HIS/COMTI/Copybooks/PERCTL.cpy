      ***********************************************************
      * PERCTL.cpy                                                 *
      * Accounting period control record -- one per fiscal period  *
      * (YYYYMM; our fiscal periods are calendar months), indexed  *
      * on the period. Nothing stopped INVPOST1, CASHAPP1,         *
      * FINCHG01 or WRTOFF01 from posting activity dated into a    *
      * month finance had already closed and reported. Every       *
      * posting job now asks LookupPeriodStatus.cbl about an       *
      * activity's date: a period with no record, or one that is   *
      * open or closing, takes the activity as dated; a closed     *
      * period either rejects it or moves it to the first day of   *
      * the first period that is not closed, as                    *
      * PC-LATE-ACTIVITY-RULE on the closed period says -- the     *
      * original date is kept on the posted record for reference.  *
      * A period goes to closing when CYCCHK01 passes and when     *
      * ARSNAP01 snaps it (RecordPeriodCheck.cbl stamps each);     *
      * Batch/PERCLS01.CBL locks it closed only when both stamps   *
      * are present, and records who closed it. No control file on *
      * the system means every period is open, as before.          *
      ***********************************************************
       01  PERIOD-CONTROL-RECORD.
           05  PC-FISCAL-PERIOD             PIC 9(6).
           05  PC-PERIOD-STATUS             PIC X(1).
               88  PC-PERIOD-OPEN               VALUE 'O'.
               88  PC-PERIOD-CLOSING            VALUE 'C'.
               88  PC-PERIOD-CLOSED             VALUE 'X'.
           05  PC-LATE-ACTIVITY-RULE        PIC X(1).
               88  PC-REJECT-LATE-ACTIVITY      VALUE 'R'.
               88  PC-MOVE-LATE-ACTIVITY        VALUE 'M'.
      *
      *  THE CLOSE-READINESS STAMPS (YYYYMMDD) -- THE DAY CYCCHK01
      *  FOUND EVERY STATEMENT CYCLE RUN FOR THE PERIOD, AND THE
      *  DAY ARSNAP01 TOOK ITS TRIAL-BALANCE SNAPSHOT. ZERO UNTIL
      *  THE CHECK HAS PASSED.
      *
           05  PC-CYCLE-CHECK-DATE          PIC 9(8).
           05  PC-SNAPSHOT-DATE             PIC 9(8).
      *
      *  WHO LOCKED THE PERIOD AND WHEN -- FROM THE PERCLS01 CLOSE
      *  CARD, STAMPED WITH THE RUN'S DATE AND TIME.
      *
           05  PC-CLOSED-BY                 PIC X(8).
           05  PC-CLOSED-DATE               PIC 9(8).
           05  PC-CLOSED-TIME               PIC 9(6).
           05  FILLER                       PIC X(34).
