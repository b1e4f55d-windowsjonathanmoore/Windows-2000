      ***********************************************************
      * ONLNQSC.cpy                                                *
      * Online freeze-state record -- the one record CICSQSC keeps *
      * for batch to read, since the QSCECTL quiesce switch and    *
      * the QSCEACT drain counter live in temporary storage no     *
      * batch job can see (the BCHSTAT.cpy arrangement the other   *
      * way round). The FREEZE command writes it once the region   *
      * has drained and the online masters it lists are closed;    *
      * THAW rewrites it when the files are reopened and the       *
      * quiesce lifted. Batch/CONPNT01.CBL will only take a        *
      * consistency point while it says frozen, with every listed  *
      * file closed. Keyed on OQ-RECORD-KEY, always 'REGION'. Date *
      * and time are the region's YYYYMMDD and HHMMSS.             *
      ***********************************************************
       01  ONLINE-QUIESCE-RECORD.
           05  OQ-RECORD-KEY                PIC X(8).
           05  OQ-FREEZE-STATE              PIC X(1).
               88  OQ-REGION-FROZEN             VALUE 'F'.
               88  OQ-REGION-OPEN               VALUE 'O'.
           05  OQ-STATE-DATE                PIC 9(8).
           05  OQ-STATE-TIME                PIC 9(6).
      *  THE OPERATOR TERMINAL THAT ISSUED THE COMMAND.
           05  OQ-TERMINAL-ID               PIC X(4).
      *  HOW MANY OF THE LISTED ONLINE MASTERS THE COMMAND CLOSED
      *  (FREEZE) OR REOPENED (THAW), OUT OF HOW MANY IT LISTS.
           05  OQ-FILES-LISTED              PIC 9(3).
           05  OQ-FILES-DONE                PIC 9(3).
           05  FILLER                       PIC X(47).
