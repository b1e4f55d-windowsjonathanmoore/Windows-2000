      ***********************************************************
      * BKUPPT.cpy                                                 *
      * Verified backup-point record -- a single record naming the *
      * moment the last backup of the journaled files was taken    *
      * and checked. The backup schedule's verification step       *
      * writes it once the copies of INVMAST, CUSTDEMO and the     *
      * payment history have been proved restorable, and           *
      * Batch/CONPNT01.CBL writes it, with the point's name, once  *
      * a consistency point has copied every master cleanly;       *
      * nothing else does. Forward recovery (INVRCVR1, CUSTRCV1)   *
      * only ever needs the journal entries written since that     *
      * moment, so Batch/JRNROLL1.CBL rolls everything older off   *
      * the live journals. A record not marked verified is a       *
      * backup that never proved itself, and the rollover treats   *
      * it the same as no record at all. Date and time are         *
      * YYYYMMDD and HHMMSS, the journal entries' own stamp forms. *
      ***********************************************************
       01  BACKUP-POINT-RECORD.
           05  BP-BACKUP-DATE               PIC 9(8).
           05  BP-BACKUP-TIME               PIC 9(6).
           05  BP-VERIFIED-FLAG             PIC X(1).
               88  BP-BACKUP-VERIFIED           VALUE 'Y'.
      *  SPACES AND ZERO UNLESS THE BACKUP WAS A CONSISTENCY POINT
      *  (CPNTCAT.cpy).
           05  BP-POINT-NAME                PIC X(16).
           05  BP-POINT-SEQUENCE            PIC 9(5).
           05  FILLER                       PIC X(44).
