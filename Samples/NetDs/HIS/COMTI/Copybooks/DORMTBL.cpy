      ***********************************************************
      * DORMTBL.cpy                                                *
      * Unclaimed-property dormancy record -- one per state,       *
      * indexed on the customer's ADDRESS-STATE from the           *
      * CUSTDEMO.cpy demographic master, the TAXJURS.cpy idea. A   *
      * record with DM-STATE of spaces is the default row UNCLM01  *
      * falls back to for a state not loaded. DM-DORMANCY-YEARS is *
      * how long a credit may sit with no customer activity       *
      * before it must be reported to the state; a due-diligence   *
      * letter goes to the owner first when the property is at or  *
      * over DM-LETTER-MINIMUM. Maintained by Batch/DRMLOAD1.CBL.  *
      ***********************************************************
       01  DORMANCY-TABLE-RECORD.
           05  DM-STATE                     PIC X(2).
           05  DM-DORMANCY-YEARS            PIC 9(2).
           05  DM-LETTER-MINIMUM            PIC S9(5)V9(2) COMP-3.
           05  DM-STATE-NAME                PIC X(20).
