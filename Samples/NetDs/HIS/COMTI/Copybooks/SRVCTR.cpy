      ***********************************************************
      * SRVCTR.cpy                                                 *
      * Server activity counter record -- one per socket server,   *
      * keyed on the server's program name, carrying today's       *
      * request and error totals for the status inquiry            *
      * (ServerStatus.cbl). CICSCS and RCV50K keep theirs on the   *
      * SRVCTR CICS file, adding to it as each task ends. IMSEXPL  *
      * runs outside CICS, so it keeps the same record on its own  *
      * IMSCTR file through ordinary COBOL I/O (the way it already *
      * reads TCPCFG); the region reads that file as CICS file     *
      * IMSCTR, read-only. The first update on a new day starts    *
      * the totals over: SC-COUNT-DATE is the day the counts       *
      * belong to. A request is one reply sent (CICSCS), one       *
      * conversation (RCV50K) or one message (IMSEXPL); an error   *
      * is a task that ended on a failure or sent a NAK.           *
      ***********************************************************
       01  SERVER-COUNTER-RECORD.
           05  SC-SERVER-NAME               PIC X(8).
           05  SC-COUNT-DATE                PIC 9(8).
           05  SC-REQUEST-COUNT             PIC 9(9).
           05  SC-ERROR-COUNT               PIC 9(9).
           05  SC-LAST-ACTIVITY-TIME        PIC 9(6).
