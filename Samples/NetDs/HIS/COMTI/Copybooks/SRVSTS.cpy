      ***********************************************************
      * SRVSTS.cpy                                                 *
      * Reply area of the socket server status inquiry             *
      * (ServerStatus.cbl, PROGRAM-ID SRVSTAT) -- what the         *
      * monitoring team's tools poll through COMTI or the SRVS     *
      * transaction instead of browsing TS and TD queues by hand.  *
      * Every field is display, so a tool can read the reply as    *
      * text. SS-ACTIVE-TASK-COUNT is CICSCS's QSCEACT drain       *
      * counter; SS-QUIESCE-STATE is 'Q' while CICSQSC's quiesce   *
      * is on, 'N' otherwise. The live-session figures come from   *
      * the SESSnnnn queues CICSCS keeps per socket, the oldest    *
      * session's age in seconds with its userid; the checkpoint   *
      * count is the CKPTnnnn receive checkpoints still on TS.     *
      * SS-SERVER-ENTRY carries today's SRVCTR.cpy totals for      *
      * CICSCS, IMSEXPL and RCV50K, in that order, with            *
      * SS-SRV-COUNTED 'N' when the server has not counted         *
      * anything today. SS-USERID-ENTRY lists the userids with     *
      * live sessions on LOGONCTL; SS-USERID-OVERFLOW is 'Y' when  *
      * more userids had sessions than the table holds.            *
      ***********************************************************
       01  SERVER-STATUS-REPLY.
           05  SS-INQUIRY-DATE              PIC 9(8).
           05  SS-INQUIRY-TIME              PIC 9(6).
           05  SS-ACTIVE-TASK-COUNT         PIC 9(5).
           05  SS-QUIESCE-STATE             PIC X(1).
               88  SS-QUIESCE-ON                VALUE 'Q'.
               88  SS-QUIESCE-OFF               VALUE 'N'.
           05  SS-LIVE-SESSION-COUNT        PIC 9(5).
           05  SS-OLDEST-SESSION-SECONDS    PIC 9(7).
           05  SS-OLDEST-SESSION-USERID     PIC X(8).
           05  SS-CHECKPOINT-QUEUE-COUNT    PIC 9(5).
           05  SS-SERVER-ENTRY              OCCURS 3 TIMES.
               10  SS-SRV-NAME              PIC X(8).
               10  SS-SRV-COUNTED           PIC X(1).
               10  SS-SRV-REQUESTS-TODAY    PIC 9(9).
               10  SS-SRV-ERRORS-TODAY      PIC 9(9).
               10  SS-SRV-LAST-ACTIVITY     PIC 9(6).
           05  SS-USERID-COUNT              PIC 9(4).
           05  SS-USERID-OVERFLOW           PIC X(1).
           05  SS-USERID-ENTRY              OCCURS 50 TIMES.
               10  SS-USR-USERID            PIC X(8).
               10  SS-USR-LIVE-SESSIONS     PIC 9(4).
