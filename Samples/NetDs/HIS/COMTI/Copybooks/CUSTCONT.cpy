      ***********************************************************
      * CUSTCONT.cpy                                               *
      * Customer contact master -- several named contacts per      *
      * customer, indexed on customer number plus a contact        *
      * sequence number (the CUSTCONT CICS file). CUSTDEMO.cpy     *
      * holds one name and one phone, but a real account has an    *
      * AP clerk, a controller and a disputes contact, and the     *
      * collectors were keeping their own lists. Each contact      *
      * carries a role: B billing (STMTGEN1 addresses statements   *
      * to it), A accounts payable (DUNLTR01 reminders and         *
      * demands), E escalation (DUNLTR01 final notices) and D      *
      * disputes. When a customer has more than one active         *
      * contact in a role, the lowest sequence number is the one   *
      * used. Maintained online by CONTMNT, which journals every   *
      * change through WRITECONTJOURNAL for CONTRCV1 to replay;    *
      * CUST360 returns the list with its reply. An inactive       *
      * contact stays on file for the history but is never         *
      * addressed. CC-MODIFICATION-STAMP is the YYYYMMDDHHMMSS     *
      * stamp CONTMNT's stale-update guard checks, as on CUSTDEMO. *
      ***********************************************************
       01  CUSTOMER-CONTACT-RECORD.
           05  CC-KEY.
               10  CC-CUSTOMER-NUMBER       PIC 9(9).
               10  CC-CONTACT-SEQUENCE      PIC 9(3).
           05  CC-CONTACT-ROLE              PIC X(1).
               88  CC-ROLE-BILLING              VALUE 'B'.
               88  CC-ROLE-ACCOUNTS-PAYABLE     VALUE 'A'.
               88  CC-ROLE-ESCALATION           VALUE 'E'.
               88  CC-ROLE-DISPUTES             VALUE 'D'.
               88  CC-ROLE-VALID                VALUE 'B' 'A' 'E' 'D'.
           05  CC-CONTACT-NAME              PIC X(30).
           05  CC-CONTACT-TITLE             PIC X(30).
           05  CC-CONTACT-PHONE             PIC X(14).
           05  CC-CONTACT-EMAIL             PIC X(60).
           05  CC-CONTACT-STATUS            PIC X(1).
               88  CC-CONTACT-ACTIVE            VALUE 'A'.
               88  CC-CONTACT-INACTIVE          VALUE 'I'.
           05  CC-MODIFICATION-STAMP        PIC 9(14).
