      ***********************************************************
      * CRAPPL.cpy                                                 *
      * New-customer credit application -- one per customer,       *
      * indexed on NW-CUSTOMER-NUMBER (the CRAPPL file). A new     *
      * customer used to be billable the moment CUSTDLD1 added it, *
      * with CD-CREDIT-LIMIT at zero, meaning no limit at all.     *
      * Every customer CUSTDLD1 adds is now pending                *
      * (CD-CUSTOMER-PENDING) and takes no charges until this      *
      * application is approved. The CRAMNT method                 *
      * (CreditApplication.cbl) records the application under the  *
      * requesting operator's id -- the limit and terms asked for, *
      * the bureau score, and up to three trade references -- and  *
      * approves it only for a different operator on the           *
      * CRAAUTH.cpy credit-analyst table whose authority covers    *
      * the limit granted. Approval sets CD-CREDIT-LIMIT and       *
      * CD-TERMS-CODE to the approved figures and makes the        *
      * customer active. A rejected application stays on file as   *
      * the record of the decision, and the customer stays pending *
      * until a fresh application is approved. Batch/CRAPND01.CBL  *
      * lists each week the applications still waiting. Amounts    *
      * are USD. Dates are YYYYMMDD.                               *
      ***********************************************************
       01  CREDIT-APPLICATION-RECORD.
           05  NW-CUSTOMER-NUMBER           PIC 9(9).
           05  NW-APPLICATION-STATUS        PIC X(1).
               88  NW-AWAITING-APPROVAL         VALUE 'P'.
               88  NW-APPROVED                  VALUE 'A'.
               88  NW-REJECTED                  VALUE 'R'.
           05  NW-REQUESTED-LIMIT           PIC S9(13)V9(2) COMP-3.
           05  NW-REQUESTED-TERMS           PIC X(4).
      *
      *  THE COMMERCIAL BUREAU SCORE (AS CB-SCORE IN CRBUREAU.cpy)
      *  THE APPLICATION WAS TAKEN WITH. ZERO MEANS NONE WAS
      *  AVAILABLE FOR A BUSINESS THIS NEW.
      *
           05  NW-BUREAU-SCORE              PIC 9(3).
      *
      *  SUPPLIERS THE CUSTOMER ALREADY BUYS FROM ON CREDIT. AN
      *  UNUSED SLOT IS SPACES.
      *
           05  NW-TRADE-REFERENCE           OCCURS 3 TIMES.
               10  NW-REFERENCE-NAME        PIC X(30).
               10  NW-REFERENCE-PHONE       PIC X(14).
           05  NW-REQUESTED-BY              PIC X(8).
           05  NW-REQUEST-DATE              PIC 9(8).
      *
      *  FILLED IN BY THE ANALYST'S DECISION. THE APPROVED LIMIT
      *  AND TERMS ARE WHAT WENT ONTO CUSTDEMO, WHICH NEED NOT BE
      *  WHAT WAS ASKED FOR.
      *
           05  NW-APPROVED-LIMIT            PIC S9(13)V9(2) COMP-3.
           05  NW-APPROVED-TERMS            PIC X(4).
           05  NW-DECIDED-BY                PIC X(8).
           05  NW-DECISION-DATE             PIC 9(8).
           05  NW-DECISION-REASON           PIC X(60).
