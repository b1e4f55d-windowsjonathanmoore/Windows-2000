      ***********************************************************
      * CONTROW.cpy                                                *
      * Canonical CONTACT-ROW layout for the COMTI methods that    *
      * expose customer contacts (CONTMNT, CUST360) -- one         *
      * CUSTCONT.cpy contact less the customer number the reply    *
      * already carries. Written at the 15 level so it drops in    *
      * under a 10-level CONTACT-ROW group, as INVROW.cpy does.    *
      ***********************************************************
           15  CONTACT-SEQUENCE             PIC 9(3).
           15  CONTACT-ROLE                 PIC X(1).
           15  CONTACT-NAME                 PIC X(30).
           15  CONTACT-TITLE                PIC X(30).
           15  CONTACT-PHONE                PIC X(14).
           15  CONTACT-EMAIL                PIC X(60).
           15  CONTACT-STATUS               PIC X(1).
      *
      *  THE STAMP A CLIENT HANDS BACK ON ITS NEXT UPDATE OR
      *  DELETE SO CONTMNT CAN REFUSE A CHANGE BUILT ON A STALE
      *  READ.
      *
           15  CONTACT-MODIFICATION-STAMP   PIC 9(14).
