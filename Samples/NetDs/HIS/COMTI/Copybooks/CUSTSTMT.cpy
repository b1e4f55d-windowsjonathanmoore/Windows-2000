      * top of each customer's month-end statement -- same trimmed- *
      * extract idea as SENTINV.cpy/CUSTXTRCT.cpy, carrying just    *
      * the CUSTDATA.cpy fields a statement actually prints.        *
      * ST-COMPANY-CODE is the customer's CUSTDEMO.cpy company      *
      * (spaces = the home company '01'), whose COMPMAST.cpy        *
      * remit-to the statement prints.                              *
      * ST-COLLECTION-STATUS is CD-COLLECTION-STATUS -- an account  *
      * AGYPLC01 has placed with a collection agency, or one LGLMNT *
      * has barred for a bankruptcy or other legal hold             *
      * (ST-COLLECTION-BARRED), gets no statement from STMTGEN1 and *
      * no letter from DUNLTR01, and stays off the COLWRK01         *
      * worklist while barred.                                      *
      * ST-STATEMENT-STYLE is CD-STATEMENT-STYLE -- 'B' gets a      *
      * balance-forward statement from STMTGEN1 instead of the      *
      * open-item one.                                              *
      * ST-BAD-ADDRESS-FLAG/-DATE are CD-BAD-ADDRESS-FLAG/-DATE --  *
      * a customer whose mail has come back undeliverable           *
      * (ST-ADDRESS-BAD) gets no statement, letter or confirmation  *
      * until CUSTMNT corrects the address; the document is listed  *
      * on the returned-mail skip file (MAILSKIP.cpy) instead.      *
      ***********************************************************
       01  STATEMENT-CUSTOMER-RECORD.
           05  ST-CUSTOMER-NUMBER           PIC 9(9).
           05  ST-CUSTOMER-STATUS           PIC X(1).
               88  ST-CUSTOMER-ACTIVE       VALUE 'A'.
               88  ST-CUSTOMER-CLOSED       VALUE 'C'.
           05  ST-COMPANY-CODE              PIC X(2).
           05  ST-COLLECTION-STATUS         PIC X(1).
               88  ST-COLLECTION-NORMAL         VALUE SPACE.
               88  ST-IN-BANKRUPTCY             VALUE 'B'.
               88  ST-PLACED-WITH-AGENCY        VALUE 'A'.
               88  ST-UNDER-LEGAL-HOLD          VALUE 'L'.
               88  ST-COLLECTION-BARRED         VALUE 'B' 'L'.
           05  ST-STATEMENT-STYLE           PIC X(1).
               88  ST-OPEN-ITEM-STATEMENT       VALUE 'O' SPACE.
               88  ST-BALANCE-FORWARD-STATEMENT VALUE 'B'.
           05  ST-BAD-ADDRESS-FLAG          PIC X(1).
               88  ST-ADDRESS-BAD               VALUE 'Y'.
           05  ST-BAD-ADDRESS-DATE          PIC 9(7).
