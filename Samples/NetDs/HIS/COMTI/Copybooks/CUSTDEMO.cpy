               10  CD-ADDRESS-STATE         PIC X(2).
               10  CD-ADDRESS-ZIP           PIC X(10).
           05  CD-CUSTOMER-PHONE            PIC X(14).
      *
      *  A NEW CUSTOMER STARTS PENDING -- CUSTDLD1 ADDS EVERY NEW
      *  RECORD AS 'P', AND NOTHING POSTS A CHARGE TO IT UNTIL A
      *  CREDIT ANALYST APPROVES ITS CREDIT APPLICATION
      *  (CRAPPL.cpy) THROUGH CRAMNT, WHICH SETS THE LIMIT AND
      *  TERMS AND MAKES IT 'A'.
      *
           05  CD-CUSTOMER-STATUS           PIC X(1).
               88  CD-CUSTOMER-ACTIVE           VALUE 'A'.
               88  CD-CUSTOMER-CLOSED           VALUE 'C'.
               88  CD-CUSTOMER-PENDING          VALUE 'P'.
      *
      *  USD CREDIT CEILING CHECKED BY CHECKCREDITEXPOSURE BEFORE
      *  NEW CHARGES POST -- ZERO MEANS NO LIMIT IS ENFORCED FOR
      *
           05  CD-STATEMENT-CYCLE           PIC X(1) VALUE '1'.
      *
      *  DEFAULT PAYMENT TERMS (TERMSMST.cpy) -- INVPOST1 STAMPS
      *  THIS CODE AND THE DUE DATE IT GIVES ON EVERY NEW INVOICE.
      *  SPACES, OR A CODE NOT ON THE TERMS MASTER, MEANS NET 30.
      *
           05  CD-TERMS-CODE                PIC X(4) VALUE SPACES.
      *
      *  COLLECTION STATUS -- SET WHEN THE CUSTOMER FILES FOR
      *  BANKRUPTCY OR THE ACCOUNT IS PLACED WITH A COLLECTION
      *  AGENCY. ALWRSV01 RESERVES EVERY OPEN DOLLAR ON A FLAGGED
      *  ACCOUNT AT 100 PERCENT WHATEVER ITS AGE. SPACE IS NORMAL.
      *  AGYPLC01 SETS 'A' WHEN IT PLACES THE ACCOUNT (THE AGENCY
      *  AND PLACEMENT DATE ARE ON AGYPLAC.cpy) AND AGYREM01 CLEARS
      *  IT WHEN THE AGENCY RETURNS THE ACCOUNT; WHILE IT IS SET
      *  THE CUSTOMER GETS NO DUNNING LETTER, FINANCE CHARGE OR
      *  STATEMENT. THE LGLMNT METHOD SETS 'B' WHILE A BANKRUPTCY
      *  IS OPEN ON THE LEGLSTAT.cpy FILE AND 'L' WHILE SOME OTHER
      *  LEGAL HOLD IS, AND CLEARS EITHER WHEN THE CASE CLOSES;
      *  CD-COLLECTION-BARRED KEEPS EVERY COLLECTION JOB OFF THE
      *  ACCOUNT IN THE MEANTIME.
      *
           05  CD-COLLECTION-STATUS         PIC X(1) VALUE SPACE.
               88  CD-COLLECTION-NORMAL         VALUE SPACE.
               88  CD-IN-BANKRUPTCY             VALUE 'B'.
               88  CD-PLACED-WITH-AGENCY        VALUE 'A'.
               88  CD-UNDER-LEGAL-HOLD          VALUE 'L'.
               88  CD-COLLECTION-BARRED         VALUE 'B' 'L'.
      *
      *  'Y' FOR A CUSTOMER WHOSE PAYABLES DEPARTMENT REJECTS ANY
      *  INVOICE THAT DOES NOT QUOTE THEIR PURCHASE ORDER --
      *  INVPOST1 AND THE SENDINV INTAKE REFUSE A CHARGE WITH NO
      *  PO NUMBER FOR THEM, SO IT NEVER REACHES THE CUSTOMER
      *  ONLY TO SIT UNPAID INTO THE OVER-90 BUCKET.
      *
           05  CD-PO-REQUIRED-FLAG          PIC X(1) VALUE 'N'.
               88  CD-PO-NOT-REQUIRED           VALUE 'N'.
               88  CD-PO-REQUIRED               VALUE 'Y'.
      *
      *  OPTIMISTIC-CONCURRENCY STAMP (YYYYMMDDHHMMSS) -- TWO
      *  CLERKS CORRECTING THE SAME CUSTOMER AT ONCE USED TO MEAN
      *  THE SECOND SAVE SILENTLY WIPED THE FIRST, PROVABLE FROM
      *  CLERK RE-READS INSTEAD OF CLOBBERING.
      *
           05  CD-MODIFICATION-STAMP        PIC 9(14) VALUE 0.
      *
      *  THE COMPANY (LEGAL ENTITY, COMPMAST.cpy) THE CUSTOMER IS
      *  BILLED BY -- EVERY INVOICE INVPOST1 ADDS FOR THEM IS
      *  STAMPED WITH IT, AND THEIR STATEMENTS AND LETTERS CARRY
      *  THAT COMPANY'S REMIT-TO. SPACES MEAN THE HOME COMPANY.
      *
           05  CD-COMPANY-CODE              PIC X(2) VALUE SPACES.
      *
      *  USD CREDIT CEILING FOR A WHOLE NATIONAL ACCOUNT -- SET ON
      *  THE PARENT ACCOUNT'S OWN RECORD AND MEANINGLESS ON ANY
      *  OTHER. CD-CREDIT-LIMIT ONLY EVER CAPPED ONE CUSTOMER
      *  NUMBER, SO A PARENT WITH TWELVE DIVISIONS IN ACCTHIER.cpy
      *  COULD RUN UP TWELVE TIMES THE CREDIT APPROVED FOR IT.
      *  CHECKCREDITEXPOSURE ADDS UP THE OPEN EXPOSURE OF THE
      *  PARENT AND EVERY CHILD AND TESTS IT AGAINST THIS AS WELL
      *  AS THE CUSTOMER'S OWN LIMIT; OVRLMT01 REPORTS AND CRHOLD01
      *  HOLDS AT THE GROUP LEVEL. ZERO MEANS NO GROUP LIMIT.
      *
           05  CD-GROUP-CREDIT-LIMIT        PIC S9(13)V9(2) COMP-3
                                             VALUE 0.
      *
      *  STATEMENT STYLE -- STMTGEN1 PRINTS AN OPEN-ITEM STATEMENT
      *  (EVERY OPEN INVOICE) UNLESS THIS SAYS 'B'. A BALANCE-
      *  FORWARD CUSTOMER -- TYPICALLY A SMALL RETAIL ACCOUNT WITH
      *  HUNDREDS OF SMALL INVOICES -- GETS LAST STATEMENT'S CLOSING
      *  BALANCE, THIS PERIOD'S CHARGES, CREDITS AND PAYMENTS AS
      *  ACTIVITY LINES, AND THE NEW BALANCE INSTEAD. SPACE (EVERY
      *  RECORD WRITTEN BEFORE THE FIELD EXISTED) IS OPEN-ITEM.
      *
           05  CD-STATEMENT-STYLE           PIC X(1) VALUE 'O'.
               88  CD-OPEN-ITEM-STATEMENT       VALUE 'O' SPACE.
               88  CD-BALANCE-FORWARD-STATEMENT VALUE 'B'.
      *
      *  BAD ADDRESS -- MAIL THE POST OFFICE HANDS BACK AS
      *  UNDELIVERABLE USED TO GO STRAIGHT BACK OUT THE NEXT CYCLE
      *  TO THE SAME DEAD ADDRESS. RTNMAIL1 SETS 'Y' AND THE DATE
      *  OF THE FIRST RETURN (JULIAN YYYYDDD) WHEN THE MAIL ROOM
      *  KEYS A RETURNED PIECE OR THE POSTAL RETURN FILE REPORTS
      *  ONE; WHILE IT IS SET STMTGEN1, DUNLTR01, AUDCNF01 AND
      *  REFUND01 HOLD THE CUSTOMER'S DOCUMENTS AND LIST THEM ON
      *  THE RETURNED-MAIL SKIP FILE (MAILSKIP.cpy) INSTEAD, AND
      *  THE CUSTOMER'S COLLECTOR RESEARCHES A NEW ADDRESS FROM THE
      *  RTNMAIL1 WORKLIST. CUSTMNT CLEARS BOTH FIELDS THE MOMENT
      *  ANY PART OF THE ADDRESS IS CHANGED.
      *
           05  CD-BAD-ADDRESS-FLAG          PIC X(1) VALUE 'N'.
               88  CD-ADDRESS-GOOD              VALUE 'N' SPACE.
               88  CD-ADDRESS-BAD               VALUE 'Y'.
           05  CD-BAD-ADDRESS-DATE          PIC 9(7) COMP-3
                                             VALUE 0.
