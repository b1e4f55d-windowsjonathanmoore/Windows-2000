                                             VALUE 0.
      *
      *  SALES TAX COMPUTED WHEN THE INVOICE POSTS (INVPOST1, FROM
      *  THE TAXJURS.cpy JURISDICTION TABLE KEYED OFF THE SHIP-TO
      *  SITE'S OR THE CUSTOMER'S STATE/ZIP -- SEE IM-TAX-STATE
      *  BELOW) AND CARRIED SEPARATELY FROM THE NET AMOUNT --
      *  THE RECEIVABLE IS IM-INVOICE-AMOUNT PLUS THIS.
      *
           05  IM-INVOICE-TAX-AMOUNT        PIC S9(13)V9(2) COMP-3
      *
           05  IM-MODIFICATION-STAMP        PIC 9(14) COMP-3
                                             VALUE 0.
      *
      *  PAYMENT TERMS (TERMSMST.cpy) AND THE DUE DATE THEY GIVE --
      *  STAMPED BY INVPOST1 WHEN THE INVOICE POSTS FROM THE
      *  CUSTOMER'S CD-TERMS-CODE. IM-DUE-DATE IS JULIAN YYYYDDD
      *  LIKE IM-INVOICE-DATE; AGING, DUNNING, FINANCE CHARGES AND
      *  THE CASH FORECAST MEASURE LATENESS FROM IT. ZERO ON
      *  INVOICES POSTED BEFORE THE FIELD EXISTED, WHICH THOSE
      *  JOBS TREAT AS NET 30 FROM THE INVOICE DATE, AS BEFORE.
      *
           05  IM-TERMS-CODE                PIC X(4) VALUE SPACES.
           05  IM-DUE-DATE                  PIC 9(7) COMP-3 VALUE 0.
      *
      *  PROMPT-PAYMENT DISCOUNT EARNED ON THIS INVOICE (TERMSMST
      *  DISCOUNT DAYS/PERCENT), SET BY CASHAPP1 WHEN A RECEIPT
      *  INSIDE THE DISCOUNT WINDOW IS SHORT BY EXACTLY THE
      *  DISCOUNT. THE AMOUNT IS ALSO FOLDED INTO IM-AMOUNT-PAID
      *  SO THE SETTLEMENT ARITHMETIC STILL FOOTS; GLEXTR01 SPLITS
      *  IT BACK OUT OF THE PAID DELTA AS DISCOUNT EXPENSE.
      *
           05  IM-DISCOUNT-TAKEN            PIC S9(13)V9(2) COMP-3
                                             VALUE 0.
      *
      *  THE CUSTOMER'S PURCHASE-ORDER NUMBER AS QUOTED ON THE
      *  TRANSACTION THAT POSTED THE INVOICE. REQUIRED ON CHARGES
      *  FOR A CD-PO-REQUIRED CUSTOMER; PRINTED ON THE STATEMENT,
      *  THE REPRINT, THE OUTBOUND FEED AND THE DUNNING LETTERS SO
      *  THE CUSTOMER'S PAYABLES CAN MATCH IT. SPACES WHEN NONE
      *  WAS GIVEN.
      *
           05  IM-PO-NUMBER                 PIC X(20) VALUE SPACES.
      *
      *  THE SHIPTO.cpy DELIVERY SITE THE CHARGE WAS BILLED FOR
      *  (SPACES = THE BILL-TO ADDRESS), AND THE TAXJURS.cpy
      *  JURISDICTION INVPOST1 ACTUALLY RATED IT IN -- THE STATE,
      *  PLUS THE ZIP WHEN A ZIP-LEVEL RATE APPLIED (SPACES WHEN
      *  THE STATE-LEVEL DEFAULT DID). TAXRPT01 REMITS BY THESE.
      *  SPACES ON INVOICES POSTED BEFORE THE FIELDS EXISTED AND
      *  ON ANYTHING THAT CARRIED NO TAX LOOKUP (CREDIT MEMOS,
      *  REFUND AND ESCHEAT OFFSETS).
      *
           05  IM-SHIP-TO-ID                PIC X(4) VALUE SPACES.
           05  IM-TAX-STATE                 PIC X(2) VALUE SPACES.
           05  IM-TAX-ZIP                   PIC X(10) VALUE SPACES.
      *
      *  THE ORIGINAL ACTIVITY DATE (JULIAN YYYYDDD) OF A CHARGE OR
      *  ADJUSTMENT THAT WAS DATED INTO A CLOSED FISCAL PERIOD AND
      *  POSTED IN THE FIRST OPEN ONE INSTEAD (PERCTL.cpy). THE
      *  INVOICE DATE IS THE POSTING DATE; THE DUE DATE STILL RUNS
      *  FROM THIS ONE. ZERO WHEN THE INVOICE POSTED AS DATED.
      *
           05  IM-ORIGINAL-ACTIVITY-DATE    PIC 9(7) COMP-3 VALUE 0.
      *
      *  THE COMPANY (LEGAL ENTITY, COMPMAST.cpy) THE INVOICE WAS
      *  BILLED UNDER -- THE BILLING CUSTOMER'S COMPANY WHEN
      *  INVPOST1 ADDED IT. SPACES ON INVOICES POSTED BEFORE THE
      *  FIELD EXISTED, WHICH BELONG TO THE HOME COMPANY '01'.
      *
           05  IM-COMPANY-CODE              PIC X(2) VALUE SPACES.
      *
      *  THE DAY (JULIAN YYYYDDD) INVPOST1 VOIDED THE INVOICE --
      *  A VOID KEEPS ITS BILLING DATE IN IM-INVOICE-DATE, SO THIS
      *  IS WHAT PUTS THE REVERSAL IN THE RIGHT STATEMENT PERIOD.
      *  ZERO ON EVERYTHING NOT VOIDED, AND ON INVOICES VOIDED
      *  BEFORE THE FIELD EXISTED.
      *
           05  IM-VOID-DATE                 PIC 9(7) COMP-3 VALUE 0.
      *
      *  A SHORT-PAY INSIDE CASHAPP1'S TOLERANCE THAT SETTLED THE
      *  INVOICE ANYWAY -- FOLDED INTO IM-AMOUNT-PAID LIKE THE
      *  DISCOUNT, AND KEPT HERE SO IT CAN BE TOLD APART FROM CASH.
      *  IM-ALLOWANCE-DATE IS THE APPLICATION DATE ON WHICH THE
      *  DISCOUNT OR THE ABSORBED AMOUNT SETTLED THE INVOICE; A
      *  BALANCE-FORWARD STATEMENT CREDITS BOTH IN THAT PERIOD.
      *  ZERO WHEN NEITHER WAS GIVEN.
      *
           05  IM-SHORTPAY-ABSORBED         PIC S9(13)V9(2) COMP-3
                                             VALUE 0.
           05  IM-ALLOWANCE-DATE            PIC 9(7) COMP-3 VALUE 0.
