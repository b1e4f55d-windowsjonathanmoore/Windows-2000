               88  TR-ACTION-ADD                VALUE 'A'.
               88  TR-ACTION-ADJUST             VALUE 'J'.
               88  TR-ACTION-VOID               VALUE 'V'.
               88  TR-ACTION-REBILL             VALUE 'B'.
           05  TR-CUSTOMER-NUMBER           PIC 9(9).
           05  TR-INVOICE-NUMBER            PIC 9(10).
           05  TR-INVOICE-DATE              PIC 9(7) COMP-3.
      *
           05  TR-SUBMISSION-ID             PIC X(13).
      *
      *  THE CUSTOMER'S PURCHASE-ORDER NUMBER, CARRIED ONTO
      *  IM-PO-NUMBER. INVPOST1 REJECTS A CHARGE WITHOUT ONE FOR A
      *  CUSTOMER FLAGGED CD-PO-REQUIRED. SPACES OTHERWISE.
      *
           05  TR-PO-NUMBER                 PIC X(20).
      *
      *  THE CUSTOMER'S DELIVERY SITE (SHIPTO.cpy) -- INVPOST1
      *  TAXES A CHARGE WHERE THE GOODS GO, AND FALLS BACK TO THE
      *  BILL-TO ADDRESS WHEN THIS IS SPACES.
      *
           05  TR-SHIP-TO-ID                PIC X(4).
      *
      *  THE DATE THE ACTIVITY WAS ORIGINALLY DATED WHEN IT FELL
      *  INTO A CLOSED FISCAL PERIOD (PERCTL.cpy) AND WAS MOVED TO
      *  THE FIRST OPEN ONE -- TR-INVOICE-DATE THEN CARRIES THE
      *  POSTING DATE. ZERO WHEN THE ACTIVITY POSTED AS DATED.
      *
           05  TR-ORIGINAL-ACTIVITY-DATE    PIC 9(7) COMP-3.
      *
      *  THE COMPANY (COMPMAST.cpy) THE ACTIVITY IS FOR. SPACES
      *  LET INVPOST1 TAKE IT FROM THE CUSTOMER ON AN ADD AND
      *  FROM THE INVOICE ON AN ADJUSTMENT; A CODE THAT DISAGREES
      *  WITH EITHER IS REJECTED RATHER THAN MIXING ENTITIES.
      *
           05  TR-COMPANY-CODE              PIC X(2).
      *
      *  THE USERID THAT ASKED FOR AN ADJUSTMENT. AN ADJUST THAT
      *  MOVES THE RECEIVABLE BY MORE THAN THE POSTING LIMIT IS
      *  HELD ON ADJPEND.cpy UNDER THIS ID UNTIL A DIFFERENT
      *  USERID APPROVES IT, AND ONE WITHOUT AN ID CANNOT BE HELD
      *  AND IS REJECTED. SPACES ON EVERY OTHER TRANSACTION.
      *
           05  TR-REQUESTED-BY              PIC X(8).
      *
      *  THE NUMBER OF MONTHS OF SERVICE A CHARGE BILLS IN ADVANCE
      *  (BILLGEN1 SETS 3 FOR A QUARTERLY SCHEDULE, 12 FOR AN
      *  ANNUAL ONE). INVPOST1 DEFERS A CHARGE COVERING MORE THAN
      *  ONE MONTH ONTO THE DEFREV.cpy RECOGNITION SCHEDULE RATHER
      *  THAN LETTING IT ALL REACH REVENUE ON THE INVOICE DATE.
      *  ZERO (OR 1) IS EARNED WHEN BILLED, AS BEFORE.
      *
           05  TR-SERVICE-MONTHS            PIC 9(2).
      *
      *  THE CHARGE A CREDIT MEMO IS ISSUED AGAINST (SAME
      *  CUSTOMER). WHEN THAT CHARGE IS STILL BEING RECOGNIZED THE
      *  CREDIT COMES OFF ITS UNRECOGNIZED BALANCE FIRST. ZERO WHEN
      *  THE CREDIT IS NOT TIED TO ONE CHARGE.
      *
           05  TR-APPLIES-TO-INVOICE        PIC 9(10).
      *
      *  ON A RE-BILL (ACTION B) TR-INVOICE-NUMBER IS THE CHARGE
      *  BEING REPLACED; INVPOST1 VOIDS IT AND POSTS THE
      *  REPLACEMENT UNDER A NEW NUMBER FROM CREATEINVOICENUMBER.
      *  THIS IS THE CUSTOMER THE REPLACEMENT IS BILLED TO -- ZERO
      *  RE-BILLS THE SAME CUSTOMER. FIELDS LEFT ZERO OR BLANK ON
      *  A RE-BILL ARE TAKEN FROM THE ORIGINAL INVOICE.
      *
           05  TR-REBILL-CUSTOMER-NUMBER    PIC 9(9).
      *
      *  Control-record view of the same file -- a transfer that
      *  dropped the last thousand records used to post cleanly
      *  and the gap surfaced at month-end. A controlled posting
