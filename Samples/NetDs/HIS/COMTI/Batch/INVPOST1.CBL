      * EVERY TRANSACTION GETS ONE LINE ON THE CONTROL REPORT,       *
      * APPLIED OR REJECTED WITH A REASON, PLUS THE USUAL SUMMARY    *
      * COUNTS -- SAME TWO-PART REPORT SHAPE AS CUSTLOAD1'S.         *
      * AN ADJUST THAT MOVES THE RECEIVABLE BY MORE THAN THE         *
      * POSTPARM ADJUST LIMIT (USD, DEFAULT 10,000.00) IS HELD ON    *
      * ADJPEND (ADJPEND.cpy) FOR A SECOND USERID TO APPROVE THROUGH *
      * THE ADJMNT METHOD, AND APPROVED ITEMS POST AT THE START OF   *
      * THE NEXT RUN.                                                *
      * A CHARGE BILLED IN ADVANCE FOR MORE THAN ONE MONTH OF        *
      * SERVICE GOES ONTO THE DEFREV RECOGNITION SCHEDULE            *
      * (DEFREV.cpy) WITH ITS REVENUE MOVED TO DEFERRED REVENUE ON   *
      * THE GLFEED SIDE FEED, AND A CREDIT MEMO AGAINST IT OR A VOID *
      * OF IT TAKES THE UNRECOGNIZED BALANCE BACK OUT.               *
      * A USD CHARGE WHOSE UNIT PRICE IS NEITHER THE CUSTOMER'S      *
      * CONTRACT PRICE IN EFFECT (CONTRPRC.cpy) NOR, FAILING ONE,    *
      * THE PRODMAST LIST PRICE POSTS BUT IS LISTED AS A PRICING     *
      * EXCEPTION.                                                   *
      * A RE-BILL (ACTION B) VOIDS A CHARGE AND POSTS ITS            *
      * REPLACEMENT UNDER A NEW NUMBER IN ONE STEP, CARRYING ANY     *
      * PAYMENT ALREADY APPLIED ACROSS, AND RECORDS THE LINK BOTH    *
      * WAYS ON INVLINK (INVLINK.cpy). PAYMENT BEYOND WHAT A CHEAPER *
      * REPLACEMENT COSTS GOES TO THE ORIGINAL CUSTOMER'S ON-ACCOUNT *
      * BALANCE (ONACCT.cpy).                                        *
      * A CHARGE FOR A CUSTOMER STILL PENDING CREDIT APPROVAL        *
      * (CD-CUSTOMER-PENDING) IS REJECTED UNTIL CRAMNT ACTIVATES IT. *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPOST1.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-SUBSTAT-STATUS.
           SELECT PAYMENT-TERMS-FILE ASSIGN TO TERMSMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-TERMS-CODE
               FILE STATUS IS WS-TERMS-STATUS.
           SELECT SHIP-TO-FILE ASSIGN TO SHIPTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-SHIP-TO-STATUS.
           SELECT ADJUST-PENDING-FILE ASSIGN TO ADJPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-KEY
               FILE STATUS IS WS-ADJPEND-STATUS.
           SELECT POSTING-PARM-FILE ASSIGN TO POSTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DEFERRED-REVENUE-FILE ASSIGN TO DEFREV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-DEFREV-STATUS.
           SELECT GL-SIDE-FEED-FILE ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT CONTRACT-PRICE-FILE ASSIGN TO CONTRPRC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT INVOICE-LINK-FILE ASSIGN TO INVLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LINK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBMISSION-STATUS-FILE.
           COPY SUBSTAT.

       FD  PAYMENT-TERMS-FILE.
           COPY TERMSMST.

       FD  SHIP-TO-FILE.
           COPY SHIPTO.

       FD  ADJUST-PENDING-FILE.
           COPY ADJPEND.

       FD  POSTING-PARM-FILE.
       01  POSTING-PARM-RECORD.
           05  PP-ADJUST-LIMIT               PIC 9(11)V9(2).
           05  FILLER                        PIC X(67).

       FD  DEFERRED-REVENUE-FILE.
           COPY DEFREV.

       FD  GL-SIDE-FEED-FILE.
           COPY GLFEED.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  CONTRACT-PRICE-FILE.
           COPY CONTRPRC.

       FD  INVOICE-LINK-FILE.
           COPY INVLINK.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-TRANSACTIONS       VALUE 'Y'.
       01  WS-TAX-RATE                       PIC V9(5) COMP-3.
       01  WS-TAX-AMOUNT                     PIC S9(13)V9(2) COMP-3.

      *  TAX IS OWED WHERE THE GOODS ARE DELIVERED -- A CHARGE
      *  QUOTING A SHIPTO SITE IS RATED ON THE SITE'S STATE/ZIP,
      *  ONE QUOTING NONE ON THE CUSTOMER'S BILL-TO ADDRESS, AS
      *  BEFORE. A SITE THAT IS NOT ON FILE OR HAS BEEN CLOSED
      *  REJECTS THE TRANSACTION RATHER THAN QUIETLY TAXING THE
      *  WRONG STATE. NO SHIP-TO FILE ON THE SYSTEM MEANS EVERY
      *  CHARGE IS TAXED AT THE BILL-TO ADDRESS, THE USUAL
      *  OPTIONAL-FILE CONVENTION. THE JURISDICTION ACTUALLY
      *  RATED IS STAMPED ON THE MASTER FOR TAXRPT01.
       01  WS-SHIP-TO-STATUS                 PIC X(2).
           88  WS-SHIP-TO-STATUS-OK          VALUE '00'.
       01  WS-SHIP-TO-FILE-FLAG              PIC X VALUE 'N'.
           88  WS-SHIP-TO-FILE-PRESENT       VALUE 'Y'.
       01  WS-SHIP-TO-FOUND-FLAG             PIC X.
           88  WS-SHIP-TO-FOUND              VALUE 'Y'.
       01  WS-TAX-LOC-STATE                  PIC X(2).
       01  WS-TAX-LOC-ZIP                    PIC X(10).
       01  WS-TAXED-STATE                    PIC X(2).
       01  WS-TAXED-ZIP                      PIC X(10).

       01  WS-MASTER-FOUND-FLAG              PIC X.
           88  WS-MASTER-FOUND               VALUE 'Y'.


       01  WS-REJECT-REASON                  PIC X(40).

      *  DUAL APPROVAL OF LARGE ADJUSTMENTS -- AN ADJUST THAT MOVES
      *  THE RECEIVABLE BY MORE THAN WS-ADJUST-LIMIT (USD, EITHER
      *  DIRECTION) IS HELD ON ADJPEND UNDER ITS REQUESTER'S ID
      *  INSTEAD OF POSTED, AND POSTS ONLY ONCE A SECOND USERID HAS
      *  APPROVED IT THROUGH THE ADJMNT METHOD. APPROVED ITEMS ARE
      *  RELEASED AT THE START OF THE NEXT RUN, AHEAD OF THE DAY'S
      *  FILE. THE LIMIT COMES FROM THE OPTIONAL POSTPARM CARD.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-ADJPEND-STATUS                 PIC X(2).
           88  WS-ADJPEND-STATUS-OK          VALUE '00'.
       01  WS-ADJPEND-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-NO-MORE-PENDING            VALUE 'Y'.
       01  WS-ADJUST-LIMIT                   PIC S9(11)V9(2) COMP-3
                                              VALUE 10000.00.
       01  WS-ADJUST-CHANGE                  PIC S9(13)V9(2) COMP-3.
       01  WS-ADJUST-OLD-VALUE               PIC S9(13)V9(2) COMP-3.
       01  WS-ADJUST-NEW-VALUE               PIC S9(13)V9(2) COMP-3.
       01  WS-ADJUST-HELD-FLAG               PIC X VALUE 'N'.
           88  WS-ADJUST-HELD                VALUE 'Y'.
       01  WS-RELEASING-FLAG                 PIC X VALUE 'N'.
           88  WS-RELEASING-APPROVED         VALUE 'Y'.
       01  WS-RELEASED-STAMP                 PIC 9(14) COMP-3.

      *  A CHARGE BILLED IN ADVANCE FOR MORE THAN ONE MONTH OF
      *  SERVICE (TR-SERVICE-MONTHS) IS NOT ALL EARNED ON THE
      *  INVOICE DATE. ITS REVENUE PORTION GOES ONTO A DEFREV.cpy
      *  RECOGNITION SCHEDULE AND A DEFR ENTRY ON THE GLFEED SIDE
      *  FEED MOVES IT FROM REVENUE TO DEFERRED REVENUE; REVREC01
      *  RELEASES IT MONTH BY MONTH. A CREDIT MEMO AGAINST SUCH A
      *  CHARGE, OR A VOID OF IT, TAKES WHAT IS STILL UNRECOGNIZED
      *  BACK OUT AS A DRVS ENTRY. WITH NO SIDE FEED TO WRITE TO
      *  THE CHARGE POSTS EARNED, AS BEFORE.
       01  WS-DEFREV-STATUS                  PIC X(2).
           88  WS-DEFREV-STATUS-OK           VALUE '00'.
       01  WS-FEED-STATUS                    PIC X(2).
           88  WS-FEED-STATUS-OK             VALUE '00'.
       01  WS-FEED-OPEN-FLAG                 PIC X VALUE 'N'.
           88  WS-FEED-OPEN                  VALUE 'Y'.
       01  WS-DEFER-USD-AMOUNT               PIC S9(13)V9(2) COMP-3.
       01  WS-DEFER-TAX-USD                  PIC S9(13)V9(2) COMP-3.
       01  WS-DEFER-REMAINING                PIC S9(13)V9(2) COMP-3.
       01  WS-REVERSE-LIMIT                  PIC S9(13)V9(2) COMP-3.
       01  WS-REVERSE-AMOUNT                 PIC S9(13)V9(2) COMP-3.
       01  WS-REVERSE-INVOICE-NUMBER         PIC 9(10).
       01  WS-DEFER-DATE                     PIC 9(8).
       01  WS-DEFER-DATE-PARTS REDEFINES WS-DEFER-DATE.
           05  WS-DEFER-PERIOD               PIC 9(6).
           05  FILLER                        PIC 9(2).
       01  WS-CURRENT-PERIOD                 PIC 9(6).

      *  THE COMPANY (COMPMAST.cpy) AN INVOICE IS BILLED UNDER.
      *  SPACES ON A CUSTOMER, TRANSACTION OR OLDER INVOICE MEAN
      *  THE HOME COMPANY.
       01  WS-HOME-COMPANY-CODE              PIC X(2) VALUE '01'.
       01  WS-POSTING-COMPANY-CODE           PIC X(2).

      *  A CUSTOMER FLAGGED CD-PO-REQUIRED GETS NO CHARGE WITHOUT A
      *  PURCHASE-ORDER NUMBER -- EXCEPT THE HOUSE CHARGES THIS
      *  SUITE RAISES ITSELF (FINANCE CHARGES, REFUND AND ESCHEAT
      *  OFFSETS), WHICH NO CUSTOMER ISSUES A PO FOR.
       01  WS-PO-PRODUCT-CODE                PIC X(12).
           88  WS-HOUSE-CHARGE               VALUE 'FINCHARGE'
                                                   'REFUND'
                                                   'ESCHEAT'.

      *
      *  INCREMENTAL OPEN-BALANCE SUMMARY MAINTENANCE -- EVERY
      *  MASTER CHANGE THIS JOB JOURNALS ALSO MOVES THE CUSTOMER'S
       01  WS-SUBSTAT-FOUND-FLAG             PIC X.
           88  WS-SUBSTAT-FOUND              VALUE 'Y'.

      *  EVERY NEW CHARGE IS STAMPED WITH THE CUSTOMER'S DEFAULT
      *  TERMS CODE AND THE DUE DATE ITS NET DAYS GIVE, SO THE
      *  AGING, DUNNING, FINANCE-CHARGE AND FORECAST JOBS STOP
      *  ASSUMING EVERYONE IS ON NET 30. A CUSTOMER WITH NO TERMS
      *  CODE, A CODE NOT ON THE MASTER, OR NO TERMS MASTER ON THE
      *  SYSTEM AT ALL IS NET 30 -- THE OLD ASSUMPTION, NOW MADE
      *  EXPLICIT ON THE RECORD.
       01  WS-TERMS-STATUS                   PIC X(2).
           88  WS-TERMS-STATUS-OK            VALUE '00'.
       01  WS-TERMS-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-TERMS-FILE-PRESENT         VALUE 'Y'.
       01  WS-TERMS-FOUND-FLAG               PIC X.
           88  WS-TERMS-FOUND                VALUE 'Y'.
       01  WS-TERMS-CODE                     PIC X(4).
       01  WS-NET-DAYS                       PIC 9(3) COMP.
       01  WS-DEFAULT-NET-DAYS               PIC 9(3) COMP VALUE 30.
       01  WS-DUE-DATE                       PIC 9(7).

       01  WS-EXEMPT-STATUS                  PIC X(2).
           88  WS-EXEMPT-STATUS-OK           VALUE '00'.
       01  WS-EXEMPT-FILE-FLAG               PIC X VALUE 'N'.
       01  WS-EXTENSION-TOLERANCE            PIC 9(1)V9(2) COMP-3
                                              VALUE 0.05.

      *  A USD CHARGE THAT EXTENDS IS THEN PRICE-CHECKED: ITS UNIT
      *  PRICE SHOULD BE THE CUSTOMER'S CONTRACT PRICE (CONTRPRC)
      *  IN EFFECT ON THE INVOICE DATE FOR AT LEAST THAT QUANTITY,
      *  OR FAILING ONE, THE PRODMAST LIST PRICE. A DIFFERENT
      *  PRICE STILL POSTS BUT IS FLAGGED AS A PRICING EXCEPTION
      *  WITH THE PRICE IT WAS CHECKED AGAINST. A PRODUCT WITH NO
      *  LIST PRICE AND NO CONTRACT, OR NO PRODUCT MASTER ON THE
      *  SYSTEM, IS NOT CHECKED; NO CONTRACT FILE MEANS EVERY
      *  CHARGE IS CHECKED AGAINST LIST.
       01  WS-PRODUCT-STATUS                 PIC X(2).
           88  WS-PRODUCT-STATUS-OK          VALUE '00'.
       01  WS-PRODUCT-FILE-FLAG              PIC X VALUE 'N'.
           88  WS-PRODUCT-FILE-PRESENT       VALUE 'Y'.
       01  WS-CONTRACT-STATUS                PIC X(2).
           88  WS-CONTRACT-STATUS-OK         VALUE '00'.
       01  WS-CONTRACT-FILE-FLAG             PIC X VALUE 'N'.
           88  WS-CONTRACT-FILE-PRESENT      VALUE 'Y'.
       01  WS-CONTRACT-EOF-FLAG              PIC X.
           88  WS-NO-MORE-CONTRACTS          VALUE 'Y'.
       01  WS-PRICE-EXCEPTION-FLAG           PIC X VALUE 'N'.
           88  WS-PRICE-EXCEPTION            VALUE 'Y'.
       01  WS-EXPECTED-UNIT-PRICE            PIC S9(9)V9(2) COMP-3.
       01  WS-EXPECTED-PRICE-SOURCE          PIC X(8).
       01  WS-PRICE-AS-OF-DATE               PIC 9(8).
       01  WS-CONTRACT-AGREEMENT             PIC X(20).

      *  A RE-BILL REPLACES A WRONG CHARGE RATHER THAN PATCHING IT:
      *  THE REPLACEMENT GOES THROUGH THE ORDINARY ADD UNDER A NEW
      *  NUMBER, THE ORIGINAL IS VOIDED, AND WHATEVER HAD BEEN PAID
      *  ON THE ORIGINAL RIDES ACROSS TO THE REPLACEMENT. THE TWO
      *  ARE TIED TOGETHER ON INVLINK SO STATEMENTS, THE INVOICE
      *  PRINT AND THE DRILLDOWN CAN SAY WHICH REPLACED WHICH.
       01  WS-LINK-STATUS                    PIC X(2).
           88  WS-LINK-STATUS-OK             VALUE '00'.
       01  WS-LINK-OPEN-FLAG                 PIC X VALUE 'N'.
           88  WS-LINK-OPEN                  VALUE 'Y'.
       01  WS-REBILLING-FLAG                 PIC X VALUE 'N'.
           88  WS-REBILLING                  VALUE 'Y'.
       01  WS-REBILL-ORIGINAL-CUSTOMER       PIC 9(9).
       01  WS-REBILL-ORIGINAL-INVOICE        PIC 9(10).
       01  WS-REBILL-NEW-CUSTOMER            PIC 9(9).
       01  WS-REBILL-NEW-INVOICE             PIC 9(10).
       01  WS-REBILL-OPEN-USD                PIC S9(13)V9(2) COMP-3.
      *  WHAT WAS PAID ON THE ORIGINAL BEYOND THE REPLACEMENT'S
      *  TOTAL, IN THE ORIGINAL'S CURRENCY, AND IN USD AS IT LANDS
      *  ON THE ON-ACCOUNT LEDGER.
       01  WS-REBILL-EXCESS-PAID             PIC S9(13)V9(2) COMP-3.
       01  WS-REBILL-EXCESS-USD              PIC S9(13)V9(2) COMP-3.
       01  WS-CRINVNO-STATUS                 PIC X(2).
           88  WS-CRINVNO-OK                 VALUE '00'.
       01  WS-CRINVNO-CALLER                 PIC X(8)
                                              VALUE 'INVPOST1'.
       01  WS-NUMLOG-SPOILED                 PIC X(1) VALUE 'S'.
           COPY INVMAST
               REPLACING INVOICE-MASTER-RECORD BY
                             REBILL-ORIGINAL-RECORD
                         LEADING ==IM== BY ==RO==.

       01  WS-REBILL-NOTE.
           05  FILLER                        PIC X(20)
               VALUE 'REPLACED BY INVOICE '.
           05  WS-RBN-INVOICE-NUMBER         PIC 9(10).

       01  WS-PRICE-EXCEPTION-LINE.
           05  FILLER                        PIC X(16) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE 'PRODUCT: '.
           05  WS-PEX-PRODUCT-CODE           PIC X(12).
           05  FILLER                        PIC X(10)
               VALUE '  CHARGED '.
           05  WS-PEX-CHARGED-PRICE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-PEX-SOURCE                 PIC X(8).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-PEX-EXPECTED-PRICE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-PEX-AGREEMENT              PIC X(20).

      *
      *  CONTROL-TOTAL BALANCING -- A TRANSFER THAT DROPPED THE
      *  LAST THOUSAND RECORDS USED TO POST CLEANLY. WHEN THE
       01  WS-JOURNAL-ACTION                 PIC X(1).
       01  WS-JOURNAL-PROGRAM                PIC X(8)
                                              VALUE 'INVPOST1'.
       01  WS-JOURNAL-BEFORE                 PIC X(4256).
       01  WS-JOURNAL-AFTER                  PIC X(4256).

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).
       01  WS-MODIFICATION-STAMP             PIC 9(14).

      *  CREDIT EXPOSURE CHECK -- A NEW CHARGE FOR A CUSTOMER
      *  ALREADY OVER THEIR CD-CREDIT-LIMIT, OR WHOSE NATIONAL
      *  ACCOUNT IS OVER ITS CD-GROUP-CREDIT-LIMIT, IS DIVERTED TO
      *  THE REVIEW FILE INSTEAD OF POSTED BLIND.
      *  THE RATE A NON-USD TRANSACTION POSTS AT IS THE RATE IN
      *  EFFECT ON ITS TR-INVOICE-DATE, FROM THE EFFECTIVE-DATED
      *  HISTORY RATELOAD1 KEEPS -- A TRANSACTION POSTING LATE FOR
       01  WS-CREDIT-LIMIT                   PIC S9(13)V9(2) COMP-3.
       01  WS-OPEN-EXPOSURE                  PIC S9(13)V9(2) COMP-3.
       01  WS-CHKCRD-STATUS                  PIC X(2).
           88  WS-CHKCRD-OVER-LIMIT          VALUE '04' '05'.
           88  WS-CHKCRD-OVER-GROUP-LIMIT    VALUE '05'.
       01  WS-GROUP-PARENT-NUMBER            PIC 9(9).
       01  WS-GROUP-CREDIT-LIMIT             PIC S9(13)V9(2) COMP-3.
       01  WS-GROUP-EXPOSURE                 PIC S9(13)V9(2) COMP-3.

       01  WS-COUNTERS.
           05  WS-TRANSACTIONS-READ          PIC 9(9) COMP VALUE 0.
           05  WS-TRANSACTIONS-APPLIED       PIC 9(9) COMP VALUE 0.
           05  WS-TRANSACTIONS-REJECTED      PIC 9(9) COMP VALUE 0.
           05  WS-TRANSACTIONS-DIVERTED      PIC 9(9) COMP VALUE 0.
           05  WS-TRANSACTIONS-MOVED         PIC 9(9) COMP VALUE 0.
           05  WS-TRANSACTIONS-HELD          PIC 9(9) COMP VALUE 0.
           05  WS-ADJUSTMENTS-RELEASED       PIC 9(9) COMP VALUE 0.
           05  WS-CHARGES-DEFERRED           PIC 9(9) COMP VALUE 0.
           05  WS-DEFERRALS-REVERSED         PIC 9(9) COMP VALUE 0.
           05  WS-PRICE-EXCEPTIONS           PIC 9(9) COMP VALUE 0.

      *  A CHARGE OR ADJUSTMENT DATED INTO A FISCAL PERIOD FINANCE
      *  HAS CLOSED (PERCTL.cpy) IS REJECTED OR MOVED TO THE FIRST
      *  DAY OF THE FIRST OPEN PERIOD, AS THAT PERIOD'S RULE SAYS.
      *  A MOVED TRANSACTION KEEPS ITS OWN DATE IN
      *  TR-ORIGINAL-ACTIVITY-DATE, AND THE MASTER KEEPS IT TOO.
      *  NO CONTROL FILE MEANS EVERY PERIOD IS OPEN.
       01  WS-PERIOD-ACTIVITY-DATE           PIC 9(7).
       01  WS-PERIOD-POSTING-DATE            PIC 9(7).
       01  WS-PERIOD-STATUS-CODE             PIC X(1).
       01  WS-PERLKP-STATUS                  PIC X(2).
           88  WS-PERLKP-MOVED               VALUE '08'.
           88  WS-PERLKP-REJECTED            VALUE '12'.
       01  WS-PERIOD-MOVED-FLAG              PIC X VALUE 'N'.
           88  WS-PERIOD-MOVED               VALUE 'Y'.
       01  WS-TERMS-BASE-DATE                PIC 9(7).

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
           05  WS-DTL-DISPOSITION            PIC X(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-REASON                 PIC X(40).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-ON-ACCOUNT-AREA        PIC X(24) VALUE SPACES.
           05  WS-DTL-ON-ACCOUNT-FIELDS
                   REDEFINES WS-DTL-ON-ACCOUNT-AREA.
               10  FILLER                    PIC X(10).
               10  WS-DTL-ON-ACCOUNT-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(24)
               VALUE 'DIVERTED TO REVIEW:     '.
           05  WS-SUM-DIVERTED               PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                        PIC X(24)
               VALUE 'MOVED TO OPEN PERIOD:   '.
           05  WS-SUM-MOVED                  PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                        PIC X(24)
               VALUE 'HELD FOR APPROVAL:      '.
           05  WS-SUM-HELD                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'APPROVED RELEASED:      '.
           05  WS-SUM-RELEASED               PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                        PIC X(24)
               VALUE 'CHARGES DEFERRED:       '.
           05  WS-SUM-DEFERRED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'DEFERRALS REVERSED:     '.
           05  WS-SUM-REVERSED               PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER                        PIC X(24)
               VALUE 'PRICING EXCEPTIONS:     '.
           05  WS-SUM-PRICE-EXCEPTIONS       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(24)
               VALUE 'TRANSACTIONS APPLIED:   '.
               CLOSE SUBMISSION-STATUS-FILE
           END-IF.

           OPEN INPUT PAYMENT-TERMS-FILE.
           IF WS-TERMS-STATUS-OK
               SET WS-TERMS-FILE-PRESENT TO TRUE
           ELSE
               CLOSE PAYMENT-TERMS-FILE
           END-IF.

           OPEN INPUT SHIP-TO-FILE.
           IF WS-SHIP-TO-STATUS-OK
               SET WS-SHIP-TO-FILE-PRESENT TO TRUE
           ELSE
               CLOSE SHIP-TO-FILE
           END-IF.

      *  FIRST EVER HELD ADJUSTMENT CREATES THE PENDING FILE.
           OPEN I-O ADJUST-PENDING-FILE.
           IF NOT WS-ADJPEND-STATUS-OK
               OPEN OUTPUT ADJUST-PENDING-FILE
               CLOSE ADJUST-PENDING-FILE
               OPEN I-O ADJUST-PENDING-FILE
           END-IF.

      *  FIRST EVER DEFERRED CHARGE CREATES THE SCHEDULE FILE.
           OPEN I-O DEFERRED-REVENUE-FILE.
           IF NOT WS-DEFREV-STATUS-OK
               OPEN OUTPUT DEFERRED-REVENUE-FILE
               CLOSE DEFERRED-REVENUE-FILE
               OPEN I-O DEFERRED-REVENUE-FILE
           END-IF.

           OPEN EXTEND GL-SIDE-FEED-FILE.
           IF NOT WS-FEED-STATUS-OK
               OPEN OUTPUT GL-SIDE-FEED-FILE
           END-IF.
           IF WS-FEED-STATUS-OK
               SET WS-FEED-OPEN TO TRUE
           ELSE
               CLOSE GL-SIDE-FEED-FILE
           END-IF.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-STATUS-OK
               SET WS-PRODUCT-FILE-PRESENT TO TRUE
           ELSE
               CLOSE PRODUCT-MASTER-FILE
           END-IF.

           OPEN INPUT CONTRACT-PRICE-FILE.
           IF WS-CONTRACT-STATUS-OK
               SET WS-CONTRACT-FILE-PRESENT TO TRUE
           ELSE
               CLOSE CONTRACT-PRICE-FILE
           END-IF.

      *  FIRST EVER RE-BILL CREATES THE LINK FILE.
           OPEN I-O INVOICE-LINK-FILE.
           IF NOT WS-LINK-STATUS-OK
               OPEN OUTPUT INVOICE-LINK-FILE
               CLOSE INVOICE-LINK-FILE
               OPEN I-O INVOICE-LINK-FILE
           END-IF.
           IF WS-LINK-STATUS-OK
               SET WS-LINK-OPEN TO TRUE
           ELSE
               CLOSE INVOICE-LINK-FILE
           END-IF.

           PERFORM READ-POSTING-PARM THRU READ-POSTING-PARM-EXIT.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-CURRENT-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-MODIFICATION-STAMP.
           COMPUTE WS-TODAY-JULIAN =
               IF WS-EXEMPT-FILE-PRESENT
                   CLOSE TAX-EXEMPTION-FILE
               END-IF
               IF WS-TERMS-FILE-PRESENT
                   CLOSE PAYMENT-TERMS-FILE
               END-IF
               IF WS-SHIP-TO-FILE-PRESENT
                   CLOSE SHIP-TO-FILE
               END-IF
               CLOSE ADJUST-PENDING-FILE
                     DEFERRED-REVENUE-FILE
               IF WS-FEED-OPEN
                   CLOSE GL-SIDE-FEED-FILE
               END-IF
               IF WS-PRODUCT-FILE-PRESENT
                   CLOSE PRODUCT-MASTER-FILE
               END-IF
               IF WS-CONTRACT-FILE-PRESENT
                   CLOSE CONTRACT-PRICE-FILE
               END-IF
               IF WS-LINK-OPEN
                   CLOSE INVOICE-LINK-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM POST-APPROVED-ADJUSTMENTS THRU
                   POST-APPROVED-ADJUSTMENTS-EXIT.

           OPEN INPUT INVOICE-TRANSACTION-FILE.

           PERFORM READ-NEXT-TRANSACTION.
           WRITE POSTING-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE WS-TRANSACTIONS-DIVERTED TO WS-SUM-DIVERTED.
           WRITE POSTING-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-TRANSACTIONS-MOVED TO WS-SUM-MOVED.
           WRITE POSTING-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-TRANSACTIONS-HELD TO WS-SUM-HELD.
           MOVE WS-ADJUSTMENTS-RELEASED TO WS-SUM-RELEASED.
           WRITE POSTING-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-CHARGES-DEFERRED TO WS-SUM-DEFERRED.
           MOVE WS-DEFERRALS-REVERSED TO WS-SUM-REVERSED.
           WRITE POSTING-REPORT-LINE FROM WS-SUMMARY-LINE-5.
           MOVE WS-PRICE-EXCEPTIONS TO WS-SUM-PRICE-EXCEPTIONS.
           WRITE POSTING-REPORT-LINE FROM WS-SUMMARY-LINE-6.

           IF WS-LEDGER-OPEN
               CLOSE ON-ACCOUNT-LEDGER-FILE
           IF WS-SUBSTAT-OPEN
               CLOSE SUBMISSION-STATUS-FILE
           END-IF.
           IF WS-TERMS-FILE-PRESENT
               CLOSE PAYMENT-TERMS-FILE
           END-IF.
           IF WS-SHIP-TO-FILE-PRESENT
               CLOSE SHIP-TO-FILE
           END-IF.
           IF WS-FEED-OPEN
               CLOSE GL-SIDE-FEED-FILE
           END-IF.
           IF WS-PRODUCT-FILE-PRESENT
               CLOSE PRODUCT-MASTER-FILE
           END-IF.
           IF WS-CONTRACT-FILE-PRESENT
               CLOSE CONTRACT-PRICE-FILE
           END-IF.
           IF WS-LINK-OPEN
               CLOSE INVOICE-LINK-FILE
           END-IF.
           CLOSE INVOICE-TRANSACTION-FILE
                 CUSTOMER-DEMOGRAPHIC-FILE
                 TAX-JURISDICTION-FILE
                 INVOICE-MASTER-FILE
                 POSTING-REPORT-FILE
                 POSTING-REVIEW-FILE
                 ADJUST-PENDING-FILE
                 DEFERRED-REVENUE-FILE.
           GOBACK.

       READ-POSTING-PARM.
           OPEN INPUT POSTING-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-POSTING-PARM-EXIT
           END-IF.
           READ POSTING-PARM-FILE
               AT END GO TO CLOSE-POSTING-PARM
           END-READ.
           IF PP-ADJUST-LIMIT NUMERIC AND PP-ADJUST-LIMIT > 0
               MOVE PP-ADJUST-LIMIT TO WS-ADJUST-LIMIT
           END-IF.
       CLOSE-POSTING-PARM.
           CLOSE POSTING-PARM-FILE.
       READ-POSTING-PARM-EXIT.
           EXIT.

      *****************************************************************
      *  RELEASE EVERY ADJUSTMENT A SECOND USERID HAS APPROVED SINCE   *
      *  THE LAST RUN. EACH ONE GOES THROUGH THE ORDINARY ADJUST PATH  *
      *  AND GETS ITS OWN REPORT LINE; IT LEAVES THE PENDING FILE      *
      *  WHETHER IT POSTED OR WAS REJECTED, SINCE A REJECTED RELEASE   *
      *  HAS TO BE RAISED AFRESH AGAINST THE INVOICE AS IT NOW STANDS. *
      *****************************************************************
       POST-APPROVED-ADJUSTMENTS.
           MOVE LOW-VALUES TO AJ-KEY.
           START ADJUST-PENDING-FILE KEY IS NOT LESS THAN AJ-KEY
               INVALID KEY GO TO POST-APPROVED-ADJUSTMENTS-EXIT
           END-START.
           MOVE 'N' TO WS-ADJPEND-EOF-FLAG.

           PERFORM UNTIL WS-NO-MORE-PENDING
               READ ADJUST-PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ADJPEND-EOF-FLAG
                   NOT AT END
                       IF AJ-APPROVED
                           PERFORM RELEASE-ONE-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-RELEASING-FLAG.

       POST-APPROVED-ADJUSTMENTS-EXIT.
           EXIT.

       RELEASE-ONE-ADJUSTMENT.
           ADD 1 TO WS-ADJUSTMENTS-RELEASED.
           MOVE AJ-TRANSACTION-IMAGE TO INVOICE-TRANSACTION-RECORD.
           MOVE AJ-MASTER-STAMP TO WS-RELEASED-STAMP.
           MOVE 'Y' TO WS-RELEASING-FLAG.
           DELETE ADJUST-PENDING-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           PERFORM APPLY-ONE-TRANSACTION.

      *****************************************************************
      *  PRE-PASS: READ THE WHOLE INPUT ONCE AND PROVE IT COMPLETE      *
      *  AGAINST ITS OWN CONTROL RECORDS BEFORE ANYTHING POSTS.         *
      *****************************************************************
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-ADJUST-HELD-FLAG.
           MOVE 'N' TO WS-PERIOD-MOVED-FLAG.
           MOVE 'N' TO WS-PRICE-EXCEPTION-FLAG.
           MOVE 'N' TO WS-REBILLING-FLAG.
           MOVE 0 TO WS-REBILL-NEW-INVOICE.
           MOVE 0 TO WS-REBILL-EXCESS-USD.
      *  A TRANSACTION FILE WRITTEN BEFORE THE SERVICE-MONTHS AND
      *  APPLIES-TO FIELDS EXISTED ENDS SHORT -- NEITHER APPLIES.
      *  NOR DOES A RE-BILL CUSTOMER, SO A SHORT RE-BILL RECORD
      *  RE-BILLS THE SAME CUSTOMER.
           IF TR-SERVICE-MONTHS NOT NUMERIC
               MOVE 0 TO TR-SERVICE-MONTHS
           END-IF.
           IF TR-APPLIES-TO-INVOICE NOT NUMERIC
               MOVE 0 TO TR-APPLIES-TO-INVOICE
           END-IF.
           IF TR-REBILL-CUSTOMER-NUMBER NOT NUMERIC
               MOVE 0 TO TR-REBILL-CUSTOMER-NUMBER
           END-IF.
           PERFORM LOOK-UP-MASTER-RECORD.

      *  A VOID CARRIES NO DATE OF ITS OWN -- ONLY AN ADD OR AN
      *  ADJUST CAN LAND IN A CLOSED PERIOD. A RE-BILL CHECKS ITS
      *  REPLACEMENT'S DATE ONCE IT HAS ONE.
           IF TR-ACTION-ADD OR TR-ACTION-ADJUST
               PERFORM CHECK-ACTIVITY-PERIOD
           END-IF.

           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN TR-ACTION-ADD
                   PERFORM APPLY-ADD-TRANSACTION THRU
                           APPLY-ADD-TRANSACTION-EXIT
               WHEN TR-ACTION-VOID
                   PERFORM APPLY-VOID-TRANSACTION THRU
                           APPLY-VOID-TRANSACTION-EXIT
               WHEN TR-ACTION-REBILL
                   PERFORM APPLY-REBILL-TRANSACTION THRU
                           APPLY-REBILL-TRANSACTION-EXIT
               WHEN OTHER
                   MOVE 'ACTION CODE IS NOT A, J, V, OR B'
                       TO WS-REJECT-REASON
           END-EVALUATE.

           PERFORM WRITE-DISPOSITION-LINE.

      *  A TRANSACTION FILE WRITTEN BEFORE THE ORIGINAL-DATE FIELD
      *  EXISTED ENDS SHORT, SO THE FIELD IS CLEARED WHEN IT IS NOT
      *  A NUMBER. A TRANSACTION ALREADY MOVED ONCE (A REPOST)
      *  KEEPS THE DATE IT WAS FIRST DATED.
       CHECK-ACTIVITY-PERIOD.
           IF TR-ORIGINAL-ACTIVITY-DATE NOT NUMERIC
               MOVE 0 TO TR-ORIGINAL-ACTIVITY-DATE
           END-IF.
           IF TR-INVOICE-DATE NOT NUMERIC
               MOVE 0 TO WS-PERIOD-ACTIVITY-DATE
           ELSE
               MOVE TR-INVOICE-DATE TO WS-PERIOD-ACTIVITY-DATE
           END-IF.

           CALL 'LOOKUPPERIODSTATUS' USING WS-PERIOD-ACTIVITY-DATE
                                           WS-PERIOD-POSTING-DATE
                                           WS-PERIOD-STATUS-CODE
                                           WS-PERLKP-STATUS.

           IF WS-PERLKP-REJECTED
               MOVE 'ACTIVITY DATED INTO A CLOSED PERIOD'
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-PERLKP-MOVED
               IF TR-ORIGINAL-ACTIVITY-DATE = 0
                   MOVE TR-INVOICE-DATE TO TR-ORIGINAL-ACTIVITY-DATE
               END-IF
               MOVE WS-PERIOD-POSTING-DATE TO TR-INVOICE-DATE
               MOVE 'Y' TO WS-PERIOD-MOVED-FLAG
           END-IF.

      *  POSITION THE MASTER ON THIS TRANSACTION'S KEY SO THE ACTION
      *  PARAGRAPHS KNOW WHETHER THE INVOICE IS ALREADY ON FILE.
       LOOK-UP-MASTER-RECORD.
               GO TO APPLY-ADD-TRANSACTION-EXIT
           END-IF.

           PERFORM CHECK-CUSTOMER-PENDING.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO APPLY-ADD-TRANSACTION-EXIT
           END-IF.

           PERFORM CHECK-PO-NUMBER.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO APPLY-ADD-TRANSACTION-EXIT
           END-IF.

           PERFORM CHECK-SHIP-TO-ID.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO APPLY-ADD-TRANSACTION-EXIT
           END-IF.

           PERFORM CHECK-COMPANY-CODE.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO APPLY-ADD-TRANSACTION-EXIT
           END-IF.

      *  A NEW CHARGE MUST CLEAR THE CUSTOMER'S CREDIT LIMIT FIRST;
      *  AN OVER-LIMIT CHARGE GOES TO THE REVIEW FILE, NOT THE
      *  MASTER. CREDIT MEMOS REDUCE EXPOSURE AND POST FREELY.
           PERFORM RESOLVE-EFFECTIVE-RATE.

      *  A RE-BILL TO THE SAME CUSTOMER ONLY ADDS WHAT THE
      *  REPLACEMENT EXCEEDS THE ORIGINAL BY, SINCE THE ORIGINAL IS
      *  ABOUT TO BE VOIDED. AN OVER-LIMIT RE-BILL IS REJECTED --
      *  REVIEW CANNOT RESUBMIT HALF OF A RE-BILL.
           IF TR-TYPE-CHARGE
               COMPUTE WS-PROPOSED-AMOUNT ROUNDED =
                   TR-INVOICE-AMOUNT * WS-EFFECTIVE-RATE
               IF WS-REBILLING AND
                  TR-CUSTOMER-NUMBER = WS-REBILL-ORIGINAL-CUSTOMER
                   SUBTRACT WS-REBILL-OPEN-USD FROM WS-PROPOSED-AMOUNT
               END-IF
               CALL 'CHECKCREDITEXPOSURE'
                   USING TR-CUSTOMER-NUMBER
                         WS-PROPOSED-AMOUNT
                         WS-CREDIT-LIMIT
                         WS-OPEN-EXPOSURE
                         WS-CHKCRD-STATUS
                         WS-GROUP-PARENT-NUMBER
                         WS-GROUP-CREDIT-LIMIT
                         WS-GROUP-EXPOSURE
               IF WS-CHKCRD-OVER-LIMIT AND WS-REBILLING
                   IF WS-CHKCRD-OVER-GROUP-LIMIT
                       MOVE 'OVER GROUP LIMIT, RE-BILL NOT POSTED'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE 'OVER CREDIT LIMIT, RE-BILL NOT POSTED'
                           TO WS-REJECT-REASON
                   END-IF
                   GO TO APPLY-ADD-TRANSACTION-EXIT
               END-IF
               IF WS-CHKCRD-OVER-LIMIT
                   ADD 1 TO WS-TRANSACTIONS-DIVERTED
                   MOVE INVOICE-TRANSACTION-RECORD
                       TO REVIEW-TRANSACTION-RECORD
                   WRITE REVIEW-TRANSACTION-RECORD
                   IF WS-CHKCRD-OVER-GROUP-LIMIT
                       MOVE 'OVER GROUP CREDIT LIMIT, SENT TO REVIEW'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE 'OVER CREDIT LIMIT, SENT TO REVIEW'
                           TO WS-REJECT-REASON
                   END-IF
                   GO TO APPLY-ADD-TRANSACTION-EXIT
               END-IF
           END-IF.
           MOVE TR-CUSTOMER-NUMBER          TO IM-CUSTOMER-NUMBER.
           MOVE TR-INVOICE-NUMBER           TO IM-INVOICE-NUMBER.
           MOVE TR-INVOICE-DATE             TO IM-INVOICE-DATE.
           MOVE TR-ORIGINAL-ACTIVITY-DATE
               TO IM-ORIGINAL-ACTIVITY-DATE.
           MOVE WS-TODAY-JULIAN             TO IM-LAST-MODIFIED.
           MOVE WS-MODIFICATION-STAMP
               TO IM-MODIFICATION-STAMP.
           MOVE 'N'                         TO IM-INVOICE-HOLD-STATUS.
           MOVE 'O'                         TO IM-SETTLEMENT-STATUS.
           MOVE 0                           TO IM-AMOUNT-PAID.
           PERFORM ASSIGN-PAYMENT-TERMS.
           MOVE WS-TERMS-CODE               TO IM-TERMS-CODE.
           MOVE WS-DUE-DATE                 TO IM-DUE-DATE.
           PERFORM COMPUTE-SALES-TAX THRU
                   COMPUTE-SALES-TAX-EXIT.
           MOVE WS-TAX-AMOUNT               TO IM-INVOICE-TAX-AMOUNT.
           MOVE TR-SHIP-TO-ID               TO IM-SHIP-TO-ID.
           MOVE WS-TAXED-STATE              TO IM-TAX-STATE.
           MOVE WS-TAXED-ZIP                TO IM-TAX-ZIP.
           MOVE TR-INVOICE-DESCRIPTION      TO IM-INVOICE-DESCRIPTION.
           IF TR-TYPE-CREDIT-MEMO
               MOVE TR-CREDIT-REASON-CODE   TO IM-CREDIT-REASON-CODE
           ELSE
               MOVE SPACES                  TO IM-CREDIT-REASON-CODE
           END-IF.
           MOVE TR-PO-NUMBER                TO IM-PO-NUMBER.
           MOVE WS-POSTING-COMPANY-CODE     TO IM-COMPANY-CODE.
           MOVE 0                           TO IM-DISCOUNT-TAKEN.
           MOVE 0                           TO IM-SHORTPAY-ABSORBED.
           MOVE 0                           TO IM-ALLOWANCE-DATE.
           MOVE 0                           TO IM-VOID-DATE.

      *  A REPLACEMENT TAKES OVER WHAT WAS ALREADY PAID ON THE
      *  ORIGINAL, AND IS SETTLED OUTRIGHT IF THAT COVERS IT. ANY
      *  DISCOUNT OR ABSORBED SHORT-PAY COMES ACROSS WITH ITS OWN
      *  DATE, SO A STATEMENT NEVER CREDITS IT A SECOND TIME. A
      *  CHEAPER REPLACEMENT TAKES ONLY WHAT IT COSTS; THE REST IS
      *  THE ORIGINAL CUSTOMER'S MONEY AND GOES ON ACCOUNT, SO A
      *  RE-BILL THAT WOULD HAVE NOWHERE TO PUT IT DOES NOT POST.
           MOVE 0 TO WS-REBILL-EXCESS-PAID.
           IF WS-REBILLING
               MOVE RO-AMOUNT-PAID          TO IM-AMOUNT-PAID
               MOVE RO-DISCOUNT-TAKEN       TO IM-DISCOUNT-TAKEN
               MOVE RO-SHORTPAY-ABSORBED    TO IM-SHORTPAY-ABSORBED
               MOVE RO-ALLOWANCE-DATE       TO IM-ALLOWANCE-DATE
               IF IM-AMOUNT-PAID NOT LESS THAN
                      IM-INVOICE-AMOUNT + IM-INVOICE-TAX-AMOUNT
                   SET IM-INVOICE-PAID TO TRUE
                   COMPUTE WS-REBILL-EXCESS-PAID =
                       IM-AMOUNT-PAID - IM-INVOICE-AMOUNT
                           - IM-INVOICE-TAX-AMOUNT
                   SUBTRACT WS-REBILL-EXCESS-PAID FROM IM-AMOUNT-PAID
               END-IF
           END-IF.
           IF WS-REBILL-EXCESS-PAID > 0 AND NOT WS-LEDGER-OPEN
               MOVE 'NO ON-ACCOUNT LEDGER, RE-BILL NOT POSTED'
                   TO WS-REJECT-REASON
               GO TO APPLY-ADD-TRANSACTION-EXIT
           END-IF.

           WRITE INVOICE-MASTER-RECORD
               INVALID KEY
               PERFORM WRITE-MASTER-JOURNAL
           END-IF.

           IF WS-REJECT-REASON = SPACES AND WS-REBILL-EXCESS-PAID > 0
               PERFORM CREDIT-REBILL-EXCESS
           END-IF.

      *  A FRESHLY POSTED USD CHARGE IS THE DRAWDOWN TRIGGER FOR
      *  ANY ON-ACCOUNT MONEY THE CUSTOMER IS CARRYING.
           IF WS-REJECT-REASON = SPACES AND TR-TYPE-CHARGE AND
                       DRAW-DOWN-ON-ACCOUNT-EXIT
           END-IF.

           IF WS-REJECT-REASON = SPACES AND TR-TYPE-CHARGE AND
              TR-SERVICE-MONTHS > 1 AND WS-FEED-OPEN
               PERFORM DEFER-ADVANCE-BILLING THRU
                       DEFER-ADVANCE-BILLING-EXIT
           END-IF.

      *  A CREDIT AGAINST A CHARGE STILL BEING RECOGNIZED COMES OFF
      *  ITS UNRECOGNIZED BALANCE FIRST, UP TO THE CREDIT'S OWN
      *  USD VALUE.
           IF WS-REJECT-REASON = SPACES AND TR-TYPE-CREDIT-MEMO AND
              TR-APPLIES-TO-INVOICE NOT = 0 AND WS-FEED-OPEN
               MOVE TR-APPLIES-TO-INVOICE TO DR-INVOICE-NUMBER
               COMPUTE WS-REVERSE-LIMIT ROUNDED =
                   IM-INVOICE-AMOUNT * IM-INVOICE-EXCHANGE-RATE
               PERFORM REVERSE-DEFERRED-REVENUE THRU
                       REVERSE-DEFERRED-REVENUE-EXIT
           END-IF.

       APPLY-ADD-TRANSACTION-EXIT.
           EXIT.

               GO TO APPLY-ADJUST-TRANSACTION-EXIT
           END-IF.

      *  AN ADJUST STAYS WITH THE COMPANY THE INVOICE WAS BILLED
      *  UNDER -- ONE QUOTING ANOTHER COMPANY IS A MISROUTED ITEM.
           MOVE IM-COMPANY-CODE TO WS-POSTING-COMPANY-CODE.
           IF WS-POSTING-COMPANY-CODE = SPACES
               MOVE WS-HOME-COMPANY-CODE TO WS-POSTING-COMPANY-CODE
           END-IF.
           IF TR-COMPANY-CODE NOT = SPACES AND
              TR-COMPANY-CODE NOT = WS-POSTING-COMPANY-CODE
               MOVE 'COMPANY DOES NOT MATCH THE INVOICE'
                   TO WS-REJECT-REASON
               GO TO APPLY-ADJUST-TRANSACTION-EXIT
           END-IF.

      *  AN ADJUST THAT QUOTES NO PO KEEPS THE ONE ALREADY ON THE
      *  INVOICE; ONE THAT QUOTES A PO CORRECTS IT.
           IF TR-PO-NUMBER = SPACES
               MOVE IM-PO-NUMBER TO TR-PO-NUMBER
           END-IF.
           PERFORM CHECK-PO-NUMBER.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO APPLY-ADJUST-TRANSACTION-EXIT
           END-IF.

      *  LIKEWISE THE DELIVERY SITE -- THE RESTATED CHARGE IS
      *  RE-TAXED WHERE IT WAS SHIPPED, EVEN IF THAT SITE HAS SINCE
      *  CLOSED. ONLY A NEWLY QUOTED SITE HAS TO BE OPEN.
           IF TR-SHIP-TO-ID = SPACES
               MOVE IM-SHIP-TO-ID TO TR-SHIP-TO-ID
           ELSE
               PERFORM CHECK-SHIP-TO-ID
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO APPLY-ADJUST-TRANSACTION-EXIT
               END-IF
           END-IF.

           PERFORM RESOLVE-EFFECTIVE-RATE.

      *  AN APPROVED ADJUSTMENT POSTS ONLY AGAINST THE INVOICE THE
      *  APPROVER SAW -- ANY CHANGE SINCE THE HOLD VOIDS THE
      *  APPROVAL. ANYTHING ELSE FACES THE ADJUST LIMIT.
           IF WS-RELEASING-APPROVED
               IF IM-MODIFICATION-STAMP NOT = WS-RELEASED-STAMP
                   MOVE 'INVOICE CHANGED SINCE APPROVAL'
                       TO WS-REJECT-REASON
                   GO TO APPLY-ADJUST-TRANSACTION-EXIT
               END-IF
           ELSE
               PERFORM CHECK-ADJUST-LIMIT THRU CHECK-ADJUST-LIMIT-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO APPLY-ADJUST-TRANSACTION-EXIT
               END-IF
           END-IF.

           MOVE TR-INVOICE-DATE             TO IM-INVOICE-DATE.
           MOVE TR-ORIGINAL-ACTIVITY-DATE
               TO IM-ORIGINAL-ACTIVITY-DATE.
           MOVE WS-TODAY-JULIAN             TO IM-LAST-MODIFIED.
           MOVE WS-MODIFICATION-STAMP
               TO IM-MODIFICATION-STAMP.
           PERFORM COMPUTE-SALES-TAX THRU
                   COMPUTE-SALES-TAX-EXIT.
           MOVE WS-TAX-AMOUNT               TO IM-INVOICE-TAX-AMOUNT.
           MOVE TR-SHIP-TO-ID               TO IM-SHIP-TO-ID.
           MOVE WS-TAXED-STATE              TO IM-TAX-STATE.
           MOVE WS-TAXED-ZIP                TO IM-TAX-ZIP.
           MOVE TR-INVOICE-DESCRIPTION      TO IM-INVOICE-DESCRIPTION.
           IF TR-TYPE-CREDIT-MEMO
               MOVE TR-CREDIT-REASON-CODE   TO IM-CREDIT-REASON-CODE
           ELSE
               MOVE SPACES                  TO IM-CREDIT-REASON-CODE
           END-IF.
           MOVE TR-PO-NUMBER                TO IM-PO-NUMBER.

      *  A RESTATED INVOICE DATE MOVES THE DUE DATE WITH IT. THE
      *  TERMS THE INVOICE WAS SOLD ON STAND -- A LATER CHANGE TO
      *  THE CUSTOMER'S DEFAULT TERMS DOES NOT REACH BACK.
           MOVE IM-TERMS-CODE               TO WS-TERMS-CODE.
           PERFORM COMPUTE-DUE-DATE.
           MOVE WS-TERMS-CODE               TO IM-TERMS-CODE.
           MOVE WS-DUE-DATE                 TO IM-DUE-DATE.

      *  THE RESTATED AMOUNT AND TAX CHANGE THE RECEIVABLE, SO THE
      *  SETTLEMENT STATUS IS RECOMPUTED AGAINST WHAT HAS ACTUALLY
       APPLY-ADJUST-TRANSACTION-EXIT.
           EXIT.

      *  THE CHANGE IS MEASURED AS THE SIGNED RECEIVABLE BEFORE AND
      *  AFTER (A CREDIT MEMO COUNTS NEGATIVE), EACH SIDE RESTATED
      *  TO USD AT THE RATE IT POSTS AT. AN OVER-LIMIT ADJUST WITH
      *  NO REQUESTER ID HAS NO ONE TO BE APPROVED AGAINST AND IS
      *  REJECTED; ONE ALREADY WAITING FOR THE SAME INVOICE MUST BE
      *  DEALT WITH BEFORE ANOTHER IS RAISED.
       CHECK-ADJUST-LIMIT.
           COMPUTE WS-ADJUST-OLD-VALUE ROUNDED =
               IM-INVOICE-AMOUNT * IM-INVOICE-EXCHANGE-RATE.
           IF IM-TYPE-CREDIT-MEMO
               COMPUTE WS-ADJUST-OLD-VALUE = 0 - WS-ADJUST-OLD-VALUE
           END-IF.
           COMPUTE WS-ADJUST-NEW-VALUE ROUNDED =
               TR-INVOICE-AMOUNT * WS-EFFECTIVE-RATE.
           IF TR-TYPE-CREDIT-MEMO
               COMPUTE WS-ADJUST-NEW-VALUE = 0 - WS-ADJUST-NEW-VALUE
           END-IF.
           COMPUTE WS-ADJUST-CHANGE =
               WS-ADJUST-NEW-VALUE - WS-ADJUST-OLD-VALUE.

           IF WS-ADJUST-CHANGE NOT > WS-ADJUST-LIMIT AND
              WS-ADJUST-CHANGE NOT < 0 - WS-ADJUST-LIMIT
               GO TO CHECK-ADJUST-LIMIT-EXIT
           END-IF.

           IF TR-REQUESTED-BY = SPACES
               MOVE 'OVER ADJUST LIMIT, NO REQUESTER ID'
                   TO WS-REJECT-REASON
               GO TO CHECK-ADJUST-LIMIT-EXIT
           END-IF.

           INITIALIZE ADJUST-PENDING-RECORD.
           MOVE TR-CUSTOMER-NUMBER          TO AJ-CUSTOMER-NUMBER.
           MOVE TR-INVOICE-NUMBER           TO AJ-INVOICE-NUMBER.
           MOVE 'P'                         TO AJ-APPROVAL-STATUS.
           MOVE TR-REQUESTED-BY             TO AJ-REQUESTED-BY.
           MOVE WS-TODAY-YYYYMMDD           TO AJ-REQUEST-DATE.
           MOVE SPACES                      TO AJ-APPROVED-BY.
           MOVE 0                           TO AJ-APPROVAL-DATE.
           MOVE IM-INVOICE-AMOUNT           TO AJ-CURRENT-AMOUNT.
           MOVE TR-INVOICE-AMOUNT           TO AJ-PROPOSED-AMOUNT.
           MOVE TR-INVOICE-CURRENCY-CODE    TO AJ-CURRENCY-CODE.
           MOVE WS-ADJUST-CHANGE            TO AJ-CHANGE-USD.
           MOVE IM-MODIFICATION-STAMP       TO AJ-MASTER-STAMP.
           MOVE INVOICE-TRANSACTION-RECORD  TO AJ-TRANSACTION-IMAGE.
           WRITE ADJUST-PENDING-RECORD
               INVALID KEY
                   MOVE 'ADJUSTMENT ALREADY PENDING APPROVAL'
                       TO WS-REJECT-REASON
                   GO TO CHECK-ADJUST-LIMIT-EXIT
           END-WRITE.

           ADD 1 TO WS-TRANSACTIONS-HELD.
           MOVE 'Y' TO WS-ADJUST-HELD-FLAG.
           MOVE 'OVER ADJUST LIMIT, HELD FOR APPROVAL'
               TO WS-REJECT-REASON.

       CHECK-ADJUST-LIMIT-EXIT.
           EXIT.

      *  A VOID FLIPS THE EXISTING MASTER RECORD TO IM-TYPE-VOID AND
      *  LEAVES EVERYTHING ELSE AS BILLED, SO STMTGEN1'S NETTING AND
      *  THE AGING REPORT SEE THE REVERSAL WITHOUT LOSING THE HISTORY.
      *  IM-VOID-DATE RECORDS WHEN, FOR THE STATEMENT PERIOD.
       APPLY-VOID-TRANSACTION.
           IF NOT WS-MASTER-FOUND
               MOVE 'INVOICE NOT ON THE MASTER'
           END-IF.

           SET IM-TYPE-VOID TO TRUE.
           MOVE WS-TODAY-JULIAN TO IM-VOID-DATE.
           MOVE WS-TODAY-JULIAN TO IM-LAST-MODIFIED.
           MOVE WS-MODIFICATION-STAMP
               TO IM-MODIFICATION-STAMP.
               PERFORM WRITE-MASTER-JOURNAL
           END-IF.

      *  A VOIDED ADVANCE BILLING WILL NEVER BE EARNED -- WHATEVER
      *  IS STILL DEFERRED COMES BACK OUT IN FULL.
           IF WS-REJECT-REASON = SPACES AND WS-FEED-OPEN
               MOVE IM-INVOICE-NUMBER TO DR-INVOICE-NUMBER
               MOVE 9999999999999.99 TO WS-REVERSE-LIMIT
               PERFORM REVERSE-DEFERRED-REVENUE THRU
                       REVERSE-DEFERRED-REVENUE-EXIT
           END-IF.

       APPLY-VOID-TRANSACTION-EXIT.
           EXIT.

      *****************************************************************
      *  RE-BILL A CHARGE: POST THE REPLACEMENT UNDER A NEW NUMBER     *
      *  THROUGH THE ORDINARY ADD, THEN VOID THE ORIGINAL AND LINK     *
      *  THE TWO BOTH WAYS. ANYTHING THE TRANSACTION LEAVES ZERO OR    *
      *  BLANK IS TAKEN FROM THE ORIGINAL, SO A RE-BILL TO ANOTHER     *
      *  CUSTOMER NEEDS NOTHING BUT THE NEW CUSTOMER NUMBER. NOTHING   *
      *  IS VOIDED UNLESS THE REPLACEMENT POSTED, AND THE REPORT LINE  *
      *  IS ALWAYS THE ORIGINAL INVOICE'S.                             *
      *****************************************************************
       APPLY-REBILL-TRANSACTION.
           IF NOT WS-MASTER-FOUND
               MOVE 'INVOICE NOT ON THE MASTER'
                   TO WS-REJECT-REASON
               GO TO APPLY-REBILL-TRANSACTION-EXIT
           END-IF.

           IF IM-TYPE-VOID
               MOVE 'INVOICE IS ALREADY VOID'
                   TO WS-REJECT-REASON
               GO TO APPLY-REBILL-TRANSACTION-EXIT
           END-IF.

           IF NOT IM-TYPE-CHARGE
               MOVE 'ONLY A CHARGE CAN BE RE-BILLED'
                   TO WS-REJECT-REASON
               GO TO APPLY-REBILL-TRANSACTION-EXIT
           END-IF.

           IF NOT WS-LINK-OPEN
               MOVE 'INVOICE LINK FILE NOT AVAILABLE'
                   TO WS-REJECT-REASON
               GO TO APPLY-REBILL-TRANSACTION-EXIT
           END-IF.

           MOVE INVOICE-MASTER-RECORD TO REBILL-ORIGINAL-RECORD.
           MOVE TR-CUSTOMER-NUMBER TO WS-REBILL-ORIGINAL-CUSTOMER.
           MOVE TR-INVOICE-NUMBER  TO WS-REBILL-ORIGINAL-INVOICE.
           MOVE 0 TO WS-REBILL-OPEN-USD.
           IF NOT RO-INVOICE-PAID
               COMPUTE WS-REBILL-OPEN-USD ROUNDED =
                   RO-INVOICE-AMOUNT * RO-INVOICE-EXCHANGE-RATE
           END-IF.

           IF TR-INVOICE-AMOUNT NOT NUMERIC OR TR-INVOICE-AMOUNT = 0
               MOVE RO-INVOICE-AMOUNT TO TR-INVOICE-AMOUNT
               MOVE 0 TO TR-QUANTITY
           END-IF.
           IF TR-INVOICE-CURRENCY-CODE = SPACES
               MOVE RO-INVOICE-CURRENCY-CODE
                   TO TR-INVOICE-CURRENCY-CODE
           END-IF.
           IF TR-INVOICE-EXCHANGE-RATE NOT NUMERIC OR
              TR-INVOICE-EXCHANGE-RATE = 0
               MOVE RO-INVOICE-EXCHANGE-RATE
                   TO TR-INVOICE-EXCHANGE-RATE
           END-IF.
           IF TR-INVOICE-PRODUCT-CODE = SPACES
               MOVE RO-INVOICE-PRODUCT-CODE TO TR-INVOICE-PRODUCT-CODE
           END-IF.
           IF TR-INVOICE-DESCRIPTION = SPACES
               MOVE RO-INVOICE-DESCRIPTION TO TR-INVOICE-DESCRIPTION
           END-IF.
           IF TR-PO-NUMBER = SPACES
               MOVE RO-PO-NUMBER TO TR-PO-NUMBER
           END-IF.
           IF TR-INVOICE-DATE NOT NUMERIC OR TR-INVOICE-DATE = 0
               MOVE WS-TODAY-JULIAN TO TR-INVOICE-DATE
           END-IF.
           MOVE 'C' TO TR-INVOICE-TRANSACTION-TYPE.

      *  A DELIVERY SITE BELONGS TO ITS CUSTOMER -- IT CARRIES
      *  ACROSS ONLY WHEN THE SAME CUSTOMER IS RE-BILLED.
           IF TR-REBILL-CUSTOMER-NUMBER = 0 OR
              TR-REBILL-CUSTOMER-NUMBER = WS-REBILL-ORIGINAL-CUSTOMER
               MOVE WS-REBILL-ORIGINAL-CUSTOMER
                   TO WS-REBILL-NEW-CUSTOMER
               IF TR-SHIP-TO-ID = SPACES
                   MOVE RO-SHIP-TO-ID TO TR-SHIP-TO-ID
               END-IF
           ELSE
               MOVE TR-REBILL-CUSTOMER-NUMBER
                   TO WS-REBILL-NEW-CUSTOMER
           END-IF.
           MOVE WS-REBILL-NEW-CUSTOMER TO TR-CUSTOMER-NUMBER.

           PERFORM CHECK-ACTIVITY-PERIOD.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO APPLY-REBILL-RESTORE-KEY
           END-IF.

           PERFORM CHECK-COMPANY-CODE.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO APPLY-REBILL-RESTORE-KEY
           END-IF.

           CALL 'CREATEINVOICENUMBER'
               USING WS-REBILL-NEW-INVOICE WS-CRINVNO-STATUS
                     WS-POSTING-COMPANY-CODE
                     WS-CRINVNO-CALLER.
           IF NOT WS-CRINVNO-OK
               MOVE 0 TO WS-REBILL-NEW-INVOICE
               MOVE 'REPLACEMENT INVOICE NUMBER NOT ISSUED'
                   TO WS-REJECT-REASON
               GO TO APPLY-REBILL-RESTORE-KEY
           END-IF.

           MOVE WS-REBILL-NEW-INVOICE TO TR-INVOICE-NUMBER.
           PERFORM LOOK-UP-MASTER-RECORD.
           MOVE 'Y' TO WS-REBILLING-FLAG.
           PERFORM APPLY-ADD-TRANSACTION THRU
                   APPLY-ADD-TRANSACTION-EXIT.
           MOVE 'N' TO WS-REBILLING-FLAG.
      *  THE REPLACEMENT NUMBER WAS ISSUED BUT WILL NEVER BE POSTED
      *  -- LOG IT SPOILED SO THE NUMBER AUDIT CAN ACCOUNT FOR IT.
           IF WS-REJECT-REASON NOT = SPACES
               CALL 'WRITEINVNUMLOG' USING WS-NUMLOG-SPOILED
                                           WS-REBILL-NEW-INVOICE
                                           WS-CRINVNO-CALLER
                                           WS-POSTING-COMPANY-CODE
                                           WS-REJECT-REASON
               MOVE 0 TO WS-REBILL-NEW-INVOICE
               GO TO APPLY-REBILL-RESTORE-KEY
           END-IF.

      *  THE REPLACEMENT IS ON FILE -- NOW VOID THE ORIGINAL. ITS
      *  PAYMENTS AND ITS RECEIVABLE NOW STAND ON THE REPLACEMENT,
      *  SO IT KEEPS NO PAYMENT AND IS SETTLED: NOTHING IS OPEN ON
      *  IT FOR A STATEMENT, THE AGING OR THE CREDIT CHECK TO COUNT.
           MOVE WS-REBILL-ORIGINAL-CUSTOMER TO TR-CUSTOMER-NUMBER.
           MOVE WS-REBILL-ORIGINAL-INVOICE  TO TR-INVOICE-NUMBER.
           PERFORM LOOK-UP-MASTER-RECORD.
           IF NOT WS-MASTER-FOUND
               MOVE 'REPLACEMENT POSTED, ORIGINAL NOT VOIDED'
                   TO WS-REJECT-REASON
               GO TO APPLY-REBILL-TRANSACTION-EXIT
           END-IF.

           SET IM-TYPE-VOID TO TRUE.
           MOVE 0 TO IM-AMOUNT-PAID.
           MOVE 0 TO IM-DISCOUNT-TAKEN.
           MOVE 0 TO IM-SHORTPAY-ABSORBED.
           SET IM-INVOICE-PAID TO TRUE.
           MOVE WS-TODAY-JULIAN TO IM-VOID-DATE.
           MOVE WS-TODAY-JULIAN TO IM-LAST-MODIFIED.
           MOVE WS-MODIFICATION-STAMP
               TO IM-MODIFICATION-STAMP.

           REWRITE INVOICE-MASTER-RECORD
               INVALID KEY
                   MOVE 'REPLACEMENT POSTED, ORIGINAL NOT VOIDED'
                       TO WS-REJECT-REASON
           END-REWRITE.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO APPLY-REBILL-TRANSACTION-EXIT
           END-IF.
           MOVE 'R' TO WS-JOURNAL-ACTION.
           PERFORM WRITE-MASTER-JOURNAL.

           IF WS-FEED-OPEN
               MOVE IM-INVOICE-NUMBER TO DR-INVOICE-NUMBER
               MOVE 9999999999999.99 TO WS-REVERSE-LIMIT
               PERFORM REVERSE-DEFERRED-REVENUE THRU
                       REVERSE-DEFERRED-REVENUE-EXIT
           END-IF.

      *  ONE LINK UNDER EACH INVOICE, POINTING AT THE OTHER.
           INITIALIZE INVOICE-LINK-RECORD.
           MOVE WS-REBILL-ORIGINAL-CUSTOMER TO LN-CUSTOMER-NUMBER.
           MOVE WS-REBILL-ORIGINAL-INVOICE  TO LN-INVOICE-NUMBER.
           SET LN-REPLACED-BY TO TRUE.
           MOVE WS-REBILL-NEW-CUSTOMER
               TO LN-LINKED-CUSTOMER-NUMBER.
           MOVE WS-REBILL-NEW-INVOICE       TO LN-LINKED-INVOICE-NUMBER.
           PERFORM WRITE-INVOICE-LINK.

           INITIALIZE INVOICE-LINK-RECORD.
           MOVE WS-REBILL-NEW-CUSTOMER      TO LN-CUSTOMER-NUMBER.
           MOVE WS-REBILL-NEW-INVOICE       TO LN-INVOICE-NUMBER.
           SET LN-REPLACES TO TRUE.
           MOVE WS-REBILL-ORIGINAL-CUSTOMER
               TO LN-LINKED-CUSTOMER-NUMBER.
           MOVE WS-REBILL-ORIGINAL-INVOICE  TO LN-LINKED-INVOICE-NUMBER.
           PERFORM WRITE-INVOICE-LINK.
           GO TO APPLY-REBILL-TRANSACTION-EXIT.

      *  A RE-BILL THAT DID NOT POST IS REPORTED UNDER THE INVOICE
      *  IT WAS MEANT TO REPLACE.
       APPLY-REBILL-RESTORE-KEY.
           MOVE WS-REBILL-ORIGINAL-CUSTOMER TO TR-CUSTOMER-NUMBER.
           MOVE WS-REBILL-ORIGINAL-INVOICE  TO TR-INVOICE-NUMBER.

       APPLY-REBILL-TRANSACTION-EXIT.
           EXIT.

      *  A LINK ALREADY ON FILE UNDER THE SAME KEY IS A RERUN OF THE
      *  SAME RE-BILL AND IS SIMPLY REFRESHED.
       WRITE-INVOICE-LINK.
           MOVE WS-TODAY-JULIAN    TO LN-LINK-DATE.
           MOVE WS-JOURNAL-PROGRAM TO LN-LINKING-PROGRAM.
           WRITE INVOICE-LINK-RECORD
               INVALID KEY
                   REWRITE INVOICE-LINK-RECORD
           END-WRITE.

      *  THE REASON TABLE IS THE AUTHORITY ON WHY A CREDIT MAY BE
      *  ISSUED -- A TYPE-M TRANSACTION QUOTING A CODE THAT IS NOT
      *  LOADED (OR NO CODE AT ALL) DOES NOT POST.
                       WS-EXTENSION-TOLERANCE
                   MOVE 'QTY TIMES PRICE DOES NOT EXTEND'
                       TO WS-REJECT-REASON
               ELSE
                   IF TR-TYPE-CHARGE AND WS-PRODUCT-FILE-PRESENT AND
                      (TR-INVOICE-CURRENCY-CODE = 'USD' OR
                       TR-INVOICE-CURRENCY-CODE = SPACES)
                       PERFORM CHECK-UNIT-PRICE THRU
                               CHECK-UNIT-PRICE-EXIT
                   END-IF
               END-IF
           END-IF.

      *  THE PRICE IN EFFECT ON THE INVOICE DATE: THE LATEST-
      *  EFFECTIVE UNEXPIRED CONTRACT WHOSE MINIMUM THE QUANTITY
      *  MEETS, ELSE THE LIST PRICE.
       CHECK-UNIT-PRICE.
           MOVE 0 TO WS-EXPECTED-UNIT-PRICE.
           MOVE SPACES TO WS-EXPECTED-PRICE-SOURCE
                          WS-CONTRACT-AGREEMENT.
           IF TR-INVOICE-DATE NUMERIC AND TR-INVOICE-DATE > 0
               COMPUTE WS-PRICE-AS-OF-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DAY(TR-INVOICE-DATE))
           ELSE
               MOVE WS-TODAY-YYYYMMDD TO WS-PRICE-AS-OF-DATE
           END-IF.

           IF WS-CONTRACT-FILE-PRESENT
               MOVE TR-CUSTOMER-NUMBER      TO CP-CUSTOMER-NUMBER
               MOVE TR-INVOICE-PRODUCT-CODE TO CP-PRODUCT-CODE
               MOVE 0                       TO CP-EFFECTIVE-DATE
               MOVE 'N' TO WS-CONTRACT-EOF-FLAG
               START CONTRACT-PRICE-FILE
                   KEY IS NOT LESS THAN CP-KEY
                   INVALID KEY MOVE 'Y' TO WS-CONTRACT-EOF-FLAG
               END-START
               PERFORM UNTIL WS-NO-MORE-CONTRACTS
                   READ CONTRACT-PRICE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-CONTRACT-EOF-FLAG
                   END-READ
                   IF NOT WS-NO-MORE-CONTRACTS
                       IF CP-CUSTOMER-NUMBER NOT = TR-CUSTOMER-NUMBER
                          OR CP-PRODUCT-CODE NOT =
                                 TR-INVOICE-PRODUCT-CODE
                          OR CP-EFFECTIVE-DATE > WS-PRICE-AS-OF-DATE
                           MOVE 'Y' TO WS-CONTRACT-EOF-FLAG
                       ELSE
                           IF CP-EXPIRY-DATE NOT <
                                  WS-PRICE-AS-OF-DATE AND
                              TR-QUANTITY NOT < CP-MINIMUM-QUANTITY
                               MOVE CP-CONTRACT-PRICE
                                   TO WS-EXPECTED-UNIT-PRICE
                               MOVE 'CONTRACT'
                                   TO WS-EXPECTED-PRICE-SOURCE
                               MOVE CP-AGREEMENT-REFERENCE
                                   TO WS-CONTRACT-AGREEMENT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-EXPECTED-PRICE-SOURCE = SPACES
               MOVE TR-INVOICE-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY GO TO CHECK-UNIT-PRICE-EXIT
               END-READ
               IF PM-UNIT-PRICE NOT > 0
                   GO TO CHECK-UNIT-PRICE-EXIT
               END-IF
               MOVE PM-UNIT-PRICE TO WS-EXPECTED-UNIT-PRICE
               MOVE 'LIST'        TO WS-EXPECTED-PRICE-SOURCE
           END-IF.

           IF TR-UNIT-PRICE NOT = WS-EXPECTED-UNIT-PRICE
               SET WS-PRICE-EXCEPTION TO TRUE
           END-IF.

       CHECK-UNIT-PRICE-EXIT.
           EXIT.

      *  A NEW CUSTOMER TAKES NO CHARGE UNTIL CREDIT HAS APPROVED
      *  ITS APPLICATION (CRAMNT) AND MADE IT ACTIVE. A CREDIT MEMO
      *  ONLY REDUCES WHAT IS OWED AND POSTS; A CUSTOMER NOT ON THE
      *  MASTER POSTS AS BEFORE.
       CHECK-CUSTOMER-PENDING.
           IF TR-TYPE-CHARGE
               MOVE TR-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-DEMO-FOUND-FLAG
               READ CUSTOMER-DEMOGRAPHIC-FILE
                   INVALID KEY MOVE 'N' TO WS-DEMO-FOUND-FLAG
               END-READ
               IF WS-DEMO-FOUND AND CD-CUSTOMER-PENDING
                   MOVE 'CUSTOMER PENDING CREDIT APPROVAL'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *  ONLY A CHARGE NEEDS A PO, AND ONLY FOR A CUSTOMER WHOSE
      *  DEMOGRAPHIC RECORD SAYS SO -- A CUSTOMER NOT ON THE MASTER
      *  POSTS AS BEFORE.
       CHECK-PO-NUMBER.
           MOVE TR-INVOICE-PRODUCT-CODE TO WS-PO-PRODUCT-CODE.
           IF NOT TR-TYPE-CHARGE OR TR-PO-NUMBER NOT = SPACES OR
              WS-HOUSE-CHARGE
               CONTINUE
           ELSE
               MOVE TR-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-DEMO-FOUND-FLAG
               READ CUSTOMER-DEMOGRAPHIC-FILE
                   INVALID KEY MOVE 'N' TO WS-DEMO-FOUND-FLAG
               END-READ
               IF WS-DEMO-FOUND AND CD-PO-REQUIRED
                   MOVE 'PO NUMBER REQUIRED FOR THIS CUSTOMER'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *  A QUOTED DELIVERY SITE MUST BE ONE OF THIS CUSTOMER'S
      *  OPEN SITES. NO SITE QUOTED, OR NO SHIP-TO FILE YET, IS
      *  THE BILL-TO ADDRESS AND NEEDS NO CHECK.
       CHECK-SHIP-TO-ID.
           IF TR-SHIP-TO-ID = SPACES OR NOT WS-SHIP-TO-FILE-PRESENT
               CONTINUE
           ELSE
               MOVE TR-CUSTOMER-NUMBER TO SL-CUSTOMER-NUMBER
               MOVE TR-SHIP-TO-ID      TO SL-SHIP-TO-ID
               MOVE 'Y' TO WS-SHIP-TO-FOUND-FLAG
               READ SHIP-TO-FILE
                   INVALID KEY MOVE 'N' TO WS-SHIP-TO-FOUND-FLAG
               END-READ
               IF NOT WS-SHIP-TO-FOUND OR SL-LOCATION-CLOSED
                   MOVE 'SHIP-TO SITE NOT ON FILE OR CLOSED'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *  A NEW INVOICE IS BILLED UNDER THE CUSTOMER'S COMPANY. A
      *  TRANSACTION THAT QUOTES A DIFFERENT ONE IS REJECTED RATHER
      *  THAN BOOKED TO THE WRONG LEGAL ENTITY; A CUSTOMER NOT ON
      *  THE DEMOGRAPHIC MASTER TAKES THE COMPANY THE TRANSACTION
      *  QUOTES, OR THE HOME COMPANY.
       CHECK-COMPANY-CODE.
           MOVE TR-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-DEMO-FOUND-FLAG.
           READ CUSTOMER-DEMOGRAPHIC-FILE
               INVALID KEY MOVE 'N' TO WS-DEMO-FOUND-FLAG
           END-READ.
           IF WS-DEMO-FOUND
               MOVE CD-COMPANY-CODE TO WS-POSTING-COMPANY-CODE
           ELSE
               MOVE TR-COMPANY-CODE TO WS-POSTING-COMPANY-CODE
           END-IF.
           IF WS-POSTING-COMPANY-CODE = SPACES
               MOVE WS-HOME-COMPANY-CODE TO WS-POSTING-COMPANY-CODE
           END-IF.
           IF TR-COMPANY-CODE NOT = SPACES AND
              TR-COMPANY-CODE NOT = WS-POSTING-COMPANY-CODE
               MOVE 'COMPANY DOES NOT MATCH THE CUSTOMER'
                   TO WS-REJECT-REASON
           END-IF.

      *  A CHARGE TAKES THE CUSTOMER'S DEFAULT TERMS FROM THE
      *  DEMOGRAPHIC MASTER. A CREDIT MEMO HAS NO TERMS.
       ASSIGN-PAYMENT-TERMS.
           MOVE SPACES TO WS-TERMS-CODE.
           IF TR-TYPE-CHARGE
               MOVE TR-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-DEMO-FOUND-FLAG
               READ CUSTOMER-DEMOGRAPHIC-FILE
                   INVALID KEY MOVE 'N' TO WS-DEMO-FOUND-FLAG
               END-READ
               IF WS-DEMO-FOUND
                   MOVE CD-TERMS-CODE TO WS-TERMS-CODE
               END-IF
           END-IF.
           PERFORM COMPUTE-DUE-DATE.

      *  DUE DATE = INVOICE DATE PLUS THE TERMS' NET DAYS, IN THE
      *  SAME JULIAN YYYYDDD FORM AS THE INVOICE DATE. A CREDIT
      *  MEMO IS DUE THE DAY IT IS ISSUED. A CODE THAT IS NOT ON
      *  THE TERMS MASTER IS DROPPED AND THE CHARGE GOES NET 30,
      *  SO NO LATER JOB EVER LOOKS UP A CODE THAT DOES NOT EXIST.
       COMPUTE-DUE-DATE.
           MOVE WS-DEFAULT-NET-DAYS TO WS-NET-DAYS.
           IF NOT TR-TYPE-CHARGE
               MOVE SPACES TO WS-TERMS-CODE
               MOVE 0 TO WS-NET-DAYS
           END-IF.

           IF WS-TERMS-CODE NOT = SPACES
               MOVE 'N' TO WS-TERMS-FOUND-FLAG
               IF WS-TERMS-FILE-PRESENT
                   MOVE WS-TERMS-CODE TO PT-TERMS-CODE
                   MOVE 'Y' TO WS-TERMS-FOUND-FLAG
                   READ PAYMENT-TERMS-FILE
                       INVALID KEY MOVE 'N' TO WS-TERMS-FOUND-FLAG
                   END-READ
               END-IF
               IF WS-TERMS-FOUND
                   MOVE PT-NET-DAYS TO WS-NET-DAYS
               ELSE
                   MOVE SPACES TO WS-TERMS-CODE
               END-IF
           END-IF.

      *  A CHARGE MOVED OUT OF A CLOSED PERIOD IS STILL DUE ON
      *  THE TERMS IT WAS BILLED ON, FROM ITS ORIGINAL DATE.
           IF TR-INVOICE-DATE NOT NUMERIC OR TR-INVOICE-DATE = 0
               MOVE 0 TO WS-TERMS-BASE-DATE
           ELSE
               MOVE TR-INVOICE-DATE TO WS-TERMS-BASE-DATE
           END-IF.
           IF TR-ORIGINAL-ACTIVITY-DATE NUMERIC AND
              TR-ORIGINAL-ACTIVITY-DATE NOT = 0
               MOVE TR-ORIGINAL-ACTIVITY-DATE TO WS-TERMS-BASE-DATE
           END-IF.

           IF WS-TERMS-BASE-DATE = 0
               MOVE 0 TO WS-DUE-DATE
           ELSE
               COMPUTE WS-DUE-DATE =
                   FUNCTION DAY-OF-INTEGER(
                       FUNCTION INTEGER-OF-DAY(WS-TERMS-BASE-DATE)
                           + WS-NET-DAYS)
           END-IF.

      *  THE RATE THE TRANSACTION CARRIES IS THE FALLBACK; THE
           END-IF.

      *****************************************************************
      *  RATE THE TRANSACTION'S TAX FROM THE JURISDICTION THE GOODS    *
      *  WENT TO -- THE SHIP-TO SITE, ELSE THE BILL-TO ADDRESS.        *
      *  ONLY CHARGES ARE TAXED; CREDIT MEMOS CARRY ZERO TAX OF THEIR  *
      *  OWN. ZIP-LEVEL JURISDICTION FIRST, STATE-LEVEL DEFAULT NEXT,  *
      *  TAX-FREE WHEN NEITHER IS LOADED.                              *
      *****************************************************************
       COMPUTE-SALES-TAX.
           MOVE 0 TO WS-TAX-AMOUNT.
           MOVE SPACES TO WS-TAXED-STATE.
           MOVE SPACES TO WS-TAXED-ZIP.

           IF NOT TR-TYPE-CHARGE
               GO TO COMPUTE-SALES-TAX-EXIT

      *  REFUND01'S OFFSETTING CHARGES RETURN THE CUSTOMER'S OWN
      *  MONEY -- NOT A SALE, SO NO TAX, OR THE REFUND WOULD CLEAR
      *  MORE THAN THE CREDIT BALANCE. UNCLR01'S OFFSETS FOR
      *  UNCLAIMED PROPERTY PAID OVER TO A STATE ARE THE SAME.
           IF TR-INVOICE-PRODUCT-CODE = 'REFUND' OR
              TR-INVOICE-PRODUCT-CODE = 'ESCHEAT'
               GO TO COMPUTE-SALES-TAX-EXIT
           END-IF.

           PERFORM RESOLVE-TAX-LOCATION.
           IF WS-TAX-LOC-STATE = SPACES
               GO TO COMPUTE-SALES-TAX-EXIT
           END-IF.
           MOVE WS-TAX-LOC-STATE TO WS-TAXED-STATE.

      *  AN EXEMPT RESELLER'S UNEXPIRED CERTIFICATE BEATS THE
      *  JURISDICTION TABLE -- THE CHARGE POSTS TAX-FREE AND
               END-IF
           END-IF.

           MOVE WS-TAX-LOC-STATE TO TJ-STATE.
           MOVE WS-TAX-LOC-ZIP   TO TJ-ZIP.
           MOVE 'Y' TO WS-TAX-FOUND-FLAG.
           READ TAX-JURISDICTION-FILE
               INVALID KEY MOVE 'N' TO WS-TAX-FOUND-FLAG
           END-READ.

           IF WS-TAX-FOUND
               MOVE WS-TAX-LOC-ZIP TO WS-TAXED-ZIP
           ELSE
               MOVE WS-TAX-LOC-STATE TO TJ-STATE
               MOVE SPACES           TO TJ-ZIP
               MOVE 'Y' TO WS-TAX-FOUND-FLAG
               READ TAX-JURISDICTION-FILE
       COMPUTE-SALES-TAX-EXIT.
           EXIT.

      *  THE SITE CHECK-SHIP-TO-ID ALREADY PASSED, READ AGAIN FOR
      *  ITS ADDRESS; OTHERWISE THE CUSTOMER'S BILL-TO. SPACES WHEN
      *  THE CUSTOMER IS NOT ON THE DEMOGRAPHIC MASTER EITHER.
       RESOLVE-TAX-LOCATION.
           MOVE SPACES TO WS-TAX-LOC-STATE.
           MOVE SPACES TO WS-TAX-LOC-ZIP.

           IF TR-SHIP-TO-ID NOT = SPACES AND WS-SHIP-TO-FILE-PRESENT
               MOVE TR-CUSTOMER-NUMBER TO SL-CUSTOMER-NUMBER
               MOVE TR-SHIP-TO-ID      TO SL-SHIP-TO-ID
               MOVE 'Y' TO WS-SHIP-TO-FOUND-FLAG
               READ SHIP-TO-FILE
                   INVALID KEY MOVE 'N' TO WS-SHIP-TO-FOUND-FLAG
               END-READ
               IF WS-SHIP-TO-FOUND
                   MOVE SL-ADDRESS-STATE TO WS-TAX-LOC-STATE
                   MOVE SL-ADDRESS-ZIP   TO WS-TAX-LOC-ZIP
               END-IF
           END-IF.

           IF WS-TAX-LOC-STATE = SPACES
               MOVE TR-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-DEMO-FOUND-FLAG
               READ CUSTOMER-DEMOGRAPHIC-FILE
                   INVALID KEY MOVE 'N' TO WS-DEMO-FOUND-FLAG
               END-READ
               IF WS-DEMO-FOUND
                   MOVE CD-ADDRESS-STATE TO WS-TAX-LOC-STATE
                   MOVE CD-ADDRESS-ZIP   TO WS-TAX-LOC-ZIP
               END-IF
           END-IF.

      *****************************************************************
      *  APPLY THE CUSTOMER'S ON-ACCOUNT BALANCE AGAINST THE CHARGE    *
      *  JUST POSTED -- UP TO WHAT IT STILL OWES, SETTLING THE         *
      *  INVOICE WHEN IT IS COVERED. THE REWRITE IS JOURNALED LIKE     *
      *  EVERY OTHER MASTER CHANGE, AND THE DRAWDOWN GETS A PAYMENT-   *
      *  HISTORY RECORD SO THE PAID AMOUNT IS EXPLAINABLE LATER.       *
           END-IF.

           COMPUTE WS-NEW-RECEIVABLE =
               IM-INVOICE-AMOUNT + IM-INVOICE-TAX-AMOUNT
                   - IM-AMOUNT-PAID.
           IF OA-ON-ACCOUNT-BALANCE < WS-NEW-RECEIVABLE
               MOVE OA-ON-ACCOUNT-BALANCE TO WS-DRAWDOWN-AMOUNT
           ELSE

           MOVE INVOICE-MASTER-RECORD TO WS-JOURNAL-BEFORE.
           ADD WS-DRAWDOWN-AMOUNT TO IM-AMOUNT-PAID.
           IF IM-AMOUNT-PAID NOT LESS THAN
                  IM-INVOICE-AMOUNT + IM-INVOICE-TAX-AMOUNT
               SET IM-INVOICE-PAID TO TRUE
           END-IF.
           MOVE WS-TODAY-JULIAN TO IM-LAST-MODIFIED.
       DRAW-DOWN-ON-ACCOUNT-EXIT.
           EXIT.

      *  THE PART OF A RE-BILLED CHARGE'S PAYMENT ITS CHEAPER
      *  REPLACEMENT COULD NOT TAKE IS CREDITED TO THE ORIGINAL
      *  CUSTOMER'S ON-ACCOUNT BALANCE, IN USD AT THE ORIGINAL'S
      *  RATE, CREATING THE LEDGER RECORD ON FIRST USE. NO PAYMENT
      *  HISTORY IS WRITTEN -- THE CASH IS ALREADY ON RECORD AGAINST
      *  THE ORIGINAL INVOICE.
       CREDIT-REBILL-EXCESS.
           COMPUTE WS-REBILL-EXCESS-USD ROUNDED =
               WS-REBILL-EXCESS-PAID * RO-INVOICE-EXCHANGE-RATE.
           MOVE WS-REBILL-ORIGINAL-CUSTOMER TO OA-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-LEDGER-FOUND-FLAG.
           READ ON-ACCOUNT-LEDGER-FILE
               INVALID KEY MOVE 'N' TO WS-LEDGER-FOUND-FLAG
           END-READ.

           IF WS-LEDGER-FOUND
               ADD WS-REBILL-EXCESS-USD TO OA-ON-ACCOUNT-BALANCE
               MOVE WS-TODAY-JULIAN     TO OA-LAST-ACTIVITY-DATE
               REWRITE ON-ACCOUNT-LEDGER-RECORD
           ELSE
               MOVE WS-REBILL-ORIGINAL-CUSTOMER TO OA-CUSTOMER-NUMBER
               MOVE WS-REBILL-EXCESS-USD TO OA-ON-ACCOUNT-BALANCE
               MOVE WS-TODAY-JULIAN      TO OA-LAST-ACTIVITY-DATE
               WRITE ON-ACCOUNT-LEDGER-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      *****************************************************************
      *  PUT A FRESHLY POSTED ADVANCE BILLING ON ITS RECOGNITION       *
      *  SCHEDULE AND MOVE ITS REVENUE TO DEFERRED REVENUE. THE        *
      *  AMOUNT IS THE REVENUE CREDIT GLEXTR01 BOOKS FOR THE CHARGE -- *
      *  THE ROUNDED USD TOTAL LESS THE ROUNDED USD TAX -- SO THE TWO  *
      *  ENTRIES NET TO EXACTLY NOTHING IN REVENUE.                    *
      *****************************************************************
       DEFER-ADVANCE-BILLING.
           COMPUTE WS-DEFER-USD-AMOUNT ROUNDED =
               (IM-INVOICE-AMOUNT + IM-INVOICE-TAX-AMOUNT)
                   * IM-INVOICE-EXCHANGE-RATE.
           COMPUTE WS-DEFER-TAX-USD ROUNDED =
               IM-INVOICE-TAX-AMOUNT * IM-INVOICE-EXCHANGE-RATE.
           SUBTRACT WS-DEFER-TAX-USD FROM WS-DEFER-USD-AMOUNT.
           IF WS-DEFER-USD-AMOUNT NOT > 0
               GO TO DEFER-ADVANCE-BILLING-EXIT
           END-IF.

           COMPUTE WS-DEFER-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE)).

           INITIALIZE DEFERRED-REVENUE-RECORD.
           MOVE IM-CUSTOMER-NUMBER      TO DR-CUSTOMER-NUMBER.
           MOVE IM-INVOICE-NUMBER       TO DR-INVOICE-NUMBER.
           SET DR-SCHEDULE-OPEN TO TRUE.
           MOVE IM-COMPANY-CODE         TO DR-COMPANY-CODE.
           MOVE IM-INVOICE-PRODUCT-CODE TO DR-PRODUCT-CODE.
           MOVE WS-CURRENT-PERIOD       TO DR-CREATED-PERIOD.
           MOVE WS-DEFER-PERIOD         TO DR-FIRST-PERIOD.
           MOVE TR-SERVICE-MONTHS       TO DR-SERVICE-MONTHS.
           MOVE WS-DEFER-USD-AMOUNT     TO DR-DEFERRED-AMOUNT.
           WRITE DEFERRED-REVENUE-RECORD
               INVALID KEY
                   GO TO DEFER-ADVANCE-BILLING-EXIT
           END-WRITE.

           MOVE 'DEFR'                  TO GF-ACTIVITY-CODE.
           MOVE IM-INVOICE-NUMBER       TO GF-INVOICE-NUMBER.
           MOVE WS-DEFER-USD-AMOUNT     TO GF-AMOUNT.
           PERFORM WRITE-DEFERRAL-FEED.
           ADD 1 TO WS-CHARGES-DEFERRED.

       DEFER-ADVANCE-BILLING-EXIT.
           EXIT.

      *****************************************************************
      *  TAKE UP TO WS-REVERSE-LIMIT OFF THE UNRECOGNIZED BALANCE OF   *
      *  THE CUSTOMER'S SCHEDULE FOR DR-INVOICE-NUMBER. AN INVOICE     *
      *  WITH NO SCHEDULE, OR ONE ALREADY FULLY RELEASED, HAS NOTHING  *
      *  DEFERRED AND IS LEFT ALONE. THE DRVS ENTRY CARRIES THE        *
      *  POSTING TRANSACTION'S OWN INVOICE NUMBER, SO TWO CREDITS      *
      *  AGAINST ONE CHARGE ON THE SAME DAY ARE TWO SEPARATE ENTRIES.  *
      *****************************************************************
       REVERSE-DEFERRED-REVENUE.
           MOVE TR-INVOICE-NUMBER  TO WS-REVERSE-INVOICE-NUMBER.
           MOVE TR-CUSTOMER-NUMBER TO DR-CUSTOMER-NUMBER.
           READ DEFERRED-REVENUE-FILE
               INVALID KEY
                   GO TO REVERSE-DEFERRED-REVENUE-EXIT
           END-READ.
           IF NOT DR-SCHEDULE-OPEN
               GO TO REVERSE-DEFERRED-REVENUE-EXIT
           END-IF.

           COMPUTE WS-DEFER-REMAINING =
               DR-DEFERRED-AMOUNT - DR-RECOGNIZED-AMOUNT
                   - DR-REVERSED-AMOUNT.
           IF WS-DEFER-REMAINING NOT > 0
               GO TO REVERSE-DEFERRED-REVENUE-EXIT
           END-IF.
           IF WS-REVERSE-LIMIT < WS-DEFER-REMAINING
               MOVE WS-REVERSE-LIMIT TO WS-REVERSE-AMOUNT
           ELSE
               MOVE WS-DEFER-REMAINING TO WS-REVERSE-AMOUNT
           END-IF.
           IF WS-REVERSE-AMOUNT NOT > 0
               GO TO REVERSE-DEFERRED-REVENUE-EXIT
           END-IF.

           IF DR-REVERSAL-PERIOD = WS-CURRENT-PERIOD
               ADD WS-REVERSE-AMOUNT TO DR-PERIOD-REVERSED-AMOUNT
           ELSE
               MOVE WS-CURRENT-PERIOD TO DR-REVERSAL-PERIOD
               MOVE WS-REVERSE-AMOUNT TO DR-PERIOD-REVERSED-AMOUNT
           END-IF.
           ADD WS-REVERSE-AMOUNT TO DR-REVERSED-AMOUNT.
           IF WS-REVERSE-AMOUNT = WS-DEFER-REMAINING
               SET DR-FULLY-REVERSED TO TRUE
           END-IF.
           REWRITE DEFERRED-REVENUE-RECORD
               INVALID KEY
                   GO TO REVERSE-DEFERRED-REVENUE-EXIT
           END-REWRITE.

           MOVE 'DRVS'                    TO GF-ACTIVITY-CODE.
           MOVE WS-REVERSE-INVOICE-NUMBER TO GF-INVOICE-NUMBER.
           MOVE WS-REVERSE-AMOUNT         TO GF-AMOUNT.
           PERFORM WRITE-DEFERRAL-FEED.
           ADD 1 TO WS-DEFERRALS-REVERSED.

       REVERSE-DEFERRED-REVENUE-EXIT.
           EXIT.

      *  STAMPED TODAY FOR TONIGHT'S GLEXTR01, BOOKED TO THE
      *  SCHEDULE'S OWN COMPANY AND PRODUCT.
       WRITE-DEFERRAL-FEED.
           MOVE WS-TODAY-YYYYMMDD  TO GF-FEED-DATE.
           MOVE 'INVPOST1'         TO GF-SOURCE-PROGRAM.
           MOVE DR-PRODUCT-CODE    TO GF-PRODUCT-CODE.
           MOVE DR-CUSTOMER-NUMBER TO GF-CUSTOMER-NUMBER.
           MOVE DR-COMPANY-CODE    TO GF-COMPANY-CODE.
           WRITE GL-SIDE-FEED-RECORD.

       WRITE-MASTER-JOURNAL.
           MOVE INVOICE-MASTER-RECORD TO WS-JOURNAL-AFTER.
           CALL 'WRITEINVJOURNAL' USING WS-JOURNAL-ACTION
           MOVE TR-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.
           MOVE TR-INVOICE-NUMBER  TO WS-DTL-INVOICE-NUMBER.

           EVALUATE TRUE
               WHEN WS-ADJUST-HELD
                   MOVE 'HELD'     TO WS-DTL-DISPOSITION
               WHEN WS-REJECT-REASON = SPACES
                   ADD 1 TO WS-TRANSACTIONS-APPLIED
                   MOVE 'APPLIED'  TO WS-DTL-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-TRANSACTIONS-REJECTED
                   MOVE 'REJECTED' TO WS-DTL-DISPOSITION
           END-EVALUATE.

           MOVE WS-REJECT-REASON TO WS-DTL-REASON.
           IF WS-REJECT-REASON = SPACES AND WS-PERIOD-MOVED
               ADD 1 TO WS-TRANSACTIONS-MOVED
               MOVE 'DATE MOVED OUT OF CLOSED PERIOD'
                   TO WS-DTL-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES AND WS-PRICE-EXCEPTION AND
              NOT WS-PERIOD-MOVED
               MOVE 'PRICING EXCEPTION' TO WS-DTL-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES AND WS-REBILL-NEW-INVOICE > 0
               MOVE WS-REBILL-NEW-INVOICE TO WS-RBN-INVOICE-NUMBER
               MOVE WS-REBILL-NOTE TO WS-DTL-REASON
           END-IF.
           MOVE SPACES TO WS-DTL-ON-ACCOUNT-AREA.
           IF WS-REBILL-EXCESS-USD > 0
               MOVE 'ON ACCOUNT' TO WS-DTL-ON-ACCOUNT-AREA
               MOVE WS-REBILL-EXCESS-USD TO WS-DTL-ON-ACCOUNT-AMOUNT
           END-IF.
           WRITE POSTING-REPORT-LINE FROM WS-DETAIL-LINE.

      *  A PRICING EXCEPTION IS COUNTED ONLY WHEN THE CHARGE POSTED
      *  (OR WAS HELD FOR APPROVAL) -- A REJECTION SAYS WHY ALREADY.
           IF WS-REJECT-REASON = SPACES AND WS-PRICE-EXCEPTION
               ADD 1 TO WS-PRICE-EXCEPTIONS
               MOVE TR-INVOICE-PRODUCT-CODE  TO WS-PEX-PRODUCT-CODE
               MOVE TR-UNIT-PRICE            TO WS-PEX-CHARGED-PRICE
               MOVE WS-EXPECTED-PRICE-SOURCE TO WS-PEX-SOURCE
               MOVE WS-EXPECTED-UNIT-PRICE   TO WS-PEX-EXPECTED-PRICE
               MOVE WS-CONTRACT-AGREEMENT    TO WS-PEX-AGREEMENT
               WRITE POSTING-REPORT-LINE FROM WS-PRICE-EXCEPTION-LINE
           END-IF.

           IF WS-SUBSTAT-OPEN AND TR-SUBMISSION-ID NOT = SPACES
               PERFORM RECORD-SUBMISSION-RESULT
           END-IF.
               MOVE WS-TODAY-YYYYMMDD  TO SB-SUBMIT-DATE
           END-IF.

      *  A HELD ADJUSTMENT IS STILL PENDING AS FAR AS THE CLIENT
      *  IS CONCERNED; THE REASON SAYS WHAT IT IS WAITING FOR.
           EVALUATE TRUE
               WHEN WS-ADJUST-HELD
                   MOVE 'P' TO SB-ROW-STATUS
                   MOVE WS-REJECT-REASON TO SB-REJECT-REASON
               WHEN WS-REJECT-REASON = SPACES
                   MOVE 'A' TO SB-ROW-STATUS
                   MOVE SPACES TO SB-REJECT-REASON
               WHEN OTHER
                   MOVE 'R' TO SB-ROW-STATUS
                   MOVE WS-REJECT-REASON TO SB-REJECT-REASON
           END-EVALUATE.

           IF WS-SUBSTAT-FOUND
               REWRITE SUBMISSION-STATUS-RECORD
