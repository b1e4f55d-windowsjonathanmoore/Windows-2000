      ***********************************************************
      * ANONCUS1 -- PERSONAL-DATA ERASURE FOR LONG-CLOSED CUSTOMERS  *
      *                                                              *
      * THE PRIVACY POLICY PROMISES THAT A CUSTOMER'S PERSONAL       *
      * DETAILS GO ONCE THE ACCOUNT HAS BEEN CLOSED AND SETTLED FOR  *
      * SEVEN YEARS, BUT NOTHING EVER REMOVED A NAME, ADDRESS OR     *
      * PHONE NUMBER FROM ANYWHERE. THIS JOB FINDS THE CUSTOMERS DUE *
      * FOR ERASURE AND REPLACES THEIR PERSONAL FIELDS WITH A        *
      * PLACEHOLDER TOKEN ('ERASED-' AND THE CUSTOMER NUMBER) IN     *
      * EVERY STORE THAT HOLDS THEM. CUSTOMER NUMBERS, AMOUNTS,      *
      * DATES AND STATES (THE TAX JURISDICTION) ARE NEVER TOUCHED,   *
      * SO EVERY FINANCIAL RECORD STILL FOOTS AND STILL TIES BACK TO *
      * ITS ACCOUNT.                                                 *
      *                                                              *
      * A CUSTOMER IS DUE WHEN CD-CUSTOMER-CLOSED, NOTHING OPEN ON   *
      * CUSTBAL OR ONACCT, NO OPEN DSPCASE DISPUTE, NO LIVE HOLD ON  *
      * THE LEGLHOLD.cpy LEGAL-HOLD LIST, AND THE LATEST ACTIVITY WE *
      * CAN DATE (MASTER CHANGE STAMP, LAST PAYMENT, LAST ON-ACCOUNT *
      * MOVEMENT, ANY INVOICE STILL ON INVMAST) IS OLDER THAN THE    *
      * RETENTION PERIOD -- SEVEN YEARS UNLESS THE PARAMETER FILE    *
      * SAYS OTHERWISE. A CLOSED ACCOUNT WITH NO DATED ACTIVITY      *
      * ANYWHERE IS LISTED, NOT ERASED. ERASURE CANNOT BE UNDONE, SO *
      * A MISSING HOLD LIST OR MISSING BALANCE, LEDGER, DISPUTE OR   *
      * INVOICE FILE STOPS THE JOB AT CONDITION CODE 8 BEFORE        *
      * ANYTHING IS TOUCHED.                                         *
      *                                                              *
      *   CUSTDEMO  REWRITTEN IN PLACE AND JOURNALED                 *
      *   CUSTCONT  REWRITTEN IN PLACE AND JOURNALED                 *
      *   SHIPTO    REWRITTEN IN PLACE                               *
      *   STMTHIST  STATEMENT HEADER LINES REWRITTEN IN PLACE        *
      *   DLVPREF   REWRITTEN IN PLACE                               *
      *   CUSTJRNL  COPIED TO CUSJSCRB, BOTH IMAGES SCRUBBED         *
      *   CUSJARCH  COPIED TO CJASCRB, BOTH IMAGES SCRUBBED          *
      *   CONTJRNL  COPIED TO CONJSCRB, BOTH IMAGES SCRUBBED         *
      *   CSMTARCH  COPIED TO CSMASCRB, CUST-# AUDIT VALUES          *
      *   INVARCH   COPIED TO INVASCRB, TAX ZIP                      *
      *   DUNHIST   HOLDS NO PERSONAL FIELDS                         *
      *                                                              *
      * THE SEQUENTIAL STORES ARE HANDLED THE CSMTPURG WAY -- OPS    *
      * RELOADS EACH ONE FROM ITS SCRUBBED COPY -- AND EACH IS       *
      * OPTIONAL, SO AN ARCHIVE GENERATION NOT ALLOCATED IS SIMPLY   *
      * REPORTED ABSENT AND THE STEP CAN BE RERUN AGAINST OLDER      *
      * GENERATIONS. A CUSTOMER ERASED ON AN EARLIER RUN IS CARRIED  *
      * AGAIN ON EVERY RUN, SO ANY JOURNAL OR ARCHIVE THAT STILL     *
      * HOLDS THEIR DETAILS IS CAUGHT. THE JOB BELONGS IN THE BATCH  *
      * WINDOW WITH ONLINE DOWN, AHEAD OF JRNROLL1. EVERY STORE THAT *
      * CHANGED FOR A CUSTOMER GETS ONE RECORD ON THE ERASCERT.cpy   *
      * CERTIFICATE-OF-ERASURE LOG.                                  *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONCUS1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-PARM-FILE ASSIGN TO ANONPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT CUSTOMER-BALANCE-FILE ASSIGN TO CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-CUSTOMER-NUMBER
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT ON-ACCOUNT-LEDGER-FILE ASSIGN TO ONACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OA-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT DISPUTE-CASE-FILE ASSIGN TO DSPCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT INVOICE-MASTER-FILE ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CUSTOMER-CONTACT-FILE ASSIGN TO CUSTCONT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CONTACT-STATUS.
           SELECT SHIP-TO-FILE ASSIGN TO SHIPTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-SHIP-TO-STATUS.
           SELECT STATEMENT-HISTORY-FILE ASSIGN TO STMTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT DELIVERY-PREFERENCE-FILE ASSIGN TO DLVPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-CUSTOMER-NUMBER
               FILE STATUS IS WS-PREFERENCE-STATUS.
           SELECT CUSTOMER-JOURNAL-FILE ASSIGN TO CUSTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CUSTOMER-JOURNAL-SCRUBBED ASSIGN TO CUSJSCRB
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO CUSJARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT JOURNAL-ARCHIVE-SCRUBBED ASSIGN TO CJASCRB
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTACT-JOURNAL-FILE ASSIGN TO CONTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CONTACT-JOURNAL-SCRUBBED ASSIGN TO CONJSCRB
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSMT-ARCHIVE-FILE ASSIGN TO CSMTARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CSMT-ARCHIVE-SCRUBBED ASSIGN TO CSMASCRB
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-ARCHIVE-FILE ASSIGN TO INVARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT INVOICE-ARCHIVE-SCRUBBED ASSIGN TO INVASCRB
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERASURE-CERTIFICATE-FILE ASSIGN TO ERASCERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.
           SELECT ERASURE-REPORT-FILE ASSIGN TO ANONRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASURE-PARM-FILE.
       01  ERASURE-PARM-RECORD.
           05  RP-RETENTION-DAYS             PIC 9(5).
           05  FILLER                        PIC X(75).

       FD  LEGAL-HOLD-FILE.
           COPY LEGLHOLD.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  CUSTOMER-BALANCE-FILE.
           COPY CUSTBAL.

       FD  ON-ACCOUNT-LEDGER-FILE.
           COPY ONACCT.

       FD  DISPUTE-CASE-FILE.
           COPY DSPCASE.

       FD  INVOICE-MASTER-FILE.
           COPY INVMAST.

       FD  CUSTOMER-CONTACT-FILE.
           COPY CUSTCONT.

       FD  SHIP-TO-FILE.
           COPY SHIPTO.

       FD  STATEMENT-HISTORY-FILE.
           COPY STMTHIST.

       FD  DELIVERY-PREFERENCE-FILE.
           COPY DLVPREF.

       FD  CUSTOMER-JOURNAL-FILE.
           COPY CUSTJRNL.

       FD  CUSTOMER-JOURNAL-SCRUBBED.
           COPY CUSTJRNL
               REPLACING CUSTOMER-JOURNAL-RECORD BY
                             SCRUBBED-CUSTOMER-ENTRY
                         LEADING ==CJ== BY ==CS==.

       FD  JOURNAL-ARCHIVE-FILE.
           COPY CUSTJRNL
               REPLACING CUSTOMER-JOURNAL-RECORD BY
                             ARCHIVED-CUSTOMER-ENTRY
                         LEADING ==CJ== BY ==CA==.

       FD  JOURNAL-ARCHIVE-SCRUBBED.
           COPY CUSTJRNL
               REPLACING CUSTOMER-JOURNAL-RECORD BY
                             SCRUBBED-ARCHIVE-ENTRY
                         LEADING ==CJ== BY ==CZ==.

       FD  CONTACT-JOURNAL-FILE.
           COPY CUSTJRNL
               REPLACING CUSTOMER-JOURNAL-RECORD BY
                             CONTACT-JOURNAL-RECORD
                         LEADING ==CJ== BY ==KJ==.

       FD  CONTACT-JOURNAL-SCRUBBED.
           COPY CUSTJRNL
               REPLACING CUSTOMER-JOURNAL-RECORD BY
                             SCRUBBED-CONTACT-ENTRY
                         LEADING ==CJ== BY ==KS==.

       FD  CSMT-ARCHIVE-FILE.
           COPY CSMTLOG.

       FD  CSMT-ARCHIVE-SCRUBBED.
       01  SCRUBBED-LOG-RECORD               PIC X(121).

       FD  INVOICE-ARCHIVE-FILE
           RECORD CONTAINS 4256 CHARACTERS.
           COPY INVMAST
               REPLACING INVOICE-MASTER-RECORD BY
                             ARCHIVED-INVOICE-RECORD
                         LEADING ==IM== BY ==AR==.

       FD  INVOICE-ARCHIVE-SCRUBBED
           RECORD CONTAINS 4256 CHARACTERS.
       01  SCRUBBED-INVOICE-RECORD           PIC X(4256).

       FD  ERASURE-CERTIFICATE-FILE.
           COPY ERASCERT.

       FD  ERASURE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ERASURE-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-HOLD-STATUS                    PIC X(2).
           88  WS-HOLD-OPENED-OK             VALUE '00'.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-STATUS-OK             VALUE '00'.
       01  WS-BALANCE-STATUS                 PIC X(2).
           88  WS-BALANCE-OPENED-OK          VALUE '00'.
       01  WS-LEDGER-STATUS                  PIC X(2).
           88  WS-LEDGER-OPENED-OK           VALUE '00'.
       01  WS-DISPUTE-STATUS                 PIC X(2).
           88  WS-DISPUTE-OPENED-OK          VALUE '00'.
       01  WS-MASTER-STATUS                  PIC X(2).
           88  WS-MASTER-OPENED-OK           VALUE '00'.
       01  WS-CONTACT-STATUS                 PIC X(2).
           88  WS-CONTACT-OPENED-OK          VALUE '00'.
       01  WS-SHIP-TO-STATUS                 PIC X(2).
           88  WS-SHIP-TO-OPENED-OK          VALUE '00'.
       01  WS-STATEMENT-STATUS               PIC X(2).
           88  WS-STATEMENT-OPENED-OK        VALUE '00'.
       01  WS-PREFERENCE-STATUS              PIC X(2).
           88  WS-PREFERENCE-OPENED-OK       VALUE '00'.
       01  WS-SOURCE-STATUS                  PIC X(2).
           88  WS-SOURCE-OPENED-OK           VALUE '00'.
       01  WS-CERTIFICATE-STATUS             PIC X(2) VALUE '00'.
           88  WS-CERTIFICATE-OPENED-OK      VALUE '00'.

       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.
       01  WS-MORE-KEYED-FLAG                PIC X.
           88  WS-MORE-KEYED-RECORDS         VALUE 'Y'.
       01  WS-STOP-FLAG                      PIC X VALUE 'N'.
           88  WS-STOP-BEFORE-ERASING        VALUE 'Y'.
       01  WS-FOUND-FLAG                     PIC X.
           88  WS-FOUND                      VALUE 'Y'.
       01  WS-KEYED-STORE-FLAG               PIC X VALUE 'N'.
           88  WS-KEYED-STORE-MISSING        VALUE 'Y'.

      *  HOW LONG A CLOSED ACCOUNT MUST SIT WITHOUT ACTIVITY BEFORE
      *  ITS PERSONAL DETAILS GO -- SEVEN YEARS UNLESS THE
      *  PARAMETER FILE SAYS OTHERWISE.
       01  WS-RETENTION-DAYS                 PIC 9(5) VALUE 2555.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-INTEGER-DATE             PIC S9(9) COMP.
       01  WS-TODAY-JULIAN                   PIC 9(7).
       01  WS-CUTOFF-INTEGER-DATE            PIC S9(9) COMP.
       01  WS-CUTOFF-YYYYMMDD                PIC 9(8).
       01  WS-LATEST-INTEGER-DATE            PIC S9(9) COMP.
       01  WS-CANDIDATE-INTEGER-DATE         PIC S9(9) COMP.
       01  WS-CANDIDATE-YYYYMMDD             PIC 9(8).

       01  WS-MODIFICATION-STAMP             PIC 9(14).
       01  WS-STAMP-PARTS REDEFINES WS-MODIFICATION-STAMP.
           05  WS-STAMP-DATE                 PIC 9(8).
           05  WS-STAMP-TIME                 PIC 9(6).

       01  WS-JOURNAL-ACTION                 PIC X(1) VALUE 'R'.
       01  WS-JOURNAL-PROGRAM                PIC X(8)
                                              VALUE 'ANONCUS1'.
       01  WS-JOURNAL-BEFORE                 PIC X(300).
       01  WS-JOURNAL-AFTER                  PIC X(300).

      *  THE PLACEHOLDER THAT STANDS IN FOR A NAME ONCE IT IS GONE.
      *  A LAST NAME BEGINNING WITH THE PREFIX IS HOW AN EARLIER
      *  RUN'S ERASURE IS RECOGNISED.
       01  WS-ERASURE-TOKEN.
           05  WS-TOKEN-PREFIX               PIC X(7) VALUE 'ERASED-'.
           05  WS-TOKEN-CUSTOMER             PIC 9(9).

      *  LEGAL'S HOLD LIST, LOADED WHOLE. A LIST TOO BIG FOR THE
      *  TABLE CANNOT BE PROVED CLEAR, SO IT STOPS THE JOB.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 2000 TIMES.
               10  WS-HOLD-CUSTOMER          PIC 9(9).
               10  WS-HOLD-RELEASE-DATE      PIC 9(8).
               10  WS-HOLD-MATTER            PIC X(20).
       01  WS-HOLD-COUNT                     PIC 9(4) COMP VALUE 0.
       01  WS-HOLD-MAX                       PIC 9(4) COMP VALUE 2000.
       01  WS-HOLD-IX                        PIC 9(4) COMP.

      *  THE STORES, IN THE ORDER THEY ARE SCRUBBED, AND WHAT IS
      *  CLEARED IN EACH -- THE WORDING GOES ONTO THE CERTIFICATE.
       01  WS-STORE-NAMES.
           05  FILLER                        PIC X(8)  VALUE 'CUSTDEMO'.
           05  FILLER                        PIC X(60) VALUE
               'NAME, ADDRESS LINES, CITY, ZIP, PHONE'.
           05  FILLER                        PIC X(8)  VALUE 'CUSTCONT'.
           05  FILLER                        PIC X(60) VALUE
               'CONTACT NAME, TITLE, PHONE, EMAIL'.
           05  FILLER                        PIC X(8)  VALUE 'SHIPTO  '.
           05  FILLER                        PIC X(60) VALUE
               'LOCATION NAME, ADDRESS LINES, CITY, ZIP'.
           05  FILLER                        PIC X(8)  VALUE 'STMTHIST'.
           05  FILLER                        PIC X(60) VALUE
               'HEADER NAME, ATTN CONTACT, ADDRESS LINES, CITY, ZIP'.
           05  FILLER                        PIC X(8)  VALUE 'CUSTJRNL'.
           05  FILLER                        PIC X(60) VALUE
               'BEFORE/AFTER IMAGE NAME, ADDRESS, CITY, ZIP, PHONE'.
           05  FILLER                        PIC X(8)  VALUE 'CUSJARCH'.
           05  FILLER                        PIC X(60) VALUE
               'BEFORE/AFTER IMAGE NAME, ADDRESS, CITY, ZIP, PHONE'.
           05  FILLER                        PIC X(8)  VALUE 'CONTJRNL'.
           05  FILLER                        PIC X(60) VALUE
               'BEFORE/AFTER IMAGE CONTACT NAME, TITLE, PHONE, EMAIL'.
           05  FILLER                        PIC X(8)  VALUE 'CSMTARCH'.
           05  FILLER                        PIC X(60) VALUE
               'CUST-# AUDIT LINE FIELD VALUES'.
           05  FILLER                        PIC X(8)  VALUE 'INVARCH '.
           05  FILLER                        PIC X(60) VALUE
               'ARCHIVED INVOICE TAX ZIP'.
           05  FILLER                        PIC X(8)  VALUE 'DLVPREF '.
           05  FILLER                        PIC X(60) VALUE
               'E-DELIVERY ADDRESS, COPY ATTENTION, ADDRESS, CITY, ZIP'.
       01  WS-STORE-TABLE REDEFINES WS-STORE-NAMES.
           05  WS-STORE-ENTRY OCCURS 10 TIMES.
               10  WS-STORE-ID               PIC X(8).
               10  WS-STORE-FIELDS           PIC X(60).
       01  WS-STORE-COUNT                    PIC 9(4) COMP VALUE 10.
       01  WS-STORE-SLOT                     PIC 9(4) COMP.

      *  RUN TOTALS PER STORE, SLOTTED AS ABOVE.
       01  WS-STORE-TOTALS.
           05  WS-STORE-TOTAL OCCURS 10 TIMES.
               10  WS-STORE-PRESENT-FLAG     PIC X(1).
                   88  WS-STORE-PRESENT          VALUE 'Y'.
               10  WS-STORE-READ             PIC 9(9) COMP.
               10  WS-STORE-SCRUBBED         PIC 9(9) COMP.

      *  EVERY CUSTOMER WHOSE DETAILS ARE TO BE GONE -- ERASED THIS
      *  RUN OR ON AN EARLIER ONE -- IN CUSTOMER-NUMBER ORDER, AS
      *  CUSTDEMO IS READ, SO THE SEQUENTIAL STORES CAN LOOK EACH
      *  RECORD UP BY HALVING. A CUSTOMER WHO DOES NOT FIT WAITS
      *  FOR THE NEXT RUN.
       01  WS-ERASE-TABLE.
           05  WS-ERASE-ENTRY OCCURS 5000 TIMES.
               10  WS-ERASE-CUSTOMER         PIC 9(9).
               10  WS-ERASE-KIND             PIC X(1).
                   88  WS-ERASED-THIS-RUN        VALUE 'N'.
                   88  WS-ERASED-BEFORE          VALUE 'P'.
               10  WS-ERASE-STORE-COUNT      PIC 9(7) COMP
                                              OCCURS 10 TIMES.
       01  WS-ERASE-COUNT                    PIC 9(4) COMP VALUE 0.
       01  WS-ERASE-MAX                      PIC 9(4) COMP VALUE 5000.
       01  WS-ERASE-IX                       PIC 9(4) COMP.
       01  WS-LOOKUP-CUSTOMER                PIC 9(9).
       01  WS-LOOKUP-LOW                     PIC S9(4) COMP.
       01  WS-LOOKUP-HIGH                    PIC S9(4) COMP.
       01  WS-LOOKUP-MID                     PIC S9(4) COMP.

      *  WORK COPIES THE SCRUBBING IS DONE IN, SO A LIVE RECORD AND
      *  A JOURNAL IMAGE OF ONE GET EXACTLY THE SAME TREATMENT.
           COPY CUSTDEMO
               REPLACING CUSTOMER-DEMOGRAPHIC-RECORD BY
                             DEMOGRAPHIC-IMAGE
                         LEADING ==CD== BY ==DI==.
           COPY CUSTCONT
               REPLACING CUSTOMER-CONTACT-RECORD BY
                             CONTACT-IMAGE
                         LEADING ==CC== BY ==KI==.
           COPY DLVPREF
               REPLACING DELIVERY-PREFERENCE-RECORD BY
                             PREFERENCE-BEFORE
                         LEADING ==DP== BY ==PB==.
           COPY CUSTJRNL
               REPLACING CUSTOMER-JOURNAL-RECORD BY
                             WS-JOURNAL-ENTRY
                         LEADING ==CJ== BY ==WJ==.
       01  WS-IMAGE-WORK                     PIC X(300).
       01  WS-IMAGE-BEFORE                   PIC X(300).
       01  WS-LINE-BEFORE                    PIC X(132).
       01  WS-LOG-BEFORE                     PIC X(121).
       01  WS-IMAGE-CHANGED-FLAG             PIC X.
           88  WS-IMAGE-CHANGED              VALUE 'Y'.

      *  WHERE THE STATEMENT HISTORY SCAN IS WITHIN A HEADER BLOCK --
      *  THE ADDRESS LINES STILL TO COME AFTER THE NAME LINE.
       01  WS-ADDRESS-LINES-LEFT             PIC 9(1).
       01  WS-EQUALS-OFFSET                  PIC 9(4) COMP.
       01  WS-COPY-IX                        PIC 9(4) COMP.

       01  WS-ELIGIBILITY-COUNTS.
           05  WS-CUSTOMERS-READ             PIC 9(9) COMP VALUE 0.
           05  WS-CLOSED-EXAMINED            PIC 9(9) COMP VALUE 0.
           05  WS-ERASED-NOW                 PIC 9(9) COMP VALUE 0.
           05  WS-PREVIOUSLY-ERASED          PIC 9(9) COMP VALUE 0.
           05  WS-HELD-BY-LEGAL              PIC 9(9) COMP VALUE 0.
           05  WS-HELD-BY-BALANCE            PIC 9(9) COMP VALUE 0.
           05  WS-HELD-BY-ON-ACCOUNT         PIC 9(9) COMP VALUE 0.
           05  WS-HELD-BY-DISPUTE            PIC 9(9) COMP VALUE 0.
           05  WS-HELD-BY-ACTIVITY           PIC 9(9) COMP VALUE 0.
           05  WS-HELD-UNDATED               PIC 9(9) COMP VALUE 0.
           05  WS-DEFERRED-TABLE-FULL        PIC 9(9) COMP VALUE 0.
           05  WS-CERTIFICATES-WRITTEN       PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'PERSONAL-DATA ERASURE REPORT'.
           05  FILLER                        PIC X(10)
               VALUE 'RUN DATE '.
           05  WS-TTL-RUN-DATE               PIC 9(8).

       01  WS-CUTOFF-LINE.
           05  FILLER                        PIC X(36)
               VALUE 'NO ACTIVITY SINCE (RETENTION CUT)'.
           05  WS-CUT-LINE-DATE              PIC 9(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-CUT-LINE-DAYS              PIC ZZZZ9.
           05  FILLER                        PIC X(15)
               VALUE ' DAYS RETAINED'.

       01  WS-MESSAGE-LINE.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  WS-MSG-TEXT                   PIC X(80).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL                  PIC X(36).
           05  WS-CNT-VALUE                  PIC ZZZ,ZZZ,ZZ9.

       01  WS-STORE-LINE.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  WS-STL-STORE-ID               PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-STL-NOTE                   PIC X(30).
           05  FILLER                        PIC X(7) VALUE 'READ: '.
           05  WS-STL-READ                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'SCRUBBED: '.
           05  WS-STL-SCRUBBED               PIC ZZZ,ZZZ,ZZ9.

       01  WS-CUSTOMER-LINE.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  WS-CUL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-CUL-TOKEN                  PIC X(16).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-CUL-NOTE                   PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-ERASURE-PARM THRU READ-ERASURE-PARM-EXIT.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           COMPUTE WS-CUTOFF-INTEGER-DATE =
               WS-TODAY-INTEGER-DATE - WS-RETENTION-DAYS.
           COMPUTE WS-CUTOFF-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER-DATE).
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(WS-TODAY-INTEGER-DATE).
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MODIFICATION-STAMP.

           INITIALIZE WS-STORE-TOTALS.
           OPEN OUTPUT ERASURE-REPORT-FILE.
           MOVE WS-TODAY-YYYYMMDD TO WS-TTL-RUN-DATE.
           WRITE ERASURE-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE WS-CUTOFF-YYYYMMDD TO WS-CUT-LINE-DATE.
           MOVE WS-RETENTION-DAYS  TO WS-CUT-LINE-DAYS.
           WRITE ERASURE-REPORT-LINE FROM WS-CUTOFF-LINE.
           MOVE SPACES TO ERASURE-REPORT-LINE.
           WRITE ERASURE-REPORT-LINE.

           PERFORM LOAD-LEGAL-HOLDS THRU LOAD-LEGAL-HOLDS-EXIT.
           IF NOT WS-STOP-BEFORE-ERASING
               PERFORM OPEN-ELIGIBILITY-FILES THRU
                       OPEN-ELIGIBILITY-FILES-EXIT
           END-IF.
           IF WS-STOP-BEFORE-ERASING
               MOVE 'NOTHING ERASED -- RESOLVE THE ABOVE AND RERUN'
                   TO WS-MSG-TEXT
               WRITE ERASURE-REPORT-LINE FROM WS-MESSAGE-LINE
               CLOSE ERASURE-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'CLOSED ACCOUNTS KEPT FOR REVIEW' TO WS-MSG-TEXT.
           WRITE ERASURE-REPORT-LINE FROM WS-MESSAGE-LINE.
           PERFORM SELECT-AND-ERASE-CUSTOMERS.
           CLOSE CUSTOMER-DEMOGRAPHIC-FILE
                 CUSTOMER-BALANCE-FILE
                 ON-ACCOUNT-LEDGER-FILE
                 DISPUTE-CASE-FILE
                 INVOICE-MASTER-FILE.

      *  THE KEYED STORES ARE ONLY VISITED FOR THE CUSTOMERS ON THE
      *  TABLE; THE SEQUENTIAL ONES ARE COPIED WHOLE EVERY RUN SO
      *  THE SCRUBBED COPY IS ALWAYS A COMPLETE REPLACEMENT.
           IF WS-ERASE-COUNT > 0
               PERFORM SCRUB-CONTACTS THRU SCRUB-CONTACTS-EXIT
               PERFORM SCRUB-SHIP-TO-LOCATIONS THRU
                       SCRUB-SHIP-TO-LOCATIONS-EXIT
               PERFORM SCRUB-STATEMENT-HISTORY THRU
                       SCRUB-STATEMENT-HISTORY-EXIT
               PERFORM SCRUB-DELIVERY-PREFERENCES THRU
                       SCRUB-DELIVERY-PREFERENCES-EXIT
           END-IF.
           PERFORM SCRUB-CUSTOMER-JOURNAL THRU
                   SCRUB-CUSTOMER-JOURNAL-EXIT.
           PERFORM SCRUB-JOURNAL-ARCHIVE THRU
                   SCRUB-JOURNAL-ARCHIVE-EXIT.
           PERFORM SCRUB-CONTACT-JOURNAL THRU
                   SCRUB-CONTACT-JOURNAL-EXIT.
           PERFORM SCRUB-CSMT-ARCHIVE THRU
                   SCRUB-CSMT-ARCHIVE-EXIT.
           PERFORM SCRUB-INVOICE-ARCHIVE THRU
                   SCRUB-INVOICE-ARCHIVE-EXIT.

           PERFORM WRITE-ERASURE-CERTIFICATES THRU
                   WRITE-ERASURE-CERTIFICATES-EXIT.
           PERFORM WRITE-CONTROL-REPORT.

      *  A CUSTOMER LEFT FOR NEXT RUN BECAUSE THE TABLE FILLED, A
      *  KEYED STORE THAT WAS NOT SCRUBBED, OR A CERTIFICATE THAT
      *  COULD NOT BE LOGGED, NEEDS OPS TO LOOK.
           IF WS-DEFERRED-TABLE-FULL > 0 OR WS-KEYED-STORE-MISSING OR
              NOT WS-CERTIFICATE-OPENED-OK
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           CLOSE ERASURE-REPORT-FILE.
           GOBACK.

       READ-ERASURE-PARM.
           OPEN INPUT ERASURE-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-ERASURE-PARM-EXIT
           END-IF.
           READ ERASURE-PARM-FILE
               AT END GO TO CLOSE-ERASURE-PARM
           END-READ.
           IF RP-RETENTION-DAYS NUMERIC AND RP-RETENTION-DAYS > 0
               MOVE RP-RETENTION-DAYS TO WS-RETENTION-DAYS
           END-IF.
       CLOSE-ERASURE-PARM.
           CLOSE ERASURE-PARM-FILE.
       READ-ERASURE-PARM-EXIT.
           EXIT.

      *****************************************************************
      *  LEGAL'S HOLD LIST IS REQUIRED, EVEN IF EMPTY -- A LIST THAT   *
      *  DID NOT ARRIVE IS NOT THE SAME AS NO HOLDS. ONLY A HOLD STILL *
      *  IN FORCE TODAY IS KEPT.                                       *
      *****************************************************************
       LOAD-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF NOT WS-HOLD-OPENED-OK
               MOVE 'LEGAL-HOLD LIST (LEGLHOLD) COULD NOT BE OPENED'
                   TO WS-MSG-TEXT
               WRITE ERASURE-REPORT-LINE FROM WS-MESSAGE-LINE
               SET WS-STOP-BEFORE-ERASING TO TRUE
               CLOSE LEGAL-HOLD-FILE
               GO TO LOAD-LEGAL-HOLDS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ LEGAL-HOLD-FILE
                   AT END SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECORDS AND
                  LH-CUSTOMER-NUMBER NUMERIC AND
                  (LH-RELEASE-DATE NOT NUMERIC OR
                   LH-RELEASE-DATE = 0 OR
                   LH-RELEASE-DATE > WS-TODAY-YYYYMMDD)
                   IF WS-HOLD-COUNT < WS-HOLD-MAX
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE LH-CUSTOMER-NUMBER
                           TO WS-HOLD-CUSTOMER(WS-HOLD-COUNT)
                       MOVE LH-RELEASE-DATE
                           TO WS-HOLD-RELEASE-DATE(WS-HOLD-COUNT)
                       MOVE LH-MATTER-REFERENCE
                           TO WS-HOLD-MATTER(WS-HOLD-COUNT)
                   ELSE
                       SET WS-STOP-BEFORE-ERASING TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LEGAL-HOLD-FILE.
           IF WS-STOP-BEFORE-ERASING
               MOVE 'LEGAL-HOLD LIST TOO LARGE FOR THE HOLD TABLE'
                   TO WS-MSG-TEXT
               WRITE ERASURE-REPORT-LINE FROM WS-MESSAGE-LINE
           END-IF.
       LOAD-LEGAL-HOLDS-EXIT.
           EXIT.

      *****************************************************************
      *  EVERY FILE THE ELIGIBILITY TEST READS MUST BE THERE -- A      *
      *  BALANCE, LEDGER, DISPUTE OR INVOICE WE CANNOT SEE IS NOT      *
      *  PROOF THERE IS NONE.                                          *
      *****************************************************************
       OPEN-ELIGIBILITY-FILES.
           OPEN I-O   CUSTOMER-DEMOGRAPHIC-FILE.
           OPEN INPUT CUSTOMER-BALANCE-FILE
                      ON-ACCOUNT-LEDGER-FILE
                      DISPUTE-CASE-FILE
                      INVOICE-MASTER-FILE.
           IF WS-DEMO-STATUS-OK AND WS-BALANCE-OPENED-OK AND
              WS-LEDGER-OPENED-OK AND WS-DISPUTE-OPENED-OK AND
              WS-MASTER-OPENED-OK
               GO TO OPEN-ELIGIBILITY-FILES-EXIT
           END-IF.
           MOVE 'CUSTDEMO/CUSTBAL/ONACCT/DSPCASE/INVMAST NOT ALL OPENED'
               TO WS-MSG-TEXT.
           WRITE ERASURE-REPORT-LINE FROM WS-MESSAGE-LINE.
           SET WS-STOP-BEFORE-ERASING TO TRUE.
           CLOSE CUSTOMER-DEMOGRAPHIC-FILE
                 CUSTOMER-BALANCE-FILE
                 ON-ACCOUNT-LEDGER-FILE
                 DISPUTE-CASE-FILE
                 INVOICE-MASTER-FILE.
       OPEN-ELIGIBILITY-FILES-EXIT.
           EXIT.

       SELECT-AND-ERASE-CUSTOMERS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-CUSTOMERS-READ
               PERFORM JUDGE-ONE-CUSTOMER THRU
                       JUDGE-ONE-CUSTOMER-EXIT
               PERFORM READ-NEXT-CUSTOMER
           END-PERFORM.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-DEMOGRAPHIC-FILE NEXT RECORD
               AT END SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.

      *****************************************************************
      *  ONE CUSTOMER: ALREADY ERASED, DUE NOW, OR PASSED OVER -- AND  *
      *  IF PASSED OVER, WHY. THE TESTS RUN CHEAPEST FIRST AND THE     *
      *  FIRST ONE THAT HOLDS THE ACCOUNT BACK ENDS THE JUDGEMENT.     *
      *****************************************************************
       JUDGE-ONE-CUSTOMER.
           IF CD-LAST-NAME(1:7) = WS-TOKEN-PREFIX
               PERFORM ADD-TO-ERASE-TABLE
               IF WS-FOUND
                   SET WS-ERASED-BEFORE(WS-ERASE-COUNT) TO TRUE
                   ADD 1 TO WS-PREVIOUSLY-ERASED
               END-IF
               GO TO JUDGE-ONE-CUSTOMER-EXIT
           END-IF.

           IF NOT CD-CUSTOMER-CLOSED
               GO TO JUDGE-ONE-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-CLOSED-EXAMINED.

           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > WS-HOLD-COUNT
                      OR WS-HOLD-CUSTOMER(WS-HOLD-IX) =
                         CD-CUSTOMER-NUMBER
               CONTINUE
           END-PERFORM.
           IF WS-HOLD-IX NOT > WS-HOLD-COUNT
               ADD 1 TO WS-HELD-BY-LEGAL
               MOVE 'LEGAL HOLD' TO WS-CUL-NOTE
               MOVE WS-HOLD-MATTER(WS-HOLD-IX) TO WS-CUL-NOTE(12:19)
               PERFORM LIST-PASSED-OVER
               GO TO JUDGE-ONE-CUSTOMER-EXIT
           END-IF.

           MOVE 0 TO WS-LATEST-INTEGER-DATE.
           IF CD-MODIFICATION-STAMP > 0
               MOVE CD-MODIFICATION-STAMP(1:8) TO WS-CANDIDATE-YYYYMMDD
               PERFORM NOTE-CALENDAR-DATE
           END-IF.

           MOVE CD-CUSTOMER-NUMBER TO CB-CUSTOMER-NUMBER.
           READ CUSTOMER-BALANCE-FILE
               INVALID KEY MOVE 0 TO CB-OPEN-CHARGES CB-OPEN-CREDITS
                                     CB-NET-BALANCE
                                     CB-LAST-PAYMENT-DATE
           END-READ.
           IF CB-OPEN-CHARGES NOT = 0 OR CB-OPEN-CREDITS NOT = 0 OR
              CB-NET-BALANCE NOT = 0
               ADD 1 TO WS-HELD-BY-BALANCE
               GO TO JUDGE-ONE-CUSTOMER-EXIT
           END-IF.
           IF CB-LAST-PAYMENT-DATE > 0
               COMPUTE WS-CANDIDATE-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DAY(CB-LAST-PAYMENT-DATE)
               PERFORM NOTE-INTEGER-DATE
           END-IF.

           MOVE CD-CUSTOMER-NUMBER TO OA-CUSTOMER-NUMBER.
           READ ON-ACCOUNT-LEDGER-FILE
               INVALID KEY MOVE 0 TO OA-ON-ACCOUNT-BALANCE
                                     OA-LAST-ACTIVITY-DATE
           END-READ.
           IF OA-ON-ACCOUNT-BALANCE NOT = 0
               ADD 1 TO WS-HELD-BY-ON-ACCOUNT
               GO TO JUDGE-ONE-CUSTOMER-EXIT
           END-IF.
           IF OA-LAST-ACTIVITY-DATE > 0
               COMPUTE WS-CANDIDATE-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DAY(OA-LAST-ACTIVITY-DATE)
               PERFORM NOTE-INTEGER-DATE
           END-IF.

           PERFORM LOOK-FOR-OPEN-DISPUTE.
           IF WS-FOUND
               ADD 1 TO WS-HELD-BY-DISPUTE
               GO TO JUDGE-ONE-CUSTOMER-EXIT
           END-IF.

           PERFORM NOTE-LIVE-INVOICE-DATES.

           IF WS-LATEST-INTEGER-DATE = 0
               ADD 1 TO WS-HELD-UNDATED
               MOVE 'CLOSED, NO DATED ACTIVITY' TO WS-CUL-NOTE
               PERFORM LIST-PASSED-OVER
               GO TO JUDGE-ONE-CUSTOMER-EXIT
           END-IF.
           IF WS-LATEST-INTEGER-DATE NOT < WS-CUTOFF-INTEGER-DATE
               ADD 1 TO WS-HELD-BY-ACTIVITY
               GO TO JUDGE-ONE-CUSTOMER-EXIT
           END-IF.

           PERFORM ADD-TO-ERASE-TABLE.
           IF NOT WS-FOUND
               GO TO JUDGE-ONE-CUSTOMER-EXIT
           END-IF.
           SET WS-ERASED-THIS-RUN(WS-ERASE-COUNT) TO TRUE.

           MOVE CUSTOMER-DEMOGRAPHIC-RECORD TO WS-JOURNAL-BEFORE.
           MOVE CUSTOMER-DEMOGRAPHIC-RECORD TO DEMOGRAPHIC-IMAGE.
           PERFORM SCRUB-DEMOGRAPHIC-IMAGE.
           MOVE DEMOGRAPHIC-IMAGE TO CUSTOMER-DEMOGRAPHIC-RECORD.
           MOVE WS-MODIFICATION-STAMP TO CD-MODIFICATION-STAMP.
           REWRITE CUSTOMER-DEMOGRAPHIC-RECORD.
           MOVE CUSTOMER-DEMOGRAPHIC-RECORD TO WS-JOURNAL-AFTER.
           CALL 'WRITECUSTJOURNAL' USING WS-JOURNAL-ACTION
                                         WS-JOURNAL-PROGRAM
                                         WS-JOURNAL-BEFORE
                                         WS-JOURNAL-AFTER.
           ADD 1 TO WS-ERASED-NOW.
           MOVE WS-ERASE-COUNT TO WS-ERASE-IX.
           MOVE 1 TO WS-STORE-SLOT.
           PERFORM COUNT-SCRUBBED-RECORD.
       JUDGE-ONE-CUSTOMER-EXIT.
           EXIT.

      *  THE TABLE IS FILLED IN CUSTDEMO KEY ORDER, SO A NEW ENTRY
      *  ALWAYS GOES ON THE END. WS-FOUND SAYS WHETHER IT FITTED.
       ADD-TO-ERASE-TABLE.
           IF WS-ERASE-COUNT < WS-ERASE-MAX
               ADD 1 TO WS-ERASE-COUNT
               INITIALIZE WS-ERASE-ENTRY(WS-ERASE-COUNT)
               MOVE CD-CUSTOMER-NUMBER
                   TO WS-ERASE-CUSTOMER(WS-ERASE-COUNT)
               MOVE 'Y' TO WS-FOUND-FLAG
           ELSE
               ADD 1 TO WS-DEFERRED-TABLE-FULL
               MOVE 'N' TO WS-FOUND-FLAG
           END-IF.

       LIST-PASSED-OVER.
           MOVE CD-CUSTOMER-NUMBER TO WS-CUL-CUSTOMER-NUMBER.
           MOVE SPACES TO WS-CUL-TOKEN.
           WRITE ERASURE-REPORT-LINE FROM WS-CUSTOMER-LINE.

       NOTE-CALENDAR-DATE.
           IF WS-CANDIDATE-YYYYMMDD NUMERIC AND
              FUNCTION TEST-DATE-YYYYMMDD(WS-CANDIDATE-YYYYMMDD) = 0
               COMPUTE WS-CANDIDATE-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DATE(WS-CANDIDATE-YYYYMMDD)
               PERFORM NOTE-INTEGER-DATE
           END-IF.

       NOTE-INTEGER-DATE.
           IF WS-CANDIDATE-INTEGER-DATE > WS-LATEST-INTEGER-DATE
               MOVE WS-CANDIDATE-INTEGER-DATE TO WS-LATEST-INTEGER-DATE
           END-IF.

       LOOK-FOR-OPEN-DISPUTE.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE CD-CUSTOMER-NUMBER TO DC-CUSTOMER-NUMBER.
           MOVE 0 TO DC-INVOICE-NUMBER.
           MOVE 'Y' TO WS-MORE-KEYED-FLAG.
           START DISPUTE-CASE-FILE KEY IS NOT LESS THAN DC-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-KEYED-FLAG
           END-START.
           PERFORM UNTIL NOT WS-MORE-KEYED-RECORDS OR WS-FOUND
               READ DISPUTE-CASE-FILE NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-KEYED-FLAG
               END-READ
               IF WS-MORE-KEYED-RECORDS
                   IF DC-CUSTOMER-NUMBER NOT = CD-CUSTOMER-NUMBER
                       MOVE 'N' TO WS-MORE-KEYED-FLAG
                   ELSE
                       IF DC-CASE-OPEN
                           MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *  AN INVOICE STILL ON THE LIVE MASTER DATES THE ACCOUNT BY ITS
      *  INVOICE DATE OR ITS LAST CHANGE, WHICHEVER IS LATER.
       NOTE-LIVE-INVOICE-DATES.
           MOVE CD-CUSTOMER-NUMBER TO IM-CUSTOMER-NUMBER.
           MOVE 0 TO IM-INVOICE-NUMBER.
           MOVE 'Y' TO WS-MORE-KEYED-FLAG.
           START INVOICE-MASTER-FILE KEY IS NOT LESS THAN IM-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-KEYED-FLAG
           END-START.
           PERFORM UNTIL NOT WS-MORE-KEYED-RECORDS
               READ INVOICE-MASTER-FILE NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-KEYED-FLAG
               END-READ
               IF WS-MORE-KEYED-RECORDS
                   IF IM-CUSTOMER-NUMBER NOT = CD-CUSTOMER-NUMBER
                       MOVE 'N' TO WS-MORE-KEYED-FLAG
                   ELSE
                       IF IM-INVOICE-DATE > 0
                           COMPUTE WS-CANDIDATE-INTEGER-DATE =
                               FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE)
                           PERFORM NOTE-INTEGER-DATE
                       END-IF
                       IF IM-LAST-MODIFIED > 0
                           COMPUTE WS-CANDIDATE-INTEGER-DATE =
                               FUNCTION INTEGER-OF-DAY(IM-LAST-MODIFIED)
                           PERFORM NOTE-INTEGER-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  THE SCRUBS THEMSELVES. THE TOKEN TAKES THE FIRST NAME FIELD;  *
      *  EVERY OTHER PERSONAL FIELD IS BLANKED. STATE STAYS -- IT IS   *
      *  THE TAX JURISDICTION, NOT A PERSONAL DETAIL.                  *
      *****************************************************************
       SCRUB-DEMOGRAPHIC-IMAGE.
           MOVE DI-CUSTOMER-NUMBER TO WS-TOKEN-CUSTOMER.
           MOVE WS-ERASURE-TOKEN TO DI-LAST-NAME.
           MOVE SPACES TO DI-FIRST-NAME
                          DI-ADDRESS-LINE-1
                          DI-ADDRESS-LINE-2
                          DI-ADDRESS-CITY
                          DI-ADDRESS-ZIP
                          DI-CUSTOMER-PHONE.

       SCRUB-CONTACT-IMAGE.
           MOVE KI-CUSTOMER-NUMBER TO WS-TOKEN-CUSTOMER.
           MOVE WS-ERASURE-TOKEN TO KI-CONTACT-NAME.
           MOVE SPACES TO KI-CONTACT-TITLE
                          KI-CONTACT-PHONE
                          KI-CONTACT-EMAIL.

      *  HALVING LOOKUP OF WS-LOOKUP-CUSTOMER IN THE ERASE TABLE.
      *  WS-FOUND AND WS-ERASE-IX SAY WHETHER AND WHERE.
       FIND-ERASED-CUSTOMER.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 1 TO WS-LOOKUP-LOW.
           MOVE WS-ERASE-COUNT TO WS-LOOKUP-HIGH.
           PERFORM UNTIL WS-FOUND OR WS-LOOKUP-LOW > WS-LOOKUP-HIGH
               COMPUTE WS-LOOKUP-MID =
                   (WS-LOOKUP-LOW + WS-LOOKUP-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-ERASE-CUSTOMER(WS-LOOKUP-MID) =
                        WS-LOOKUP-CUSTOMER
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE WS-LOOKUP-MID TO WS-ERASE-IX
                   WHEN WS-ERASE-CUSTOMER(WS-LOOKUP-MID) <
                        WS-LOOKUP-CUSTOMER
                       COMPUTE WS-LOOKUP-LOW = WS-LOOKUP-MID + 1
                   WHEN OTHER
                       COMPUTE WS-LOOKUP-HIGH = WS-LOOKUP-MID - 1
               END-EVALUATE
           END-PERFORM.

      *  ONE RECORD OF A STORE CHANGED FOR THE CUSTOMER AT
      *  WS-ERASE-IX.
       COUNT-SCRUBBED-RECORD.
           ADD 1 TO WS-ERASE-STORE-COUNT(WS-ERASE-IX, WS-STORE-SLOT).
           ADD 1 TO WS-STORE-SCRUBBED(WS-STORE-SLOT).

      *****************************************************************
      *  THE KEYED STORES -- EACH CUSTOMER ON THE TABLE IS BROWSED BY  *
      *  KEY AND ONLY A RECORD THE SCRUB ACTUALLY CHANGED IS           *
      *  REWRITTEN, SO A CUSTOMER ERASED ON AN EARLIER RUN COSTS       *
      *  READS BUT NO WRITES. A KEYED STORE THAT WILL NOT OPEN IS      *
      *  REPORTED AND GRADES THE RUN.                                  *
      *****************************************************************
       SCRUB-CONTACTS.
           MOVE 2 TO WS-STORE-SLOT.
           OPEN I-O CUSTOMER-CONTACT-FILE.
           IF NOT WS-CONTACT-OPENED-OK
               CLOSE CUSTOMER-CONTACT-FILE
               SET WS-KEYED-STORE-MISSING TO TRUE
               GO TO SCRUB-CONTACTS-EXIT
           END-IF.
           SET WS-STORE-PRESENT(WS-STORE-SLOT) TO TRUE.
           PERFORM VARYING WS-ERASE-IX FROM 1 BY 1
                   UNTIL WS-ERASE-IX > WS-ERASE-COUNT
               PERFORM SCRUB-CUSTOMER-CONTACTS
           END-PERFORM.
           CLOSE CUSTOMER-CONTACT-FILE.
       SCRUB-CONTACTS-EXIT.
           EXIT.

       SCRUB-CUSTOMER-CONTACTS.
           MOVE WS-ERASE-CUSTOMER(WS-ERASE-IX) TO CC-CUSTOMER-NUMBER.
           MOVE 0 TO CC-CONTACT-SEQUENCE.
           MOVE 'Y' TO WS-MORE-KEYED-FLAG.
           START CUSTOMER-CONTACT-FILE KEY IS NOT LESS THAN CC-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-KEYED-FLAG
           END-START.
           PERFORM UNTIL NOT WS-MORE-KEYED-RECORDS
               READ CUSTOMER-CONTACT-FILE NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-KEYED-FLAG
               END-READ
               IF WS-MORE-KEYED-RECORDS
                   IF CC-CUSTOMER-NUMBER NOT =
                      WS-ERASE-CUSTOMER(WS-ERASE-IX)
                       MOVE 'N' TO WS-MORE-KEYED-FLAG
                   ELSE
                       ADD 1 TO WS-STORE-READ(WS-STORE-SLOT)
                       MOVE CUSTOMER-CONTACT-RECORD TO CONTACT-IMAGE
                       PERFORM SCRUB-CONTACT-IMAGE
                       IF CONTACT-IMAGE NOT = CUSTOMER-CONTACT-RECORD
                           PERFORM REWRITE-SCRUBBED-CONTACT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *  JOURNALED LIKE ANY CONTACT CHANGE SO CONTRCV1 REPLAYS THE
      *  ERASURE RATHER THAN RESTORING WHAT IT REMOVED.
       REWRITE-SCRUBBED-CONTACT.
           MOVE CUSTOMER-CONTACT-RECORD TO WS-JOURNAL-BEFORE.
           MOVE CONTACT-IMAGE TO CUSTOMER-CONTACT-RECORD.
           MOVE WS-MODIFICATION-STAMP TO CC-MODIFICATION-STAMP.
           REWRITE CUSTOMER-CONTACT-RECORD.
           MOVE CUSTOMER-CONTACT-RECORD TO WS-JOURNAL-AFTER.
           CALL 'WRITECONTJOURNAL' USING WS-JOURNAL-ACTION
                                         WS-JOURNAL-PROGRAM
                                         WS-JOURNAL-BEFORE
                                         WS-JOURNAL-AFTER.
           PERFORM COUNT-SCRUBBED-RECORD.

       SCRUB-SHIP-TO-LOCATIONS.
           MOVE 3 TO WS-STORE-SLOT.
           OPEN I-O SHIP-TO-FILE.
           IF NOT WS-SHIP-TO-OPENED-OK
               CLOSE SHIP-TO-FILE
               SET WS-KEYED-STORE-MISSING TO TRUE
               GO TO SCRUB-SHIP-TO-LOCATIONS-EXIT
           END-IF.
           SET WS-STORE-PRESENT(WS-STORE-SLOT) TO TRUE.
           PERFORM VARYING WS-ERASE-IX FROM 1 BY 1
                   UNTIL WS-ERASE-IX > WS-ERASE-COUNT
               PERFORM SCRUB-CUSTOMER-SHIP-TOS
           END-PERFORM.
           CLOSE SHIP-TO-FILE.
       SCRUB-SHIP-TO-LOCATIONS-EXIT.
           EXIT.

       SCRUB-CUSTOMER-SHIP-TOS.
           MOVE WS-ERASE-CUSTOMER(WS-ERASE-IX) TO SL-CUSTOMER-NUMBER
                                                  WS-TOKEN-CUSTOMER.
           MOVE LOW-VALUES TO SL-SHIP-TO-ID.
           MOVE 'Y' TO WS-MORE-KEYED-FLAG.
           START SHIP-TO-FILE KEY IS NOT LESS THAN SL-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-KEYED-FLAG
           END-START.
           PERFORM UNTIL NOT WS-MORE-KEYED-RECORDS
               READ SHIP-TO-FILE NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-KEYED-FLAG
               END-READ
               IF WS-MORE-KEYED-RECORDS
                   IF SL-CUSTOMER-NUMBER NOT =
                      WS-ERASE-CUSTOMER(WS-ERASE-IX)
                       MOVE 'N' TO WS-MORE-KEYED-FLAG
                   ELSE
                       ADD 1 TO WS-STORE-READ(WS-STORE-SLOT)
                       IF SL-LOCATION-NAME NOT = WS-ERASURE-TOKEN OR
                          SL-ADDRESS-LINE-1 NOT = SPACES OR
                          SL-ADDRESS-LINE-2 NOT = SPACES OR
                          SL-ADDRESS-CITY NOT = SPACES OR
                          SL-ADDRESS-ZIP NOT = SPACES
                           MOVE WS-ERASURE-TOKEN TO SL-LOCATION-NAME
                           MOVE SPACES TO SL-ADDRESS-LINE-1
                                          SL-ADDRESS-LINE-2
                                          SL-ADDRESS-CITY
                                          SL-ADDRESS-ZIP
                           REWRITE SHIP-TO-RECORD
                           PERFORM COUNT-SCRUBBED-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *  STATEMENTS ARE KEPT AS PRINTED, SO THE HEADER BLOCK STMTGEN1
      *  PUTS AT THE TOP OF EACH ONE IS SCRUBBED BY POSITION: THE
      *  NAME LINE, AN OPTIONAL ATTN LINE, TWO ADDRESS LINES AND THE
      *  CITY/STATE/ZIP LINE. DETAIL LINES ARE LEFT AS THEY ARE.
       SCRUB-STATEMENT-HISTORY.
           MOVE 4 TO WS-STORE-SLOT.
           OPEN I-O STATEMENT-HISTORY-FILE.
           IF NOT WS-STATEMENT-OPENED-OK
               CLOSE STATEMENT-HISTORY-FILE
               SET WS-KEYED-STORE-MISSING TO TRUE
               GO TO SCRUB-STATEMENT-HISTORY-EXIT
           END-IF.
           SET WS-STORE-PRESENT(WS-STORE-SLOT) TO TRUE.
           PERFORM VARYING WS-ERASE-IX FROM 1 BY 1
                   UNTIL WS-ERASE-IX > WS-ERASE-COUNT
               PERFORM SCRUB-CUSTOMER-STATEMENTS
           END-PERFORM.
           CLOSE STATEMENT-HISTORY-FILE.
       SCRUB-STATEMENT-HISTORY-EXIT.
           EXIT.

       SCRUB-CUSTOMER-STATEMENTS.
           MOVE WS-ERASE-CUSTOMER(WS-ERASE-IX) TO SH-CUSTOMER-NUMBER
                                                  WS-TOKEN-CUSTOMER.
           MOVE 0 TO SH-STATEMENT-DATE SH-LINE-NUMBER.
           MOVE 0 TO WS-ADDRESS-LINES-LEFT.
           MOVE 'Y' TO WS-MORE-KEYED-FLAG.
           START STATEMENT-HISTORY-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-KEYED-FLAG
           END-START.
           PERFORM UNTIL NOT WS-MORE-KEYED-RECORDS
               READ STATEMENT-HISTORY-FILE NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-KEYED-FLAG
               END-READ
               IF WS-MORE-KEYED-RECORDS
                   IF SH-CUSTOMER-NUMBER NOT =
                      WS-ERASE-CUSTOMER(WS-ERASE-IX)
                       MOVE 'N' TO WS-MORE-KEYED-FLAG
                   ELSE
                       ADD 1 TO WS-STORE-READ(WS-STORE-SLOT)
                       MOVE SH-LINE-TEXT TO WS-LINE-BEFORE
                       PERFORM SCRUB-STATEMENT-LINE
                       IF SH-LINE-TEXT NOT = WS-LINE-BEFORE
                           REWRITE STATEMENT-HISTORY-RECORD
                           PERFORM COUNT-SCRUBBED-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SCRUB-STATEMENT-LINE.
           EVALUATE TRUE
               WHEN SH-LINE-TEXT(1:10) = 'STATEMENT '
                   MOVE SPACES TO SH-LINE-TEXT(23:41)
                   MOVE WS-ERASURE-TOKEN TO SH-LINE-TEXT(23:16)
                   MOVE 3 TO WS-ADDRESS-LINES-LEFT
               WHEN WS-ADDRESS-LINES-LEFT = 0
                   CONTINUE
               WHEN WS-ADDRESS-LINES-LEFT = 3 AND
                    SH-LINE-TEXT(1:6) = 'ATTN: '
                   MOVE SPACES TO SH-LINE-TEXT(7:62)
                   MOVE WS-ERASURE-TOKEN TO SH-LINE-TEXT(7:16)
               WHEN WS-ADDRESS-LINES-LEFT = 1
                   MOVE SPACES TO SH-LINE-TEXT(1:20)
                                  SH-LINE-TEXT(27:10)
                   SUBTRACT 1 FROM WS-ADDRESS-LINES-LEFT
               WHEN OTHER
                   MOVE SPACES TO SH-LINE-TEXT(1:30)
                   SUBTRACT 1 FROM WS-ADDRESS-LINES-LEFT
           END-EVALUATE.

       SCRUB-DELIVERY-PREFERENCES.
           MOVE 10 TO WS-STORE-SLOT.
           OPEN I-O DELIVERY-PREFERENCE-FILE.
           IF NOT WS-PREFERENCE-OPENED-OK
               CLOSE DELIVERY-PREFERENCE-FILE
               SET WS-KEYED-STORE-MISSING TO TRUE
               GO TO SCRUB-DELIVERY-PREFERENCES-EXIT
           END-IF.
           SET WS-STORE-PRESENT(WS-STORE-SLOT) TO TRUE.
           PERFORM VARYING WS-ERASE-IX FROM 1 BY 1
                   UNTIL WS-ERASE-IX > WS-ERASE-COUNT
               MOVE WS-ERASE-CUSTOMER(WS-ERASE-IX)
                   TO DP-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-FOUND-FLAG
               READ DELIVERY-PREFERENCE-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               END-READ
               IF WS-FOUND
                   ADD 1 TO WS-STORE-READ(WS-STORE-SLOT)
                   MOVE DELIVERY-PREFERENCE-RECORD
                       TO PREFERENCE-BEFORE
                   MOVE SPACES TO DP-EDELIVERY-ADDRESS
                   PERFORM VARYING WS-COPY-IX FROM 1 BY 1
                           UNTIL WS-COPY-IX > 3
                       MOVE SPACES TO DP-COPY-ATTENTION(WS-COPY-IX)
                                    DP-COPY-ADDRESS-LINE-1(WS-COPY-IX)
                                    DP-COPY-ADDRESS-LINE-2(WS-COPY-IX)
                                    DP-COPY-CITY(WS-COPY-IX)
                                    DP-COPY-ZIP(WS-COPY-IX)
                   END-PERFORM
                   IF DELIVERY-PREFERENCE-RECORD NOT = PREFERENCE-BEFORE
                       MOVE WS-TODAY-JULIAN TO DP-LAST-MODIFIED
                       REWRITE DELIVERY-PREFERENCE-RECORD
                       PERFORM COUNT-SCRUBBED-RECORD
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DELIVERY-PREFERENCE-FILE.
       SCRUB-DELIVERY-PREFERENCES-EXIT.
           EXIT.

      *****************************************************************
      *  THE SEQUENTIAL STORES -- COPIED WHOLE TO THEIR SCRUBBED       *
      *  COPIES, RECORD FOR RECORD, WITH ONLY AN ERASED CUSTOMER'S     *
      *  PERSONAL FIELDS CHANGED. A STORE NOT ALLOCATED IS REPORTED    *
      *  ABSENT AND ITS COPY LEFT EMPTY.                               *
      *****************************************************************
       SCRUB-CUSTOMER-JOURNAL.
           MOVE 5 TO WS-STORE-SLOT.
           OPEN INPUT CUSTOMER-JOURNAL-FILE.
           IF NOT WS-SOURCE-OPENED-OK
               CLOSE CUSTOMER-JOURNAL-FILE
               GO TO SCRUB-CUSTOMER-JOURNAL-EXIT
           END-IF.
           SET WS-STORE-PRESENT(WS-STORE-SLOT) TO TRUE.
           OPEN OUTPUT CUSTOMER-JOURNAL-SCRUBBED.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CUSTOMER-JOURNAL-FILE
                   AT END SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECORDS
                   ADD 1 TO WS-STORE-READ(WS-STORE-SLOT)
                   MOVE CUSTOMER-JOURNAL-RECORD TO WS-JOURNAL-ENTRY
                   PERFORM SCRUB-DEMOGRAPHIC-ENTRY
                   WRITE SCRUBBED-CUSTOMER-ENTRY FROM WS-JOURNAL-ENTRY
               END-IF
           END-PERFORM.
           CLOSE CUSTOMER-JOURNAL-FILE
                 CUSTOMER-JOURNAL-SCRUBBED.
       SCRUB-CUSTOMER-JOURNAL-EXIT.
           EXIT.

       SCRUB-JOURNAL-ARCHIVE.
           MOVE 6 TO WS-STORE-SLOT.
           OPEN INPUT JOURNAL-ARCHIVE-FILE.
           IF NOT WS-SOURCE-OPENED-OK
               CLOSE JOURNAL-ARCHIVE-FILE
               GO TO SCRUB-JOURNAL-ARCHIVE-EXIT
           END-IF.
           SET WS-STORE-PRESENT(WS-STORE-SLOT) TO TRUE.
           OPEN OUTPUT JOURNAL-ARCHIVE-SCRUBBED.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ JOURNAL-ARCHIVE-FILE
                   AT END SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECORDS
                   ADD 1 TO WS-STORE-READ(WS-STORE-SLOT)
                   MOVE ARCHIVED-CUSTOMER-ENTRY TO WS-JOURNAL-ENTRY
                   PERFORM SCRUB-DEMOGRAPHIC-ENTRY
                   WRITE SCRUBBED-ARCHIVE-ENTRY FROM WS-JOURNAL-ENTRY
               END-IF
           END-PERFORM.
           CLOSE JOURNAL-ARCHIVE-FILE
                 JOURNAL-ARCHIVE-SCRUBBED.
       SCRUB-JOURNAL-ARCHIVE-EXIT.
           EXIT.

       SCRUB-CONTACT-JOURNAL.
           MOVE 7 TO WS-STORE-SLOT.
           OPEN INPUT CONTACT-JOURNAL-FILE.
           IF NOT WS-SOURCE-OPENED-OK
               CLOSE CONTACT-JOURNAL-FILE
               GO TO SCRUB-CONTACT-JOURNAL-EXIT
           END-IF.
           SET WS-STORE-PRESENT(WS-STORE-SLOT) TO TRUE.
           OPEN OUTPUT CONTACT-JOURNAL-SCRUBBED.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CONTACT-JOURNAL-FILE
                   AT END SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECORDS
                   ADD 1 TO WS-STORE-READ(WS-STORE-SLOT)
                   MOVE CONTACT-JOURNAL-RECORD TO WS-JOURNAL-ENTRY
                   PERFORM SCRUB-CONTACT-ENTRY
                   WRITE SCRUBBED-CONTACT-ENTRY FROM WS-JOURNAL-ENTRY
               END-IF
           END-PERFORM.
           CLOSE CONTACT-JOURNAL-FILE
                 CONTACT-JOURNAL-SCRUBBED.
       SCRUB-CONTACT-JOURNAL-EXIT.
           EXIT.

      *  BOTH IMAGES OF A DEMOGRAPHIC JOURNAL ENTRY. AN ABSENT IMAGE
      *  (LOW-VALUES) OR ONE FOR A CUSTOMER NOT BEING ERASED PASSES
      *  THROUGH UNCHANGED.
       SCRUB-DEMOGRAPHIC-ENTRY.
           MOVE 'N' TO WS-IMAGE-CHANGED-FLAG.
           MOVE WJ-BEFORE-IMAGE TO WS-IMAGE-WORK.
           PERFORM SCRUB-DEMOGRAPHIC-WORK.
           MOVE WS-IMAGE-WORK TO WJ-BEFORE-IMAGE.
           MOVE WJ-AFTER-IMAGE TO WS-IMAGE-WORK.
           PERFORM SCRUB-DEMOGRAPHIC-WORK.
           MOVE WS-IMAGE-WORK TO WJ-AFTER-IMAGE.
           IF WS-IMAGE-CHANGED
               PERFORM COUNT-SCRUBBED-RECORD
           END-IF.

       SCRUB-DEMOGRAPHIC-WORK.
           IF WS-IMAGE-WORK NOT = LOW-VALUES
               MOVE WS-IMAGE-WORK TO DEMOGRAPHIC-IMAGE
               IF DI-CUSTOMER-NUMBER NUMERIC
                   MOVE DI-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
                   PERFORM FIND-ERASED-CUSTOMER
                   IF WS-FOUND
                       PERFORM SCRUB-DEMOGRAPHIC-IMAGE
                       MOVE WS-IMAGE-WORK TO WS-IMAGE-BEFORE
                       MOVE DEMOGRAPHIC-IMAGE TO
                           WS-IMAGE-WORK(1:LENGTH OF DEMOGRAPHIC-IMAGE)
                       IF WS-IMAGE-WORK NOT = WS-IMAGE-BEFORE
                           SET WS-IMAGE-CHANGED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SCRUB-CONTACT-ENTRY.
           MOVE 'N' TO WS-IMAGE-CHANGED-FLAG.
           MOVE WJ-BEFORE-IMAGE TO WS-IMAGE-WORK.
           PERFORM SCRUB-CONTACT-WORK.
           MOVE WS-IMAGE-WORK TO WJ-BEFORE-IMAGE.
           MOVE WJ-AFTER-IMAGE TO WS-IMAGE-WORK.
           PERFORM SCRUB-CONTACT-WORK.
           MOVE WS-IMAGE-WORK TO WJ-AFTER-IMAGE.
           IF WS-IMAGE-CHANGED
               PERFORM COUNT-SCRUBBED-RECORD
           END-IF.

       SCRUB-CONTACT-WORK.
           IF WS-IMAGE-WORK NOT = LOW-VALUES
               MOVE WS-IMAGE-WORK TO CONTACT-IMAGE
               IF KI-CUSTOMER-NUMBER NUMERIC
                   MOVE KI-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
                   PERFORM FIND-ERASED-CUSTOMER
                   IF WS-FOUND
                       PERFORM SCRUB-CONTACT-IMAGE
                       MOVE WS-IMAGE-WORK TO WS-IMAGE-BEFORE
                       MOVE CONTACT-IMAGE TO
                           WS-IMAGE-WORK(1:LENGTH OF CONTACT-IMAGE)
                       IF WS-IMAGE-WORK NOT = WS-IMAGE-BEFORE
                           SET WS-IMAGE-CHANGED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  ONLY THE CUST-# AUDIT SHAPE CARRIES A CUSTOMER NUMBER TO GO
      *  BY. THE FIELD NAME STAYS SO THE LINE STILL SAYS WHAT WAS
      *  CHANGED; EVERYTHING AFTER THE '=' BECOMES THE TOKEN.
       SCRUB-CSMT-ARCHIVE.
           MOVE 8 TO WS-STORE-SLOT.
           OPEN INPUT CSMT-ARCHIVE-FILE.
           IF NOT WS-SOURCE-OPENED-OK
               CLOSE CSMT-ARCHIVE-FILE
               GO TO SCRUB-CSMT-ARCHIVE-EXIT
           END-IF.
           SET WS-STORE-PRESENT(WS-STORE-SLOT) TO TRUE.
           OPEN OUTPUT CSMT-ARCHIVE-SCRUBBED.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CSMT-ARCHIVE-FILE
                   AT END SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECORDS
                   ADD 1 TO WS-STORE-READ(WS-STORE-SLOT)
                   IF CSMT-LOG-RECORD(1:6) = 'CUST #' AND
                      CSMT-LOG-RECORD(8:9) NUMERIC
                       MOVE CSMT-LOG-RECORD(8:9) TO WS-LOOKUP-CUSTOMER
                       PERFORM FIND-ERASED-CUSTOMER
                       IF WS-FOUND
                           PERFORM SCRUB-AUDIT-VALUES
                       END-IF
                   END-IF
                   WRITE SCRUBBED-LOG-RECORD FROM CSMT-LOG-RECORD
               END-IF
           END-PERFORM.
           CLOSE CSMT-ARCHIVE-FILE
                 CSMT-ARCHIVE-SCRUBBED.
       SCRUB-CSMT-ARCHIVE-EXIT.
           EXIT.

       SCRUB-AUDIT-VALUES.
           MOVE CSMT-LOG-RECORD TO WS-LOG-BEFORE.
           MOVE WS-LOOKUP-CUSTOMER TO WS-TOKEN-CUSTOMER.
           MOVE 0 TO WS-EQUALS-OFFSET.
           INSPECT CSMT-LOG-RECORD(33:80) TALLYING WS-EQUALS-OFFSET
               FOR CHARACTERS BEFORE INITIAL '='.
           IF WS-EQUALS-OFFSET < 64
               MOVE WS-ERASURE-TOKEN TO
                   CSMT-LOG-RECORD(34 + WS-EQUALS-OFFSET:
                                   79 - WS-EQUALS-OFFSET)
           ELSE
               MOVE WS-ERASURE-TOKEN TO CSMT-LOG-RECORD(33:80)
           END-IF.
           IF CSMT-LOG-RECORD NOT = WS-LOG-BEFORE
               PERFORM COUNT-SCRUBBED-RECORD
           END-IF.

      *  AN ARCHIVED INVOICE KEEPS EVERY AMOUNT, DATE AND ITS TAX
      *  STATE; ONLY THE SHIP-TO ZIP IT WAS TAXED AT GOES.
       SCRUB-INVOICE-ARCHIVE.
           MOVE 9 TO WS-STORE-SLOT.
           OPEN INPUT INVOICE-ARCHIVE-FILE.
           IF NOT WS-SOURCE-OPENED-OK
               CLOSE INVOICE-ARCHIVE-FILE
               GO TO SCRUB-INVOICE-ARCHIVE-EXIT
           END-IF.
           SET WS-STORE-PRESENT(WS-STORE-SLOT) TO TRUE.
           OPEN OUTPUT INVOICE-ARCHIVE-SCRUBBED.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ INVOICE-ARCHIVE-FILE
                   AT END SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECORDS
                   ADD 1 TO WS-STORE-READ(WS-STORE-SLOT)
                   IF AR-CUSTOMER-NUMBER NUMERIC AND
                      AR-TAX-ZIP NOT = SPACES
                       MOVE AR-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
                       PERFORM FIND-ERASED-CUSTOMER
                       IF WS-FOUND
                           MOVE SPACES TO AR-TAX-ZIP
                           PERFORM COUNT-SCRUBBED-RECORD
                       END-IF
                   END-IF
                   WRITE SCRUBBED-INVOICE-RECORD
                       FROM ARCHIVED-INVOICE-RECORD
               END-IF
           END-PERFORM.
           CLOSE INVOICE-ARCHIVE-FILE
                 INVOICE-ARCHIVE-SCRUBBED.
       SCRUB-INVOICE-ARCHIVE-EXIT.
           EXIT.

      *****************************************************************
      *  ONE CERTIFICATE RECORD PER CUSTOMER PER STORE THAT CHANGED.   *
      *  A CUSTOMER ERASED EARLIER WHOSE DETAILS TURNED UP NOWHERE     *
      *  NEW THIS RUN GETS NONE.                                       *
      *****************************************************************
       WRITE-ERASURE-CERTIFICATES.
           IF WS-ERASE-COUNT = 0
               GO TO WRITE-ERASURE-CERTIFICATES-EXIT
           END-IF.
           OPEN EXTEND ERASURE-CERTIFICATE-FILE.
           IF NOT WS-CERTIFICATE-OPENED-OK
               OPEN OUTPUT ERASURE-CERTIFICATE-FILE
               IF NOT WS-CERTIFICATE-OPENED-OK
                   CLOSE ERASURE-CERTIFICATE-FILE
                   GO TO WRITE-ERASURE-CERTIFICATES-EXIT
               END-IF
           END-IF.
           PERFORM VARYING WS-ERASE-IX FROM 1 BY 1
                   UNTIL WS-ERASE-IX > WS-ERASE-COUNT
               PERFORM VARYING WS-STORE-SLOT FROM 1 BY 1
                       UNTIL WS-STORE-SLOT > WS-STORE-COUNT
                   IF WS-ERASE-STORE-COUNT(WS-ERASE-IX, WS-STORE-SLOT)
                           > 0
                       PERFORM WRITE-ONE-CERTIFICATE
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE ERASURE-CERTIFICATE-FILE.
       WRITE-ERASURE-CERTIFICATES-EXIT.
           EXIT.

       WRITE-ONE-CERTIFICATE.
           MOVE WS-ERASE-CUSTOMER(WS-ERASE-IX) TO WS-TOKEN-CUSTOMER.
           MOVE WS-STAMP-DATE TO EC-ERASURE-DATE.
           MOVE WS-STAMP-TIME TO EC-ERASURE-TIME.
           MOVE WS-ERASE-CUSTOMER(WS-ERASE-IX) TO EC-CUSTOMER-NUMBER.
           MOVE WS-ERASURE-TOKEN TO EC-ERASURE-TOKEN.
           MOVE WS-STORE-ID(WS-STORE-SLOT) TO EC-STORE-ID.
           MOVE WS-ERASE-STORE-COUNT(WS-ERASE-IX, WS-STORE-SLOT)
               TO EC-RECORDS-SCRUBBED.
           MOVE WS-STORE-FIELDS(WS-STORE-SLOT) TO EC-FIELDS-SCRUBBED.
           MOVE WS-JOURNAL-PROGRAM TO EC-PROGRAM-NAME.
           WRITE ERASURE-CERTIFICATE-RECORD.
           ADD 1 TO WS-CERTIFICATES-WRITTEN.

       WRITE-CONTROL-REPORT.
           MOVE SPACES TO ERASURE-REPORT-LINE.
           WRITE ERASURE-REPORT-LINE.
           MOVE 'CUSTOMERS ERASED THIS RUN' TO WS-MSG-TEXT.
           WRITE ERASURE-REPORT-LINE FROM WS-MESSAGE-LINE.
           MOVE SPACES TO WS-CUL-NOTE.
           PERFORM VARYING WS-ERASE-IX FROM 1 BY 1
                   UNTIL WS-ERASE-IX > WS-ERASE-COUNT
               IF WS-ERASED-THIS-RUN(WS-ERASE-IX)
                   MOVE WS-ERASE-CUSTOMER(WS-ERASE-IX)
                       TO WS-CUL-CUSTOMER-NUMBER WS-TOKEN-CUSTOMER
                   MOVE WS-ERASURE-TOKEN TO WS-CUL-TOKEN
                   WRITE ERASURE-REPORT-LINE FROM WS-CUSTOMER-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO ERASURE-REPORT-LINE.
           WRITE ERASURE-REPORT-LINE.
           MOVE WS-CUSTOMERS-READ TO WS-STORE-READ(1).
           SET WS-STORE-PRESENT(1) TO TRUE.
           PERFORM VARYING WS-STORE-SLOT FROM 1 BY 1
                   UNTIL WS-STORE-SLOT > WS-STORE-COUNT
               MOVE WS-STORE-ID(WS-STORE-SLOT) TO WS-STL-STORE-ID
               IF WS-STORE-PRESENT(WS-STORE-SLOT)
                   MOVE SPACES TO WS-STL-NOTE
               ELSE
                   MOVE 'NOT PRESENT THIS RUN' TO WS-STL-NOTE
               END-IF
               MOVE WS-STORE-READ(WS-STORE-SLOT) TO WS-STL-READ
               MOVE WS-STORE-SCRUBBED(WS-STORE-SLOT)
                   TO WS-STL-SCRUBBED
               WRITE ERASURE-REPORT-LINE FROM WS-STORE-LINE
           END-PERFORM.
           MOVE 'DUNHIST   NO PERSONAL FIELDS -- NOTHING TO SCRUB'
               TO WS-MSG-TEXT.
           WRITE ERASURE-REPORT-LINE FROM WS-MESSAGE-LINE.

           MOVE SPACES TO ERASURE-REPORT-LINE.
           WRITE ERASURE-REPORT-LINE.
           MOVE 'CUSTOMERS READ:' TO WS-CNT-LABEL.
           MOVE WS-CUSTOMERS-READ TO WS-CNT-VALUE.
           WRITE ERASURE-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'CLOSED ACCOUNTS EXAMINED:' TO WS-CNT-LABEL.
           MOVE WS-CLOSED-EXAMINED TO WS-CNT-VALUE.
           WRITE ERASURE-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ERASED THIS RUN:' TO WS-CNT-LABEL.
           MOVE WS-ERASED-NOW TO WS-CNT-VALUE.
           WRITE ERASURE-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ERASED EARLIER, RESCANNED:' TO WS-CNT-LABEL.
           MOVE WS-PREVIOUSLY-ERASED TO WS-CNT-VALUE.
           WRITE ERASURE-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'KEPT -- LEGAL HOLD:' TO WS-CNT-LABEL.
           MOVE WS-HELD-BY-LEGAL TO WS-CNT-VALUE.
           WRITE ERASURE-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'KEPT -- OPEN BALANCE:' TO WS-CNT-LABEL.
           MOVE WS-HELD-BY-BALANCE TO WS-CNT-VALUE.
           WRITE ERASURE-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'KEPT -- ON-ACCOUNT MONEY:' TO WS-CNT-LABEL.
           MOVE WS-HELD-BY-ON-ACCOUNT TO WS-CNT-VALUE.
           WRITE ERASURE-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'KEPT -- OPEN DISPUTE:' TO WS-CNT-LABEL.
           MOVE WS-HELD-BY-DISPUTE TO WS-CNT-VALUE.
           WRITE ERASURE-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'KEPT -- ACTIVE INSIDE RETENTION:' TO WS-CNT-LABEL.
           MOVE WS-HELD-BY-ACTIVITY TO WS-CNT-VALUE.
           WRITE ERASURE-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'KEPT -- NO DATED ACTIVITY:' TO WS-CNT-LABEL.
           MOVE WS-HELD-UNDATED TO WS-CNT-VALUE.
           WRITE ERASURE-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'DEFERRED -- ERASE TABLE FULL:' TO WS-CNT-LABEL.
           MOVE WS-DEFERRED-TABLE-FULL TO WS-CNT-VALUE.
           WRITE ERASURE-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'CERTIFICATE RECORDS LOGGED:' TO WS-CNT-LABEL.
           MOVE WS-CERTIFICATES-WRITTEN TO WS-CNT-VALUE.
           WRITE ERASURE-REPORT-LINE FROM WS-COUNT-LINE.

           IF NOT WS-CERTIFICATE-OPENED-OK
               MOVE 'CERTIFICATE LOG (ERASCERT) COULD NOT BE OPENED'
                   TO WS-MSG-TEXT
               WRITE ERASURE-REPORT-LINE FROM WS-MESSAGE-LINE
           END-IF.
           IF WS-KEYED-STORE-MISSING
               MOVE 'A KEYED STORE COULD NOT BE OPENED -- RERUN'
                   TO WS-MSG-TEXT
               WRITE ERASURE-REPORT-LINE FROM WS-MESSAGE-LINE
           END-IF.
