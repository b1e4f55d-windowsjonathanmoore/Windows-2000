      ***********************************************************
      * CONPNT01 -- COORDINATED CONSISTENCY-POINT BACKUP            *
      *                                                             *
      * INVMAST, CUSTDEMO, CUSTBAL, ONACCT, DSPCASE AND THE CONTACT *
      * AND LEGAL MASTERS WERE BACKED UP SEPARATELY, AT DIFFERENT   *
      * TIMES, SO A RESTORE FOLLOWED BY INVRCVR1 AND CUSTRCV1 COULD *
      * LEAVE THE CUSTBAL SUMMARY AND THE ON-ACCOUNT LEDGER OUT OF  *
      * STEP WITH THE INVOICE MASTER UNTIL CBALVFY1 FLAGGED IT THE  *
      * NEXT NIGHT. THIS JOB TAKES ONE NAMED BACKUP POINT ACROSS ALL*
      * OF THEM AT A SINGLE INSTANT.                                *
      *                                                             *
      * IT RUNS ONLY WHILE NOTHING CAN UPDATE: THE ONLINE REGION    *
      * MUST BE FROZEN BY CICSQSC FREEZE (DRAINED, EVERY ONLINE     *
      * MASTER CLOSED, AS ITS ONLNQSC.cpy RECORD SAYS) -- OR        *
      * DECLARED DOWN ON THE PARAMETER FILE -- AND THE BCHSTAT.cpy  *
      * CHAIN STATUS MUST SHOW NO BATCH STEP RUNNING BUT THIS ONE.  *
      * RUN UNDER BATCHDRV AS A STEP OF THE BACKUP WINDOW, THE      *
      * DRIVER'S ONE-STEP-AT-A-TIME ORDER KEEPS THE REST OF THE     *
      * CHAIN STILL. EITHER CHECK FAILING TAKES NO POINT AND ENDS   *
      * THE STEP RC 8.                                              *
      *                                                             *
      * AT THE POINT EVERY MASTER IS COPIED RECORD FOR RECORD TO ITS*
      * BACKUP DD, AND A MARKER ENTRY NAMING THE POINT ('M',        *
      * INVJRNL.cpy/CUSTJRNL.cpy) IS APPENDED TO THE INVOICE,       *
      * CUSTOMER, CONTACT AND LEGAL JOURNALS THROUGH THEIR USUAL    *
      * WRITERS, SO INVRCVR1, CUSTRCV1 AND CONTRCV1 GIVEN THE       *
      * POINT'S NAME ALL REPLAY FROM THE SAME INSTANT. EACH JOURNAL *
      * IS THEN READ BACK TO PROVE ITS MARKER LANDED.               *
      *                                                             *
      * THE POINT IS CATALOGED ON CPNTCAT.cpy -- ITS SEQUENCE NUMBER*
      * IS THE GENERATION NUMBER OF EVERY BACKUP TAKEN AT IT -- AND,*
      * ONCE EVERY MASTER COPIED AND EVERY MARKER WAS FOUND,        *
      * RECORDED AS THE VERIFIED BACKUP POINT ON BKUPPT.cpy FOR     *
      * JRNROLL1. AN UNVERIFIED POINT ENDS THE STEP RC 8. THE       *
      * RECOVERY RUNBOOK LISTS THE GENERATIONS AND JOURNAL RANGES   *
      * THAT BELONG TOGETHER FOR THIS POINT, THE STEPS TO RECOVER TO*
      * IT, AND THE RECENT POINTS BEFORE IT. THE POINT NAME COMES   *
      * FROM THE OPTIONAL PARAMETER FILE, DEFAULTING TO CP AND THE  *
      * DATE AND TIME; A NAME ALREADY CATALOGED IS REFUSED.         *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONPNT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POINT-PARM-FILE ASSIGN TO CPNTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ONLINE-QUIESCE-FILE ASSIGN TO ONLNQSC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OQ-RECORD-KEY
               FILE STATUS IS WS-QUIESCE-STATUS.
           SELECT BATCH-STATUS-FILE ASSIGN TO BCHSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BS-STEP-NUMBER
               FILE STATUS IS WS-BCHSTAT-STATUS.
           SELECT POINT-CATALOG-FILE ASSIGN TO CPNTCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT BACKUP-POINT-FILE ASSIGN TO BKUPPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT RUNBOOK-REPORT-FILE ASSIGN TO CPNTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICE-MASTER-FILE ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CUSTOMER-BALANCE-FILE ASSIGN TO CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CB-CUSTOMER-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ON-ACCOUNT-LEDGER-FILE ASSIGN TO ONACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OA-CUSTOMER-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DISPUTE-CASE-FILE ASSIGN TO DSPCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CUSTOMER-CONTACT-FILE ASSIGN TO CUSTCONT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LEGAL-STATUS-FILE ASSIGN TO LEGLSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LS-CUSTOMER-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT INVOICE-MASTER-BACKUP ASSIGN TO INVMBKUP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEMOGRAPHIC-BACKUP ASSIGN TO CDEMBKUP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-BACKUP ASSIGN TO CBALBKUP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ON-ACCOUNT-BACKUP ASSIGN TO ONACBKUP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPUTE-CASE-BACKUP ASSIGN TO DSPCBKUP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTACT-BACKUP ASSIGN TO CONTBKUP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEGAL-STATUS-BACKUP ASSIGN TO LEGLBKUP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICE-JOURNAL-FILE ASSIGN TO INVJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CUSTOMER-JOURNAL-FILE ASSIGN TO CUSTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CONTACT-JOURNAL-FILE ASSIGN TO CONTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT LEGAL-JOURNAL-FILE ASSIGN TO LEGLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POINT-PARM-FILE.
       01  POINT-PARM-RECORD.
           05  PP-POINT-NAME                 PIC X(16).
      *  'Y' WHEN THE ONLINE REGION IS DOWN, SO THERE IS NO FREEZE
      *  TO LOOK FOR -- THE OPERATOR SAYS SO HERE INSTEAD.
           05  PP-REGION-DOWN                PIC X(1).
           05  FILLER                        PIC X(63).

       FD  ONLINE-QUIESCE-FILE.
           COPY ONLNQSC.

       FD  BATCH-STATUS-FILE.
           COPY BCHSTAT.

       FD  POINT-CATALOG-FILE.
           COPY CPNTCAT.

       FD  BACKUP-POINT-FILE.
           COPY BKUPPT.

       FD  RUNBOOK-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RUNBOOK-REPORT-LINE               PIC X(132).

       FD  INVOICE-MASTER-FILE.
           COPY INVMAST.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  CUSTOMER-BALANCE-FILE.
           COPY CUSTBAL.

       FD  ON-ACCOUNT-LEDGER-FILE.
           COPY ONACCT.

       FD  DISPUTE-CASE-FILE.
           COPY DSPCASE.

       FD  CUSTOMER-CONTACT-FILE.
           COPY CUSTCONT.

       FD  LEGAL-STATUS-FILE.
           COPY LEGLSTAT.

       FD  INVOICE-MASTER-BACKUP
           RECORD CONTAINS 4256 CHARACTERS.
       01  INVOICE-BACKUP-RECORD             PIC X(4256).

       FD  DEMOGRAPHIC-BACKUP
           RECORD CONTAINS 206 CHARACTERS.
       01  DEMOGRAPHIC-BACKUP-RECORD         PIC X(206).

       FD  BALANCE-BACKUP
           RECORD CONTAINS 37 CHARACTERS.
       01  BALANCE-BACKUP-RECORD             PIC X(37).

       FD  ON-ACCOUNT-BACKUP
           RECORD CONTAINS 21 CHARACTERS.
       01  ON-ACCOUNT-BACKUP-RECORD          PIC X(21).

       FD  DISPUTE-CASE-BACKUP
           RECORD CONTAINS 255 CHARACTERS.
       01  DISPUTE-CASE-BACKUP-RECORD        PIC X(255).

       FD  CONTACT-BACKUP
           RECORD CONTAINS 162 CHARACTERS.
       01  CONTACT-BACKUP-RECORD             PIC X(162).

       FD  LEGAL-STATUS-BACKUP
           RECORD CONTAINS 152 CHARACTERS.
       01  LEGAL-STATUS-BACKUP-RECORD        PIC X(152).

       FD  INVOICE-JOURNAL-FILE.
           COPY INVJRNL.

       FD  CUSTOMER-JOURNAL-FILE.
           COPY CUSTJRNL.

       FD  CONTACT-JOURNAL-FILE.
           COPY CUSTJRNL
               REPLACING CUSTOMER-JOURNAL-RECORD BY
                             CONTACT-JOURNAL-RECORD
                         LEADING ==CJ== BY ==KJ==.

       FD  LEGAL-JOURNAL-FILE.
           COPY CUSTJRNL
               REPLACING CUSTOMER-JOURNAL-RECORD BY
                             LEGAL-JOURNAL-RECORD
                         LEADING ==CJ== BY ==LJ==.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.

       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-QUIESCE-STATUS                 PIC X(2).
           88  WS-QUIESCE-STATUS-OK          VALUE '00'.
       01  WS-BCHSTAT-STATUS                 PIC X(2).
           88  WS-BCHSTAT-OK                 VALUE '00'.
       01  WS-CATALOG-STATUS                 PIC X(2).
           88  WS-CATALOG-OK                 VALUE '00'.
       01  WS-BACKUP-STATUS                  PIC X(2).
           88  WS-BACKUP-OK                  VALUE '00'.
       01  WS-MASTER-STATUS                  PIC X(2).
           88  WS-MASTER-OK                  VALUE '00'.
       01  WS-JOURNAL-STATUS                 PIC X(2).
           88  WS-JOURNAL-OK                 VALUE '00'.

       01  WS-REFUSAL-FLAG                   PIC X VALUE 'N'.
           88  WS-POINT-REFUSED              VALUE 'Y'.
       01  WS-VERIFIED-FLAG                  PIC X VALUE 'Y'.
           88  WS-POINT-VERIFIED             VALUE 'Y'.
       01  WS-REGION-DOWN-FLAG               PIC X VALUE 'N'.
           88  WS-REGION-DECLARED-DOWN       VALUE 'Y'.

      *  THE POINT ITSELF. THE STAMP IS TAKEN BEFORE ANY MARKER IS
      *  WRITTEN, SO EVERY MARKER IS STAMPED AT OR AFTER IT AND
      *  JRNROLL1'S CUT AT THE POINT LEAVES THEM ALL ON THE LIVE
      *  JOURNALS.
       01  WS-NOW-TEXT                       PIC X(21).
       01  WS-POINT-NAME                     PIC X(16).
       01  WS-POINT-SEQUENCE                 PIC 9(5) VALUE 0.
       01  WS-POINT-DATE                     PIC 9(8).
       01  WS-POINT-TIME                     PIC 9(6).
       01  WS-PROCESSING-DATE                PIC 9(8) VALUE 0.

       01  WS-JOURNAL-ACTION                 PIC X(1) VALUE 'M'.
       01  WS-JOURNAL-PROGRAM                PIC X(8)
                                             VALUE 'CONPNT01'.
           COPY INVJRNL
               REPLACING INVOICE-JOURNAL-RECORD BY
                             INVOICE-MARKER-ENTRY
                         LEADING ==JR== BY ==MI==.
           COPY CUSTJRNL
               REPLACING CUSTOMER-JOURNAL-RECORD BY
                             CUSTOMER-MARKER-ENTRY
                         LEADING ==CJ== BY ==MC==.

      *  THE MASTERS, IN CATALOG SLOT ORDER, WITH THE BACKUP DD EACH
      *  IS COPIED TO AND HOW RECOVERY BRINGS IT FORWARD FROM THE
      *  POINT.
       01  WS-MASTER-LIST.
           05  FILLER                        PIC X(8) VALUE 'INVMAST'.
           05  FILLER                        PIC X(8) VALUE 'INVMBKUP'.
           05  FILLER                        PIC X(36)
               VALUE 'INVJRNL AFTER THE MARKER, INVRCVR1'.
           05  FILLER                        PIC X(8) VALUE 'CUSTDEMO'.
           05  FILLER                        PIC X(8) VALUE 'CDEMBKUP'.
           05  FILLER                        PIC X(36)
               VALUE 'CUSTJRNL AFTER THE MARKER, CUSTRCV1'.
           05  FILLER                        PIC X(8) VALUE 'CUSTBAL'.
           05  FILLER                        PIC X(8) VALUE 'CBALBKUP'.
           05  FILLER                        PIC X(36)
               VALUE 'NO JOURNAL -- CBALVFY1 RE-DERIVES'.
           05  FILLER                        PIC X(8) VALUE 'ONACCT'.
           05  FILLER                        PIC X(8) VALUE 'ONACBKUP'.
           05  FILLER                        PIC X(36)
               VALUE 'NO JOURNAL -- STAYS AT THE POINT'.
           05  FILLER                        PIC X(8) VALUE 'DSPCASE'.
           05  FILLER                        PIC X(8) VALUE 'DSPCBKUP'.
           05  FILLER                        PIC X(36)
               VALUE 'NO JOURNAL -- STAYS AT THE POINT'.
           05  FILLER                        PIC X(8) VALUE 'CUSTCONT'.
           05  FILLER                        PIC X(8) VALUE 'CONTBKUP'.
           05  FILLER                        PIC X(36)
               VALUE 'CONTJRNL AFTER THE MARKER, CONTRCV1'.
           05  FILLER                        PIC X(8) VALUE 'LEGLSTAT'.
           05  FILLER                        PIC X(8) VALUE 'LEGLBKUP'.
           05  FILLER                        PIC X(36)
               VALUE 'LEGLJRNL AFTER THE MARKER, BY HAND'.
       01  WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
           05  WS-MASTER-ENTRY OCCURS 7 TIMES.
               10  WS-MST-ID                 PIC X(8).
               10  WS-MST-BACKUP-DD          PIC X(8).
               10  WS-MST-ROLL-FORWARD       PIC X(36).
       01  WS-MASTER-COUNT                   PIC 9(4) COMP VALUE 7.

      *  'Y' COPIED, 'N' WOULD NOT OPEN, 'E' FAILED PART WAY.
       01  WS-MASTER-RESULTS.
           05  WS-MASTER-RESULT OCCURS 7 TIMES.
               10  WS-MST-RECORDS            PIC 9(9) COMP.
               10  WS-MST-COPIED-FLAG        PIC X(1).

       01  WS-JOURNAL-LIST.
           05  FILLER                        PIC X(8) VALUE 'INVJRNL'.
           05  FILLER                        PIC X(8) VALUE 'CUSTJRNL'.
           05  FILLER                        PIC X(8) VALUE 'CONTJRNL'.
           05  FILLER                        PIC X(8) VALUE 'LEGLJRNL'.
       01  WS-JOURNAL-TABLE REDEFINES WS-JOURNAL-LIST.
           05  WS-JRN-ID                     PIC X(8) OCCURS 4 TIMES.
       01  WS-JOURNAL-COUNT                  PIC 9(4) COMP VALUE 4.

       01  WS-JOURNAL-RESULTS.
           05  WS-JOURNAL-RESULT OCCURS 4 TIMES.
               10  WS-JRN-ENTRIES            PIC 9(9) COMP.
               10  WS-JRN-MARKER-ENTRY       PIC 9(9) COMP.
               10  WS-JRN-FOUND-FLAG         PIC X(1).
                   88  WS-JRN-MARKER-FOUND       VALUE 'Y'.

       01  WS-SLOT                           PIC 9(4) COMP.

      *  THE CATALOG'S HISTORY: HOW MANY POINTS IT HELD, AND HOW
      *  MANY OF THE MOST RECENT THE RUNBOOK LISTS.
       01  WS-CATALOG-COUNT                  PIC 9(7) COMP VALUE 0.
       01  WS-CATALOG-ORDINAL                PIC 9(7) COMP.
       01  WS-HISTORY-LIMIT                  PIC 9(7) COMP VALUE 30.
       01  WS-HISTORY-SKIP                   PIC 9(7) COMP VALUE 0.
       01  WS-HELD-FLAG                      PIC X VALUE 'N'.
           88  WS-POINT-HELD                 VALUE 'Y'.
       01  WS-HELD-ORDINAL                   PIC 9(7) COMP.
       01  WS-HELD-POINT.
           05  WS-HELD-NAME                  PIC X(16).
           05  WS-HELD-SEQUENCE              PIC 9(5).
           05  WS-HELD-DATE                  PIC 9(8).
           05  WS-HELD-TIME                  PIC 9(6).
           05  WS-HELD-VERIFIED              PIC X(1).
       01  WS-RANGE-END                      PIC X(36).

       01  WS-EDIT-COUNT                     PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-SMALL                     PIC ZZ9.
       01  WS-EDIT-SMALL-2                   PIC ZZ9.
       01  WS-EDIT-ENTRY                     PIC Z(8)9.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(50)
               VALUE 'CONSISTENCY POINT BACKUP -- RECOVERY RUNBOOK'.

       01  WS-POINT-LINE.
           05  FILLER                        PIC X(7) VALUE 'POINT: '.
           05  WS-PNT-NAME                   PIC X(16).
           05  FILLER                        PIC X(15)
               VALUE '   GENERATION: '.
           05  WS-PNT-SEQUENCE               PIC 9(5).
           05  FILLER                        PIC X(10)
               VALUE '   TAKEN: '.
           05  WS-PNT-DATE                   PIC 9(8).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-PNT-TIME                   PIC 9(6).
           05  FILLER                        PIC X(20)
               VALUE '   PROCESSING DATE: '.
           05  WS-PNT-PROCESSING-DATE        PIC 9(8).

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE                  PIC X(60).

       01  WS-MASTER-HEADING.
           05  FILLER                        PIC X(10) VALUE 'MASTER'.
           05  FILLER                        PIC X(10)
               VALUE 'BACKUP DD'.
           05  FILLER                        PIC X(12)
               VALUE 'GENERATION'.
           05  FILLER                        PIC X(14)
               VALUE '      RECORDS'.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE 'COPY'.
           05  FILLER                        PIC X(36)
               VALUE 'BROUGHT FORWARD FROM THE POINT BY'.

       01  WS-MASTER-LINE.
           05  WS-MSL-ID                     PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-MSL-BACKUP-DD              PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-MSL-GENERATION             PIC 9(5).
           05  FILLER                        PIC X(7) VALUE SPACES.
           05  WS-MSL-RECORDS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  WS-MSL-STATUS                 PIC X(12).
           05  WS-MSL-ROLL-FORWARD           PIC X(36).

       01  WS-JOURNAL-HEADING.
           05  FILLER                        PIC X(10) VALUE 'JOURNAL'.
           05  FILLER                        PIC X(14)
               VALUE 'MARKER ENTRY'.
           05  FILLER                        PIC X(12) VALUE 'MARKER'.
           05  FILLER                        PIC X(40)
               VALUE 'RANGE REPLAYED TO RECOVER FROM THE POINT'.

       01  WS-JOURNAL-LINE.
           05  WS-JNL-ID                     PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-JNL-MARKER-ENTRY           PIC Z(8)9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  WS-JNL-STATUS                 PIC X(12).
           05  WS-JNL-RANGE                  PIC X(60).

       01  WS-HISTORY-HEADING.
           05  FILLER                        PIC X(18) VALUE 'POINT'.
           05  FILLER                        PIC X(12)
               VALUE 'GENERATION'.
           05  FILLER                        PIC X(17)
               VALUE 'TAKEN'.
           05  FILLER                        PIC X(11) VALUE 'VERIFIED'.
           05  FILLER                        PIC X(40)
               VALUE 'JOURNAL RANGE THAT BELONGS TO IT'.

       01  WS-HISTORY-LINE.
           05  WS-HST-NAME                   PIC X(16).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-HST-SEQUENCE               PIC 9(5).
           05  FILLER                        PIC X(7) VALUE SPACES.
           05  WS-HST-DATE                   PIC 9(8).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-HST-TIME                   PIC 9(6).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-HST-VERIFIED               PIC X(11).
           05  FILLER                        PIC X(21)
               VALUE 'FROM ITS MARKER UP TO'.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-HST-RANGE-END              PIC X(36).

       01  WS-REFUSED-LINE.
           05  FILLER                        PIC X(50)
               VALUE 'NO POINT TAKEN -- NOTHING COPIED OR MARKED'.

       01  WS-UNVERIFIED-LINE.
           05  FILLER                        PIC X(50)
               VALUE 'POINT NOT VERIFIED -- DO NOT RESTORE FROM IT'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TEXT.
           MOVE WS-NOW-TEXT(1:8) TO WS-POINT-DATE.
           MOVE WS-NOW-TEXT(9:6) TO WS-POINT-TIME.
           MOVE SPACES TO WS-POINT-NAME.
           STRING 'CP'             DELIMITED SIZE
                  WS-NOW-TEXT(1:14) DELIMITED SIZE
                  INTO WS-POINT-NAME
           END-STRING.
           PERFORM READ-POINT-PARM THRU READ-POINT-PARM-EXIT.

           OPEN OUTPUT RUNBOOK-REPORT-FILE.
           WRITE RUNBOOK-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO RUNBOOK-REPORT-LINE.
           WRITE RUNBOOK-REPORT-LINE.

           PERFORM CHECK-ONLINE-FROZEN THRU CHECK-ONLINE-FROZEN-EXIT.
           PERFORM CHECK-BATCH-CHAIN THRU CHECK-BATCH-CHAIN-EXIT.
           PERFORM LOAD-POINT-CATALOG THRU LOAD-POINT-CATALOG-EXIT.

           IF WS-POINT-REFUSED
               MOVE SPACES TO RUNBOOK-REPORT-LINE
               WRITE RUNBOOK-REPORT-LINE
               WRITE RUNBOOK-REPORT-LINE FROM WS-REFUSED-LINE
               CLOSE RUNBOOK-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WS-POINT-SEQUENCE.
           INITIALIZE WS-MASTER-RESULTS
                      WS-JOURNAL-RESULTS.

           PERFORM WRITE-JOURNAL-MARKERS.

           PERFORM COPY-INVOICE-MASTER THRU COPY-INVOICE-MASTER-EXIT.
           PERFORM COPY-DEMOGRAPHIC-MASTER THRU
                   COPY-DEMOGRAPHIC-MASTER-EXIT.
           PERFORM COPY-BALANCE-MASTER THRU COPY-BALANCE-MASTER-EXIT.
           PERFORM COPY-ON-ACCOUNT-LEDGER THRU
                   COPY-ON-ACCOUNT-LEDGER-EXIT.
           PERFORM COPY-DISPUTE-CASES THRU COPY-DISPUTE-CASES-EXIT.
           PERFORM COPY-CONTACT-MASTER THRU COPY-CONTACT-MASTER-EXIT.
           PERFORM COPY-LEGAL-STATUS THRU COPY-LEGAL-STATUS-EXIT.

           PERFORM VERIFY-INVOICE-MARKER THRU
                   VERIFY-INVOICE-MARKER-EXIT.
           PERFORM VERIFY-CUSTOMER-MARKER THRU
                   VERIFY-CUSTOMER-MARKER-EXIT.
           PERFORM VERIFY-CONTACT-MARKER THRU
                   VERIFY-CONTACT-MARKER-EXIT.
           PERFORM VERIFY-LEGAL-MARKER THRU VERIFY-LEGAL-MARKER-EXIT.

           MOVE 0 TO WS-SLOT.
           PERFORM UNTIL WS-SLOT = WS-MASTER-COUNT
               ADD 1 TO WS-SLOT
               IF WS-MST-COPIED-FLAG(WS-SLOT) NOT = 'Y'
                   MOVE 'N' TO WS-VERIFIED-FLAG
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-SLOT.
           PERFORM UNTIL WS-SLOT = WS-JOURNAL-COUNT
               ADD 1 TO WS-SLOT
               IF NOT WS-JRN-MARKER-FOUND(WS-SLOT)
                   MOVE 'N' TO WS-VERIFIED-FLAG
               END-IF
           END-PERFORM.

           PERFORM APPEND-POINT-CATALOG THRU APPEND-POINT-CATALOG-EXIT.
           IF WS-POINT-VERIFIED
               PERFORM WRITE-BACKUP-POINT
           END-IF.

           PERFORM WRITE-RUNBOOK.
           PERFORM WRITE-POINT-HISTORY THRU WRITE-POINT-HISTORY-EXIT.

           IF NOT WS-POINT-VERIFIED
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE RUNBOOK-REPORT-FILE.
           GOBACK.

       READ-POINT-PARM.
           OPEN INPUT POINT-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-POINT-PARM-EXIT
           END-IF.
           READ POINT-PARM-FILE
               AT END GO TO CLOSE-POINT-PARM
           END-READ.
           IF PP-POINT-NAME NOT = SPACES
               MOVE PP-POINT-NAME TO WS-POINT-NAME
           END-IF.
           IF PP-REGION-DOWN = 'Y'
               SET WS-REGION-DECLARED-DOWN TO TRUE
           END-IF.
       CLOSE-POINT-PARM.
           CLOSE POINT-PARM-FILE.
       READ-POINT-PARM-EXIT.
           EXIT.

      *****************************************************************
      *  THE ONLINE REGION MUST BE FROZEN -- DRAINED, WITH EVERY       *
      *  ONLINE MASTER CICSQSC LISTS CLOSED -- UNLESS THE PARAMETER    *
      *  FILE SAYS IT IS DOWN ALTOGETHER.                              *
      *****************************************************************
       CHECK-ONLINE-FROZEN.
           MOVE SPACES TO RUNBOOK-REPORT-LINE.
           IF WS-REGION-DECLARED-DOWN
               MOVE 'ONLINE REGION: DECLARED DOWN ON THE PARAMETER FILE'
                   TO RUNBOOK-REPORT-LINE
               WRITE RUNBOOK-REPORT-LINE
               GO TO CHECK-ONLINE-FROZEN-EXIT
           END-IF.

           OPEN INPUT ONLINE-QUIESCE-FILE.
           IF NOT WS-QUIESCE-STATUS-OK
               CLOSE ONLINE-QUIESCE-FILE
               MOVE 'ONLINE REGION: NO ONLNQSC FREEZE RECORD -- REFUSED'
                   TO RUNBOOK-REPORT-LINE
               WRITE RUNBOOK-REPORT-LINE
               SET WS-POINT-REFUSED TO TRUE
               GO TO CHECK-ONLINE-FROZEN-EXIT
           END-IF.

           MOVE 'REGION' TO OQ-RECORD-KEY.
           READ ONLINE-QUIESCE-FILE
               INVALID KEY
                   MOVE SPACES TO OQ-FREEZE-STATE
           END-READ.
           CLOSE ONLINE-QUIESCE-FILE.

           IF NOT OQ-REGION-FROZEN
               MOVE 'ONLINE REGION: NOT FROZEN -- RUN CICSQSC FREEZE'
                   TO RUNBOOK-REPORT-LINE
               WRITE RUNBOOK-REPORT-LINE
               SET WS-POINT-REFUSED TO TRUE
               GO TO CHECK-ONLINE-FROZEN-EXIT
           END-IF.

           MOVE OQ-FILES-DONE   TO WS-EDIT-SMALL.
           MOVE OQ-FILES-LISTED TO WS-EDIT-SMALL-2.
           STRING 'ONLINE REGION: FROZEN '  DELIMITED SIZE
                  OQ-STATE-DATE            DELIMITED SIZE
                  ' '                      DELIMITED SIZE
                  OQ-STATE-TIME            DELIMITED SIZE
                  ' FROM TERMINAL '        DELIMITED SIZE
                  OQ-TERMINAL-ID           DELIMITED SIZE
                  ', '                     DELIMITED SIZE
                  WS-EDIT-SMALL            DELIMITED SIZE
                  ' OF '                   DELIMITED SIZE
                  WS-EDIT-SMALL-2          DELIMITED SIZE
                  ' ONLINE MASTERS CLOSED' DELIMITED SIZE
                  INTO RUNBOOK-REPORT-LINE
           END-STRING.
           WRITE RUNBOOK-REPORT-LINE.
           IF OQ-FILES-DONE NOT NUMERIC OR
              OQ-FILES-LISTED NOT NUMERIC OR
              OQ-FILES-DONE < OQ-FILES-LISTED
               MOVE SPACES TO RUNBOOK-REPORT-LINE
               MOVE 'ONLINE REGION: A MASTER IS STILL OPEN -- REFUSED'
                   TO RUNBOOK-REPORT-LINE
               WRITE RUNBOOK-REPORT-LINE
               SET WS-POINT-REFUSED TO TRUE
           END-IF.
       CHECK-ONLINE-FROZEN-EXIT.
           EXIT.

      *****************************************************************
      *  NO BATCH STEP BUT THIS ONE MAY BE RUNNING. WITH NO CHAIN      *
      *  STATUS PUBLISHED THERE IS NO CHAIN RUNNING TO SEE, AND THE    *
      *  RUNBOOK SAYS SO.                                              *
      *****************************************************************
       CHECK-BATCH-CHAIN.
           MOVE SPACES TO RUNBOOK-REPORT-LINE.
           OPEN INPUT BATCH-STATUS-FILE.
           IF NOT WS-BCHSTAT-OK
               CLOSE BATCH-STATUS-FILE
               MOVE 'BATCH CHAIN: NO CHAIN STATUS PUBLISHED'
                   TO RUNBOOK-REPORT-LINE
               WRITE RUNBOOK-REPORT-LINE
               GO TO CHECK-BATCH-CHAIN-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ BATCH-STATUS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-CHAIN-RECORD
               END-READ
               IF NOT WS-BCHSTAT-OK AND NOT WS-NO-MORE-RECORDS
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-PERFORM.
           CLOSE BATCH-STATUS-FILE.

           IF NOT WS-POINT-REFUSED
               MOVE SPACES TO RUNBOOK-REPORT-LINE
               MOVE 'BATCH CHAIN: NO OTHER STEP RUNNING'
                   TO RUNBOOK-REPORT-LINE
               WRITE RUNBOOK-REPORT-LINE
           END-IF.
       CHECK-BATCH-CHAIN-EXIT.
           EXIT.

       CHECK-ONE-CHAIN-RECORD.
           IF BS-CYCLE-RECORD
               IF BS-PROCESSING-DATE NUMERIC
                   MOVE BS-PROCESSING-DATE TO WS-PROCESSING-DATE
               END-IF
           ELSE
               IF BS-STEP-RUNNING AND BS-PROGRAM-NAME NOT = 'CONPNT01'
                   MOVE SPACES TO RUNBOOK-REPORT-LINE
                   STRING 'BATCH CHAIN: STEP ' DELIMITED SIZE
                          BS-STEP-NUMBER       DELIMITED SIZE
                          ' '                  DELIMITED SIZE
                          BS-PROGRAM-NAME      DELIMITED SIZE
                          ' IS RUNNING -- REFUSED'
                                               DELIMITED SIZE
                          INTO RUNBOOK-REPORT-LINE
                   END-STRING
                   WRITE RUNBOOK-REPORT-LINE
                   SET WS-POINT-REFUSED TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *  THE CATALOG SO FAR: THE LAST SEQUENCE USED, AND WHETHER THE   *
      *  NAME IS ALREADY TAKEN. NO CATALOG YET MAKES THIS POINT ONE.   *
      *****************************************************************
       LOAD-POINT-CATALOG.
           OPEN INPUT POINT-CATALOG-FILE.
           IF NOT WS-CATALOG-OK
               CLOSE POINT-CATALOG-FILE
               GO TO LOAD-POINT-CATALOG-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ POINT-CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CATALOG-COUNT
                       IF CP-POINT-SEQUENCE NUMERIC AND
                          CP-POINT-SEQUENCE > WS-POINT-SEQUENCE
                           MOVE CP-POINT-SEQUENCE TO WS-POINT-SEQUENCE
                       END-IF
                       IF CP-POINT-NAME = WS-POINT-NAME
                           PERFORM REFUSE-DUPLICATE-NAME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POINT-CATALOG-FILE.
       LOAD-POINT-CATALOG-EXIT.
           EXIT.

       REFUSE-DUPLICATE-NAME.
           MOVE SPACES TO RUNBOOK-REPORT-LINE.
           STRING 'POINT NAME ' DELIMITED SIZE
                  WS-POINT-NAME DELIMITED SIZE
                  ' IS ALREADY CATALOGED -- REFUSED'
                                DELIMITED SIZE
                  INTO RUNBOOK-REPORT-LINE
           END-STRING.
           WRITE RUNBOOK-REPORT-LINE.
           SET WS-POINT-REFUSED TO TRUE.

      *****************************************************************
      *  ONE MARKER PER JOURNAL THROUGH ITS OWN WRITER, SO THE ENTRY   *
      *  IS STAMPED AND APPENDED EXACTLY AS ANY UPDATE'S WOULD BE.     *
      *****************************************************************
       WRITE-JOURNAL-MARKERS.
           MOVE LOW-VALUES        TO MI-BEFORE-IMAGE.
           MOVE SPACES            TO MI-AFTER-IMAGE.
           MOVE WS-POINT-NAME     TO MI-MARKER-POINT-NAME.
           MOVE WS-POINT-SEQUENCE TO MI-MARKER-POINT-SEQUENCE.
           MOVE WS-POINT-DATE     TO MI-MARKER-POINT-DATE.
           MOVE WS-POINT-TIME     TO MI-MARKER-POINT-TIME.
           CALL 'WRITEINVJOURNAL' USING WS-JOURNAL-ACTION
                                        WS-JOURNAL-PROGRAM
                                        MI-BEFORE-IMAGE
                                        MI-AFTER-IMAGE.

           MOVE LOW-VALUES        TO MC-BEFORE-IMAGE.
           MOVE SPACES            TO MC-AFTER-IMAGE.
           MOVE WS-POINT-NAME     TO MC-MARKER-POINT-NAME.
           MOVE WS-POINT-SEQUENCE TO MC-MARKER-POINT-SEQUENCE.
           MOVE WS-POINT-DATE     TO MC-MARKER-POINT-DATE.
           MOVE WS-POINT-TIME     TO MC-MARKER-POINT-TIME.
           CALL 'WRITECUSTJOURNAL' USING WS-JOURNAL-ACTION
                                         WS-JOURNAL-PROGRAM
                                         MC-BEFORE-IMAGE
                                         MC-AFTER-IMAGE.
           CALL 'WRITECONTJOURNAL' USING WS-JOURNAL-ACTION
                                         WS-JOURNAL-PROGRAM
                                         MC-BEFORE-IMAGE
                                         MC-AFTER-IMAGE.
           CALL 'WRITELEGLJOURNAL' USING WS-JOURNAL-ACTION
                                         WS-JOURNAL-PROGRAM
                                         MC-BEFORE-IMAGE
                                         MC-AFTER-IMAGE.

      *****************************************************************
      *  EACH MASTER IS COPIED IN KEY ORDER, RECORD FOR RECORD. A      *
      *  MASTER THAT WILL NOT OPEN IS LEFT 'N', ONE THAT FAILS PART    *
      *  WAY 'E' -- EITHER LEAVES THE POINT UNVERIFIED.                *
      *****************************************************************
       COPY-INVOICE-MASTER.
           MOVE 1 TO WS-SLOT.
           MOVE 'N' TO WS-MST-COPIED-FLAG(WS-SLOT).
           OPEN INPUT INVOICE-MASTER-FILE.
           IF NOT WS-MASTER-OK
               CLOSE INVOICE-MASTER-FILE
               GO TO COPY-INVOICE-MASTER-EXIT
           END-IF.
           OPEN OUTPUT INVOICE-MASTER-BACKUP.
           MOVE 'Y' TO WS-MST-COPIED-FLAG(WS-SLOT).
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ INVOICE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE INVOICE-BACKUP-RECORD
                           FROM INVOICE-MASTER-RECORD
                       ADD 1 TO WS-MST-RECORDS(WS-SLOT)
               END-READ
               PERFORM CHECK-COPY-READ
           END-PERFORM.
           CLOSE INVOICE-MASTER-FILE
                 INVOICE-MASTER-BACKUP.
       COPY-INVOICE-MASTER-EXIT.
           EXIT.

       COPY-DEMOGRAPHIC-MASTER.
           MOVE 2 TO WS-SLOT.
           MOVE 'N' TO WS-MST-COPIED-FLAG(WS-SLOT).
           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.
           IF NOT WS-MASTER-OK
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
               GO TO COPY-DEMOGRAPHIC-MASTER-EXIT
           END-IF.
           OPEN OUTPUT DEMOGRAPHIC-BACKUP.
           MOVE 'Y' TO WS-MST-COPIED-FLAG(WS-SLOT).
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CUSTOMER-DEMOGRAPHIC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE DEMOGRAPHIC-BACKUP-RECORD
                           FROM CUSTOMER-DEMOGRAPHIC-RECORD
                       ADD 1 TO WS-MST-RECORDS(WS-SLOT)
               END-READ
               PERFORM CHECK-COPY-READ
           END-PERFORM.
           CLOSE CUSTOMER-DEMOGRAPHIC-FILE
                 DEMOGRAPHIC-BACKUP.
       COPY-DEMOGRAPHIC-MASTER-EXIT.
           EXIT.

       COPY-BALANCE-MASTER.
           MOVE 3 TO WS-SLOT.
           MOVE 'N' TO WS-MST-COPIED-FLAG(WS-SLOT).
           OPEN INPUT CUSTOMER-BALANCE-FILE.
           IF NOT WS-MASTER-OK
               CLOSE CUSTOMER-BALANCE-FILE
               GO TO COPY-BALANCE-MASTER-EXIT
           END-IF.
           OPEN OUTPUT BALANCE-BACKUP.
           MOVE 'Y' TO WS-MST-COPIED-FLAG(WS-SLOT).
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CUSTOMER-BALANCE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE BALANCE-BACKUP-RECORD
                           FROM CUSTOMER-BALANCE-RECORD
                       ADD 1 TO WS-MST-RECORDS(WS-SLOT)
               END-READ
               PERFORM CHECK-COPY-READ
           END-PERFORM.
           CLOSE CUSTOMER-BALANCE-FILE
                 BALANCE-BACKUP.
       COPY-BALANCE-MASTER-EXIT.
           EXIT.

       COPY-ON-ACCOUNT-LEDGER.
           MOVE 4 TO WS-SLOT.
           MOVE 'N' TO WS-MST-COPIED-FLAG(WS-SLOT).
           OPEN INPUT ON-ACCOUNT-LEDGER-FILE.
           IF NOT WS-MASTER-OK
               CLOSE ON-ACCOUNT-LEDGER-FILE
               GO TO COPY-ON-ACCOUNT-LEDGER-EXIT
           END-IF.
           OPEN OUTPUT ON-ACCOUNT-BACKUP.
           MOVE 'Y' TO WS-MST-COPIED-FLAG(WS-SLOT).
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ ON-ACCOUNT-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE ON-ACCOUNT-BACKUP-RECORD
                           FROM ON-ACCOUNT-LEDGER-RECORD
                       ADD 1 TO WS-MST-RECORDS(WS-SLOT)
               END-READ
               PERFORM CHECK-COPY-READ
           END-PERFORM.
           CLOSE ON-ACCOUNT-LEDGER-FILE
                 ON-ACCOUNT-BACKUP.
       COPY-ON-ACCOUNT-LEDGER-EXIT.
           EXIT.

       COPY-DISPUTE-CASES.
           MOVE 5 TO WS-SLOT.
           MOVE 'N' TO WS-MST-COPIED-FLAG(WS-SLOT).
           OPEN INPUT DISPUTE-CASE-FILE.
           IF NOT WS-MASTER-OK
               CLOSE DISPUTE-CASE-FILE
               GO TO COPY-DISPUTE-CASES-EXIT
           END-IF.
           OPEN OUTPUT DISPUTE-CASE-BACKUP.
           MOVE 'Y' TO WS-MST-COPIED-FLAG(WS-SLOT).
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ DISPUTE-CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE DISPUTE-CASE-BACKUP-RECORD
                           FROM DISPUTE-CASE-RECORD
                       ADD 1 TO WS-MST-RECORDS(WS-SLOT)
               END-READ
               PERFORM CHECK-COPY-READ
           END-PERFORM.
           CLOSE DISPUTE-CASE-FILE
                 DISPUTE-CASE-BACKUP.
       COPY-DISPUTE-CASES-EXIT.
           EXIT.

       COPY-CONTACT-MASTER.
           MOVE 6 TO WS-SLOT.
           MOVE 'N' TO WS-MST-COPIED-FLAG(WS-SLOT).
           OPEN INPUT CUSTOMER-CONTACT-FILE.
           IF NOT WS-MASTER-OK
               CLOSE CUSTOMER-CONTACT-FILE
               GO TO COPY-CONTACT-MASTER-EXIT
           END-IF.
           OPEN OUTPUT CONTACT-BACKUP.
           MOVE 'Y' TO WS-MST-COPIED-FLAG(WS-SLOT).
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CUSTOMER-CONTACT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE CONTACT-BACKUP-RECORD
                           FROM CUSTOMER-CONTACT-RECORD
                       ADD 1 TO WS-MST-RECORDS(WS-SLOT)
               END-READ
               PERFORM CHECK-COPY-READ
           END-PERFORM.
           CLOSE CUSTOMER-CONTACT-FILE
                 CONTACT-BACKUP.
       COPY-CONTACT-MASTER-EXIT.
           EXIT.

       COPY-LEGAL-STATUS.
           MOVE 7 TO WS-SLOT.
           MOVE 'N' TO WS-MST-COPIED-FLAG(WS-SLOT).
           OPEN INPUT LEGAL-STATUS-FILE.
           IF NOT WS-MASTER-OK
               CLOSE LEGAL-STATUS-FILE
               GO TO COPY-LEGAL-STATUS-EXIT
           END-IF.
           OPEN OUTPUT LEGAL-STATUS-BACKUP.
           MOVE 'Y' TO WS-MST-COPIED-FLAG(WS-SLOT).
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ LEGAL-STATUS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE LEGAL-STATUS-BACKUP-RECORD
                           FROM LEGAL-STATUS-RECORD
                       ADD 1 TO WS-MST-RECORDS(WS-SLOT)
               END-READ
               PERFORM CHECK-COPY-READ
           END-PERFORM.
           CLOSE LEGAL-STATUS-FILE
                 LEGAL-STATUS-BACKUP.
       COPY-LEGAL-STATUS-EXIT.
           EXIT.

      *  A READ THAT NEITHER DELIVERED A RECORD NOR HIT THE END
      *  STOPS THE COPY AND MARKS IT FAILED.
       CHECK-COPY-READ.
           IF NOT WS-MASTER-OK AND NOT WS-NO-MORE-RECORDS
               MOVE 'E' TO WS-MST-COPIED-FLAG(WS-SLOT)
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

      *****************************************************************
      *  READ EACH JOURNAL BACK TO FIND THIS POINT'S MARKER, NOTING    *
      *  ITS ENTRY NUMBER. A JOURNAL THAT WILL NOT OPEN, OR THAT HAS   *
      *  NO MARKER FOR THE POINT, LEAVES THE POINT UNVERIFIED.         *
      *****************************************************************
       VERIFY-INVOICE-MARKER.
           MOVE 1 TO WS-SLOT.
           OPEN INPUT INVOICE-JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
               CLOSE INVOICE-JOURNAL-FILE
               GO TO VERIFY-INVOICE-MARKER-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ INVOICE-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-JRN-ENTRIES(WS-SLOT)
                       IF JR-ACTION-MARKER AND
                          JR-MARKER-POINT-NAME = WS-POINT-NAME
                           PERFORM NOTE-MARKER-FOUND
                       END-IF
               END-READ
               PERFORM CHECK-JOURNAL-READ
           END-PERFORM.
           CLOSE INVOICE-JOURNAL-FILE.
       VERIFY-INVOICE-MARKER-EXIT.
           EXIT.

       VERIFY-CUSTOMER-MARKER.
           MOVE 2 TO WS-SLOT.
           OPEN INPUT CUSTOMER-JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
               CLOSE CUSTOMER-JOURNAL-FILE
               GO TO VERIFY-CUSTOMER-MARKER-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CUSTOMER-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-JRN-ENTRIES(WS-SLOT)
                       IF CJ-ACTION-MARKER AND
                          CJ-MARKER-POINT-NAME = WS-POINT-NAME
                           PERFORM NOTE-MARKER-FOUND
                       END-IF
               END-READ
               PERFORM CHECK-JOURNAL-READ
           END-PERFORM.
           CLOSE CUSTOMER-JOURNAL-FILE.
       VERIFY-CUSTOMER-MARKER-EXIT.
           EXIT.

       VERIFY-CONTACT-MARKER.
           MOVE 3 TO WS-SLOT.
           OPEN INPUT CONTACT-JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
               CLOSE CONTACT-JOURNAL-FILE
               GO TO VERIFY-CONTACT-MARKER-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CONTACT-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-JRN-ENTRIES(WS-SLOT)
                       IF KJ-ACTION-MARKER AND
                          KJ-MARKER-POINT-NAME = WS-POINT-NAME
                           PERFORM NOTE-MARKER-FOUND
                       END-IF
               END-READ
               PERFORM CHECK-JOURNAL-READ
           END-PERFORM.
           CLOSE CONTACT-JOURNAL-FILE.
       VERIFY-CONTACT-MARKER-EXIT.
           EXIT.

       VERIFY-LEGAL-MARKER.
           MOVE 4 TO WS-SLOT.
           OPEN INPUT LEGAL-JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
               CLOSE LEGAL-JOURNAL-FILE
               GO TO VERIFY-LEGAL-MARKER-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ LEGAL-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-JRN-ENTRIES(WS-SLOT)
                       IF LJ-ACTION-MARKER AND
                          LJ-MARKER-POINT-NAME = WS-POINT-NAME
                           PERFORM NOTE-MARKER-FOUND
                       END-IF
               END-READ
               PERFORM CHECK-JOURNAL-READ
           END-PERFORM.
           CLOSE LEGAL-JOURNAL-FILE.
       VERIFY-LEGAL-MARKER-EXIT.
           EXIT.

       NOTE-MARKER-FOUND.
           MOVE WS-JRN-ENTRIES(WS-SLOT) TO WS-JRN-MARKER-ENTRY(WS-SLOT).
           MOVE 'Y' TO WS-JRN-FOUND-FLAG(WS-SLOT).

       CHECK-JOURNAL-READ.
           IF NOT WS-JOURNAL-OK AND NOT WS-NO-MORE-RECORDS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

      *****************************************************************
      *  CATALOG THE POINT, VERIFIED OR NOT, SO ITS SEQUENCE IS NEVER  *
      *  REUSED AND THE RUNBOOK CAN SHOW WHY IT IS NOT OFFERED.        *
      *****************************************************************
       APPEND-POINT-CATALOG.
           OPEN EXTEND POINT-CATALOG-FILE.
           IF NOT WS-CATALOG-OK
               OPEN OUTPUT POINT-CATALOG-FILE
               IF NOT WS-CATALOG-OK
                   CLOSE POINT-CATALOG-FILE
                   MOVE 'N' TO WS-VERIFIED-FLAG
                   GO TO APPEND-POINT-CATALOG-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO CONSISTENCY-POINT-RECORD.
           MOVE WS-POINT-NAME      TO CP-POINT-NAME.
           MOVE WS-POINT-SEQUENCE  TO CP-POINT-SEQUENCE.
           MOVE WS-POINT-DATE      TO CP-POINT-DATE.
           MOVE WS-POINT-TIME      TO CP-POINT-TIME.
           MOVE WS-VERIFIED-FLAG   TO CP-VERIFIED-FLAG.
           MOVE WS-PROCESSING-DATE TO CP-PROCESSING-DATE.
           MOVE 0 TO WS-SLOT.
           PERFORM UNTIL WS-SLOT = WS-MASTER-COUNT
               ADD 1 TO WS-SLOT
               MOVE WS-MST-ID(WS-SLOT)   TO CP-MASTER-ID(WS-SLOT)
               MOVE WS-MST-BACKUP-DD(WS-SLOT)
                   TO CP-BACKUP-DD(WS-SLOT)
               MOVE WS-MST-RECORDS(WS-SLOT)
                   TO CP-BACKUP-RECORDS(WS-SLOT)
               MOVE WS-MST-COPIED-FLAG(WS-SLOT)
                   TO CP-MASTER-COPIED-FLAG(WS-SLOT)
           END-PERFORM.
           MOVE 0 TO WS-SLOT.
           PERFORM UNTIL WS-SLOT = WS-JOURNAL-COUNT
               ADD 1 TO WS-SLOT
               MOVE WS-JRN-ID(WS-SLOT)   TO CP-JOURNAL-ID(WS-SLOT)
               MOVE WS-JRN-MARKER-ENTRY(WS-SLOT)
                   TO CP-MARKER-ENTRY(WS-SLOT)
               IF WS-JRN-MARKER-FOUND(WS-SLOT)
                   MOVE 'Y' TO CP-MARKER-FOUND-FLAG(WS-SLOT)
               ELSE
                   MOVE 'N' TO CP-MARKER-FOUND-FLAG(WS-SLOT)
               END-IF
           END-PERFORM.
           WRITE CONSISTENCY-POINT-RECORD.
           CLOSE POINT-CATALOG-FILE.
       APPEND-POINT-CATALOG-EXIT.
           EXIT.

      *  THE VERIFIED POINT BECOMES THE BACKUP POINT JRNROLL1 CUTS
      *  THE JOURNALS AT.
       WRITE-BACKUP-POINT.
           OPEN OUTPUT BACKUP-POINT-FILE.
           IF WS-BACKUP-OK
               MOVE SPACES TO BACKUP-POINT-RECORD
               MOVE WS-POINT-DATE     TO BP-BACKUP-DATE
               MOVE WS-POINT-TIME     TO BP-BACKUP-TIME
               MOVE 'Y'               TO BP-VERIFIED-FLAG
               MOVE WS-POINT-NAME     TO BP-POINT-NAME
               MOVE WS-POINT-SEQUENCE TO BP-POINT-SEQUENCE
               WRITE BACKUP-POINT-RECORD
           END-IF.
           CLOSE BACKUP-POINT-FILE.

      *****************************************************************
      *  THE RUNBOOK FOR THIS POINT: EVERY BACKUP GENERATION TAKEN AT  *
      *  IT, EVERY JOURNAL RANGE THAT GOES WITH THEM, AND THE STEPS    *
      *  TO RECOVER TO IT.                                             *
      *****************************************************************
       WRITE-RUNBOOK.
           MOVE SPACES TO RUNBOOK-REPORT-LINE.
           WRITE RUNBOOK-REPORT-LINE.
           MOVE WS-POINT-NAME      TO WS-PNT-NAME.
           MOVE WS-POINT-SEQUENCE  TO WS-PNT-SEQUENCE.
           MOVE WS-POINT-DATE      TO WS-PNT-DATE.
           MOVE WS-POINT-TIME      TO WS-PNT-TIME.
           MOVE WS-PROCESSING-DATE TO WS-PNT-PROCESSING-DATE.
           WRITE RUNBOOK-REPORT-LINE FROM WS-POINT-LINE.
           IF NOT WS-POINT-VERIFIED
               WRITE RUNBOOK-REPORT-LINE FROM WS-UNVERIFIED-LINE
           END-IF.

           MOVE 'BACKUP GENERATIONS TAKEN AT THE POINT' TO WS-SEC-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           WRITE RUNBOOK-REPORT-LINE FROM WS-MASTER-HEADING.
           MOVE 0 TO WS-SLOT.
           PERFORM UNTIL WS-SLOT = WS-MASTER-COUNT
               ADD 1 TO WS-SLOT
               PERFORM WRITE-MASTER-LINE
           END-PERFORM.

           MOVE 'JOURNAL MARKERS FOR THE POINT' TO WS-SEC-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           WRITE RUNBOOK-REPORT-LINE FROM WS-JOURNAL-HEADING.
           MOVE 0 TO WS-SLOT.
           PERFORM UNTIL WS-SLOT = WS-JOURNAL-COUNT
               ADD 1 TO WS-SLOT
               PERFORM WRITE-JOURNAL-LINE
           END-PERFORM.

           MOVE 'TO RECOVER TO THIS POINT' TO WS-SEC-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE SPACES TO RUNBOOK-REPORT-LINE.
           STRING '1. CICSQSC FREEZE (OR TAKE THE REGION DOWN) '
                                     DELIMITED SIZE
                  'AND HOLD THE BATCH CHAIN.'
                                     DELIMITED SIZE
                  INTO RUNBOOK-REPORT-LINE
           END-STRING.
           WRITE RUNBOOK-REPORT-LINE.
           MOVE SPACES TO RUNBOOK-REPORT-LINE.
           STRING '2. RESTORE EVERY MASTER ABOVE FROM GENERATION '
                                     DELIMITED SIZE
                  WS-POINT-SEQUENCE  DELIMITED SIZE
                  ' -- ALL OF THEM, NEVER A MIX OF GENERATIONS.'
                                     DELIMITED SIZE
                  INTO RUNBOOK-REPORT-LINE
           END-STRING.
           WRITE RUNBOOK-REPORT-LINE.
           MOVE SPACES TO RUNBOOK-REPORT-LINE.
           STRING '3. PUT ' DELIMITED SIZE
                  WS-POINT-NAME DELIMITED SIZE
                  ' ON RCVPOINT AND RUN INVRCVR1, CUSTRCV1 AND '
                                DELIMITED SIZE
                  'CONTRCV1; REAPPLY LEGLJRNL ENTRIES AFTER ITS '
                                DELIMITED SIZE
                  'MARKER BY HAND.'
                                DELIMITED SIZE
                  INTO RUNBOOK-REPORT-LINE
           END-STRING.
           WRITE RUNBOOK-REPORT-LINE.
           MOVE SPACES TO RUNBOOK-REPORT-LINE.
           STRING '4. RUN RCVVFY1 TO CERTIFY INVMAST, THEN CBALVFY1 '
                                     DELIMITED SIZE
                  'TO BRING CUSTBAL INTO STEP WITH IT.'
                                     DELIMITED SIZE
                  INTO RUNBOOK-REPORT-LINE
           END-STRING.
           WRITE RUNBOOK-REPORT-LINE.
           MOVE SPACES TO RUNBOOK-REPORT-LINE.
           MOVE '5. CICSQSC THAW.'
               TO RUNBOOK-REPORT-LINE.
           WRITE RUNBOOK-REPORT-LINE.

       WRITE-SECTION-TITLE.
           MOVE SPACES TO RUNBOOK-REPORT-LINE.
           WRITE RUNBOOK-REPORT-LINE.
           WRITE RUNBOOK-REPORT-LINE FROM WS-SECTION-LINE.

       WRITE-MASTER-LINE.
           MOVE WS-MST-ID(WS-SLOT)          TO WS-MSL-ID.
           MOVE WS-MST-BACKUP-DD(WS-SLOT)   TO WS-MSL-BACKUP-DD.
           MOVE WS-POINT-SEQUENCE           TO WS-MSL-GENERATION.
           MOVE WS-MST-RECORDS(WS-SLOT)     TO WS-MSL-RECORDS.
           MOVE WS-MST-ROLL-FORWARD(WS-SLOT) TO WS-MSL-ROLL-FORWARD.
           EVALUATE WS-MST-COPIED-FLAG(WS-SLOT)
               WHEN 'Y'
                   MOVE 'COPIED'     TO WS-MSL-STATUS
               WHEN 'E'
                   MOVE 'READ ERROR' TO WS-MSL-STATUS
               WHEN OTHER
                   MOVE 'NOT OPENED' TO WS-MSL-STATUS
           END-EVALUATE.
           WRITE RUNBOOK-REPORT-LINE FROM WS-MASTER-LINE.

       WRITE-JOURNAL-LINE.
           MOVE WS-JRN-ID(WS-SLOT)          TO WS-JNL-ID.
           MOVE WS-JRN-MARKER-ENTRY(WS-SLOT) TO WS-JNL-MARKER-ENTRY.
           MOVE SPACES TO WS-JNL-RANGE.
           IF WS-JRN-MARKER-FOUND(WS-SLOT)
               MOVE 'FOUND' TO WS-JNL-STATUS
               COMPUTE WS-EDIT-ENTRY = WS-JRN-MARKER-ENTRY(WS-SLOT) + 1
               STRING 'ENTRY '      DELIMITED SIZE
                      WS-EDIT-ENTRY DELIMITED SIZE
                      ' TO THE END OF THE LIVE JOURNAL'
                                    DELIMITED SIZE
                      INTO WS-JNL-RANGE
               END-STRING
           ELSE
               MOVE 'NOT FOUND' TO WS-JNL-STATUS
               MOVE 'NONE -- THE POINT IS NOT USABLE' TO WS-JNL-RANGE
           END-IF.
           WRITE RUNBOOK-REPORT-LINE FROM WS-JOURNAL-LINE.

      *****************************************************************
      *  THE MOST RECENT POINTS ON THE CATALOG, THIS ONE LAST. EACH    *
      *  POINT'S JOURNAL RANGE RUNS FROM ITS OWN MARKER TO THE NEXT    *
      *  POINT'S, SO EACH LINE IS HELD UNTIL THE NEXT POINT IS READ.   *
      *****************************************************************
       WRITE-POINT-HISTORY.
           MOVE 'RECENT CONSISTENCY POINTS' TO WS-SEC-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT POINT-CATALOG-FILE.
           IF NOT WS-CATALOG-OK
               CLOSE POINT-CATALOG-FILE
               MOVE SPACES TO RUNBOOK-REPORT-LINE
               MOVE 'CONSISTENCY-POINT CATALOG UNAVAILABLE'
                   TO RUNBOOK-REPORT-LINE
               WRITE RUNBOOK-REPORT-LINE
               GO TO WRITE-POINT-HISTORY-EXIT
           END-IF.
           WRITE RUNBOOK-REPORT-LINE FROM WS-HISTORY-HEADING.

           ADD 1 TO WS-CATALOG-COUNT.
           IF WS-CATALOG-COUNT > WS-HISTORY-LIMIT
               COMPUTE WS-HISTORY-SKIP =
                   WS-CATALOG-COUNT - WS-HISTORY-LIMIT
           END-IF.

           MOVE 0 TO WS-CATALOG-ORDINAL.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ POINT-CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CATALOG-ORDINAL
                       IF WS-POINT-HELD
                           MOVE CP-POINT-NAME TO WS-RANGE-END
                           PERFORM WRITE-HELD-POINT
                       END-IF
                       SET WS-POINT-HELD TO TRUE
                       MOVE WS-CATALOG-ORDINAL TO WS-HELD-ORDINAL
                       MOVE CP-POINT-NAME      TO WS-HELD-NAME
                       MOVE CP-POINT-SEQUENCE  TO WS-HELD-SEQUENCE
                       MOVE CP-POINT-DATE      TO WS-HELD-DATE
                       MOVE CP-POINT-TIME      TO WS-HELD-TIME
                       MOVE CP-VERIFIED-FLAG   TO WS-HELD-VERIFIED
               END-READ
           END-PERFORM.
           CLOSE POINT-CATALOG-FILE.
           IF WS-POINT-HELD
               MOVE 'THE END OF THE LIVE JOURNALS' TO WS-RANGE-END
               PERFORM WRITE-HELD-POINT
           END-IF.
       WRITE-POINT-HISTORY-EXIT.
           EXIT.

       WRITE-HELD-POINT.
           IF WS-HELD-ORDINAL > WS-HISTORY-SKIP
               MOVE WS-HELD-NAME     TO WS-HST-NAME
               MOVE WS-HELD-SEQUENCE TO WS-HST-SEQUENCE
               MOVE WS-HELD-DATE     TO WS-HST-DATE
               MOVE WS-HELD-TIME     TO WS-HST-TIME
               IF WS-HELD-VERIFIED = 'Y'
                   MOVE 'YES'        TO WS-HST-VERIFIED
               ELSE
                   MOVE 'NO'         TO WS-HST-VERIFIED
               END-IF
               MOVE WS-RANGE-END     TO WS-HST-RANGE-END
               WRITE RUNBOOK-REPORT-LINE FROM WS-HISTORY-LINE
           END-IF.
