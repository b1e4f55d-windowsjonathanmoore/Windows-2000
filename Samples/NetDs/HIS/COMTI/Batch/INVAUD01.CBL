      ***********************************************************
      * INVAUD01 -- MONTHLY INVOICE-NUMBER SEQUENCE AUDIT           *
      *                                                             *
      * AUDIT WANTS PROOF THAT EVERY INVOICE NUMBER WE HAVE EVER    *
      * ISSUED IS ACCOUNTED FOR -- POSTED (VOIDS INCLUDED),         *
      * ARCHIVED, WAITING IN QUARANTINE, OR EXPLICITLY LOGGED AS    *
      * SPOILED -- AND THAT NONE WAS USED TWICE. THIS JOB LOADS THE *
      * INVNLOG ISSUE LOG CREATEINVOICENUMBER AND FINCHG01 WRITE,   *
      * THE LIVE INVMAST MASTER, EVERY ARCHIVE GENERATION INVARCH1  *
      * HAS CATALOGUED IN ARCHCAT (CONCATENATED INTO THE INVARCH DD,*
      * AND PROVED AGAINST THE CATALOGUED COUNTS AS INVRETR1 DOES)  *
      * AND THE PENDING QUARREPR QUARANTINE INTO A KEYED SCRATCH    *
      * FILE, ONE RECORD PER NUMBER, AND THEN WALKS IT ONCE PER     *
      * REPORT SECTION: GAPS IN EACH ISSUING SEQUENCE, NUMBERS USED *
      * MORE THAN ONCE, NUMBERS ISSUED BUT NEVER POSTED, NUMBERS    *
      * POSTED BUT NEVER ISSUED THROUGH THE SERVICE, AND USE OF THE *
      * 9,900,000,000 FINANCE-CHARGE RANGE BY ANYTHING BUT FINCHG01.*
      *                                                             *
      * EACH COMPANY'S RANGE IS ONE SEQUENCE, AND EACH MONTH OF     *
      * FINCHG01 NUMBERS (99YYMM....) IS ANOTHER. A NUMBER BELOW THE*
      * FIRST ONE EVER LOGGED IN ITS SEQUENCE PREDATES THE LOG AND  *
      * IS COUNTED, NOT REPORTED. NUMBERS SPOILED OUTSIDE THE SYSTEM*
      * (A DAMAGED PRE-PRINTED FORM, SAY) ARE DECLARED ON THE       *
      * OPTIONAL INVSPOIL FILE AND LOGGED BEFORE THE AUDIT RUNS, SO *
      * THEY ARE ON THE LOG FOR GOOD. ANY FINDING GRADES CONDITION  *
      * CODE 4; AN ARCHIVE THAT DOES NOT MATCH ITS CATALOGUE, OR A  *
      * MISSING MASTER, GRADES 8 -- THE AUDIT CANNOT BE CERTIFIED.  *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVAUD01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOIL-DECLARATION-FILE ASSIGN TO INVSPOIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOIL-STATUS.
           SELECT INVOICE-NUMBER-LOG-FILE ASSIGN TO INVNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT INVOICE-MASTER-FILE ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO INVARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO ARCHCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT QUARANTINE-REPAIR-FILE ASSIGN TO QUARREPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QR-KEY
               FILE STATUS IS WS-QUARANTINE-STATUS.
           SELECT NUMBER-AUDIT-WORK-FILE ASSIGN TO INVAUDWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-INVOICE-NUMBER
               FILE STATUS IS WS-WORK-STATUS.
           SELECT NUMBER-AUDIT-REPORT-FILE ASSIGN TO INVAUDRP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  ONE NUMBER SPOILED OUTSIDE THE SYSTEM, DECLARED BY BILLING.
       FD  SPOIL-DECLARATION-FILE.
       01  SPOIL-DECLARATION-RECORD.
           05  SD-INVOICE-NUMBER             PIC 9(10).
           05  SD-COMPANY-CODE               PIC X(2).
           05  SD-SPOIL-REASON               PIC X(40).
           05  FILLER                        PIC X(28).

       FD  INVOICE-NUMBER-LOG-FILE.
           COPY INVNLOG.

       FD  INVOICE-MASTER-FILE.
           COPY INVMAST.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 4256 CHARACTERS.
           COPY INVMAST
               REPLACING INVOICE-MASTER-RECORD BY
                             ARCHIVED-INVOICE-RECORD
                         LEADING ==IM== BY ==AR==.

       FD  ARCHIVE-CATALOG-FILE.
           COPY ARCHCAT.

       FD  QUARANTINE-REPAIR-FILE.
           COPY QUARREPR.

      *  EVERYTHING KNOWN ABOUT ONE INVOICE NUMBER, GATHERED FROM
      *  ALL FIVE SOURCES -- REBUILT FROM EMPTY EVERY RUN.
       FD  NUMBER-AUDIT-WORK-FILE.
       01  NUMBER-AUDIT-WORK-RECORD.
           05  AW-INVOICE-NUMBER             PIC 9(10).
           05  AW-ISSUE-COUNT                PIC 9(3).
           05  AW-SPOIL-COUNT                PIC 9(3).
           05  AW-POSTED-COUNT               PIC 9(3).
           05  AW-ARCHIVED-COUNT             PIC 9(3).
           05  AW-QUARANTINE-COUNT           PIC 9(3).
           05  AW-VOID-FLAG                  PIC X(1).
               88  AW-VOIDED                     VALUE 'Y'.
           05  AW-OTHER-ISSUER-FLAG          PIC X(1).
               88  AW-ISSUED-BY-OTHER            VALUE 'Y'.
           05  AW-ISSUER-PROGRAM             PIC X(8).
           05  AW-ISSUER-COMPANY             PIC X(2).
           05  AW-CUSTOMER-NUMBER            PIC 9(9).
           05  AW-COMPANY-CODE               PIC X(2).
           05  AW-PRODUCT-CODE               PIC X(12).

       FD  NUMBER-AUDIT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  NUMBER-AUDIT-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SPOIL-STATUS                   PIC X(2).
           88  WS-SPOIL-STATUS-OK            VALUE '00'.
       01  WS-LOG-STATUS                     PIC X(2).
           88  WS-LOG-STATUS-OK              VALUE '00'.
       01  WS-MASTER-STATUS                  PIC X(2).
           88  WS-MASTER-STATUS-OK           VALUE '00'.
       01  WS-ARCHIVE-STATUS                 PIC X(2).
           88  WS-ARCHIVE-STATUS-OK          VALUE '00'.
       01  WS-CATALOG-STATUS                 PIC X(2).
           88  WS-CATALOG-STATUS-OK          VALUE '00'.
       01  WS-QUARANTINE-STATUS              PIC X(2).
           88  WS-QUARANTINE-STATUS-OK       VALUE '00'.
       01  WS-WORK-STATUS                    PIC X(2).
           88  WS-WORK-STATUS-OK             VALUE '00'.

       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-END-OF-INPUT               VALUE 'Y'.
       01  WS-WORK-FOUND-FLAG                PIC X.
           88  WS-WORK-FOUND                 VALUE 'Y'.

      *  THE SECTION THE CURRENT WALK OF THE SCRATCH FILE REPORTS.
       01  WS-AUDIT-PASS                     PIC X(1).
           88  WS-PASS-GAPS                  VALUE 'G'.
           88  WS-PASS-DUPLICATES            VALUE 'D'.
           88  WS-PASS-NOT-POSTED            VALUE 'N'.
           88  WS-PASS-NOT-ISSUED            VALUE 'U'.
           88  WS-PASS-RESERVED              VALUE 'R'.

      *  SPOILS DECLARED ON INVSPOIL ARE LOGGED UNDER THIS JOB'S NAME.
       01  WS-NUMLOG-SPOILED                 PIC X(1) VALUE 'S'.
       01  WS-NUMLOG-CALLER                  PIC X(8) VALUE 'INVAUD01'.

      *  FINCHG01'S RESERVED RANGE AND THE ONLY PROGRAM ALLOWED IN IT.
       01  WS-RESERVED-FIRST-NUMBER          PIC 9(10)
                                              VALUE 9900000000.
       01  WS-RESERVED-PROGRAM               PIC X(8) VALUE 'FINCHG01'.
       01  WS-RESERVED-PRODUCT               PIC X(12)
                                              VALUE 'FINCHARGE'.
       01  WS-HOME-COMPANY-CODE              PIC X(2) VALUE '01'.

      *  WHAT THE CURRENT SOURCE RECORD CONTRIBUTES TO ITS NUMBER.
       01  WS-SOURCE-NUMBER                  PIC 9(10).
       01  WS-SOURCE-KIND                    PIC X(1).
           88  WS-SOURCE-POSTED              VALUE 'P'.
           88  WS-SOURCE-ARCHIVED            VALUE 'A'.
           88  WS-SOURCE-QUARANTINED         VALUE 'Q'.
       01  WS-SOURCE-CUSTOMER                PIC 9(9).
       01  WS-SOURCE-COMPANY                 PIC X(2).
       01  WS-SOURCE-PRODUCT                 PIC X(12).
       01  WS-SOURCE-VOID-FLAG               PIC X(1).

      *  THE QUARANTINED WORKING IMAGE, LAID OVER THE EXTRACT SHAPE
      *  THE GATE FILED IT IN.
           COPY INVXTRV
               REPLACING INVOICE-EXTRACT-RECORD BY
                             QUARANTINED-IMAGE-RECORD
                         LEADING ==IM== BY ==QI==.

      *  ONE ENTRY PER ISSUING SEQUENCE: 'CO' PLUS THE COMPANY CODE
      *  FOR ORDINARY NUMBERS, THE LEADING 99YYMM FOR A MONTH OF
      *  FINANCE-CHARGE NUMBERS. THE FIRST NUMBER EVER LOGGED IS THE
      *  FLOOR BELOW WHICH NUMBERS PREDATE THE LOG.
       01  WS-SEQUENCE-KEY                   PIC X(6).
       01  WS-SEQUENCE-NUMBER-TEXT           PIC 9(10).
       01  WS-SEQUENCE-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-SEQUENCE-MAX                   PIC 9(4) COMP VALUE 500.
       01  WS-SEQUENCE-SUB                   PIC 9(4) COMP.
       01  WS-SEQUENCE-FOUND-FLAG            PIC X.
           88  WS-SEQUENCE-FOUND             VALUE 'Y'.
       01  WS-SEQUENCE-TABLE.
           05  WS-SEQUENCE-ENTRY OCCURS 500 TIMES.
               10  WS-SEQ-KEY                PIC X(6).
               10  WS-SEQ-FIRST-LOGGED       PIC 9(10).
               10  WS-SEQ-PRIOR-ISSUED       PIC 9(10).

       01  WS-GAP-FIRST                      PIC 9(10).
       01  WS-GAP-LAST                       PIC 9(10).
       01  WS-GAP-SIZE                       PIC 9(10).
       01  WS-PRE-LOG-FLAG                   PIC X.
           88  WS-PREDATES-LOG               VALUE 'Y'.
       01  WS-RESERVED-MISUSE-REASON         PIC X(40).

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-EXPECTED-ARCHIVE-RECORDS       PIC 9(9) COMP VALUE 0.
       01  WS-CATALOG-GENERATIONS            PIC 9(5) COMP VALUE 0.

       01  WS-COUNTERS.
           05  WS-SPOILS-DECLARED            PIC 9(9) COMP VALUE 0.
           05  WS-LOG-ISSUED                 PIC 9(9) COMP VALUE 0.
           05  WS-LOG-SPOILED                PIC 9(9) COMP VALUE 0.
           05  WS-MASTER-READ                PIC 9(9) COMP VALUE 0.
           05  WS-ARCHIVE-READ               PIC 9(9) COMP VALUE 0.
           05  WS-QUARANTINE-PENDING         PIC 9(9) COMP VALUE 0.
           05  WS-NUMBERS-AUDITED            PIC 9(9) COMP VALUE 0.
           05  WS-NUMBERS-POSTED             PIC 9(9) COMP VALUE 0.
           05  WS-NUMBERS-VOIDED             PIC 9(9) COMP VALUE 0.
           05  WS-NUMBERS-ARCHIVED           PIC 9(9) COMP VALUE 0.
           05  WS-NUMBERS-QUARANTINED        PIC 9(9) COMP VALUE 0.
           05  WS-NUMBERS-SPOILED            PIC 9(9) COMP VALUE 0.
           05  WS-NUMBERS-PRE-LOG            PIC 9(9) COMP VALUE 0.
           05  WS-GAPS-FOUND                 PIC 9(9) COMP VALUE 0.
           05  WS-NUMBERS-MISSING            PIC 9(9) COMP VALUE 0.
           05  WS-DUPLICATES-FOUND           PIC 9(9) COMP VALUE 0.
           05  WS-NOT-POSTED-FOUND           PIC 9(9) COMP VALUE 0.
           05  WS-NOT-ISSUED-FOUND           PIC 9(9) COMP VALUE 0.
           05  WS-RESERVED-FOUND             PIC 9(9) COMP VALUE 0.
           05  WS-SECTION-FINDINGS           PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(37)
               VALUE 'INVOICE-NUMBER SEQUENCE AUDIT, RUN  '.
           05  WS-TTL-RUN-DATE               PIC 9(8).

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE                  PIC X(60).

       01  WS-GAP-LINE.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE 'SEQUENCE '.
           05  WS-GAP-SEQUENCE               PIC X(6).
           05  FILLER                        PIC X(8) VALUE '  FROM  '.
           05  WS-GAP-FROM                   PIC 9(10).
           05  FILLER                        PIC X(6) VALUE '  TO  '.
           05  WS-GAP-TO                     PIC 9(10).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-GAP-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(16)
               VALUE ' NUMBERS MISSING'.

       01  WS-FINDING-LINE.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-FND-INVOICE-NUMBER         PIC 9(10).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-FND-MESSAGE                PIC X(40).
           05  FILLER                        PIC X(5) VALUE ' ISS '.
           05  WS-FND-ISSUED                 PIC ZZ9.
           05  FILLER                        PIC X(6) VALUE ' POST '.
           05  WS-FND-POSTED                 PIC ZZ9.
           05  FILLER                        PIC X(6) VALUE ' ARCH '.
           05  WS-FND-ARCHIVED               PIC ZZ9.
           05  FILLER                        PIC X(6) VALUE ' QUAR '.
           05  WS-FND-QUARANTINED            PIC ZZ9.
           05  FILLER                        PIC X(7) VALUE ' SPOIL '.
           05  WS-FND-SPOILED                PIC ZZ9.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-FND-ISSUER                 PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-FND-CUSTOMER               PIC 9(9).

       01  WS-NONE-LINE.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE 'NONE'.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL                  PIC X(40).
           05  WS-CNT-VALUE                  PIC ZZZ,ZZZ,ZZ9.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT                   PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE 0 TO RETURN-CODE.

           OPEN OUTPUT NUMBER-AUDIT-REPORT-FILE.
           MOVE WS-TODAY-YYYYMMDD TO WS-TTL-RUN-DATE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO NUMBER-AUDIT-REPORT-LINE.
           WRITE NUMBER-AUDIT-REPORT-LINE.

      *  WITHOUT THE LIVE MASTER THERE IS NOTHING TO AUDIT AGAINST.
           OPEN INPUT INVOICE-MASTER-FILE.
           IF NOT WS-MASTER-STATUS-OK
               MOVE 'INVOICE MASTER NOT AVAILABLE, AUDIT NOT RUN'
                   TO WS-MSG-TEXT
               WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-MESSAGE-LINE
               CLOSE INVOICE-MASTER-FILE
                     NUMBER-AUDIT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT NUMBER-AUDIT-WORK-FILE.
           CLOSE NUMBER-AUDIT-WORK-FILE.
           OPEN I-O NUMBER-AUDIT-WORK-FILE.
           IF NOT WS-WORK-STATUS-OK
               MOVE 'AUDIT WORK FILE WOULD NOT OPEN, AUDIT NOT RUN'
                   TO WS-MSG-TEXT
               WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-MESSAGE-LINE
               CLOSE INVOICE-MASTER-FILE
                     NUMBER-AUDIT-WORK-FILE
                     NUMBER-AUDIT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOG-DECLARED-SPOILS THRU LOG-DECLARED-SPOILS-EXIT.
           PERFORM LOAD-ISSUE-LOG THRU LOAD-ISSUE-LOG-EXIT.
           PERFORM LOAD-LIVE-MASTER.
           PERFORM LOAD-ARCHIVE THRU LOAD-ARCHIVE-EXIT.
           PERFORM LOAD-QUARANTINE THRU LOAD-QUARANTINE-EXIT.
           CLOSE INVOICE-MASTER-FILE.

           SET WS-PASS-GAPS TO TRUE.
           MOVE 'GAPS IN THE ISSUED SEQUENCES' TO WS-SEC-TITLE.
           PERFORM WALK-AUDIT-WORK-FILE.
           SET WS-PASS-DUPLICATES TO TRUE.
           MOVE 'NUMBERS USED MORE THAN ONCE' TO WS-SEC-TITLE.
           PERFORM WALK-AUDIT-WORK-FILE.
           SET WS-PASS-NOT-POSTED TO TRUE.
           MOVE 'NUMBERS ISSUED BUT NEVER POSTED, ARCHIVED OR SPOILED'
               TO WS-SEC-TITLE.
           PERFORM WALK-AUDIT-WORK-FILE.
           SET WS-PASS-NOT-ISSUED TO TRUE.
           MOVE 'NUMBERS POSTED BUT NEVER ISSUED THROUGH THE SERVICE'
               TO WS-SEC-TITLE.
           PERFORM WALK-AUDIT-WORK-FILE.
           SET WS-PASS-RESERVED TO TRUE.
           MOVE 'FINANCE-CHARGE RANGE USED OUTSIDE FINCHG01'
               TO WS-SEC-TITLE.
           PERFORM WALK-AUDIT-WORK-FILE.

           PERFORM WRITE-AUDIT-SUMMARY.

           CLOSE NUMBER-AUDIT-WORK-FILE
                 NUMBER-AUDIT-REPORT-FILE.
           GOBACK.

      *****************************************************************
      *  NUMBERS SPOILED OUTSIDE THE SYSTEM GO ONTO THE LOG FIRST, SO  *
      *  THIS RUN AND EVERY LATER ONE SEES THEM. NO FILE, NO SPOILS.   *
      *****************************************************************
       LOG-DECLARED-SPOILS.
           OPEN INPUT SPOIL-DECLARATION-FILE.
           IF NOT WS-SPOIL-STATUS-OK
               CLOSE SPOIL-DECLARATION-FILE
               GO TO LOG-DECLARED-SPOILS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-END-OF-INPUT
               READ SPOIL-DECLARATION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SD-INVOICE-NUMBER NUMERIC AND
                          SD-INVOICE-NUMBER > 0
                           CALL 'WRITEINVNUMLOG'
                               USING WS-NUMLOG-SPOILED
                                     SD-INVOICE-NUMBER
                                     WS-NUMLOG-CALLER
                                     SD-COMPANY-CODE
                                     SD-SPOIL-REASON
                           ADD 1 TO WS-SPOILS-DECLARED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPOIL-DECLARATION-FILE.

       LOG-DECLARED-SPOILS-EXIT.
           EXIT.

      *****************************************************************
      *  EVERY ISSUE AND SPOIL ENTRY EVER LOGGED. AN ISSUE ALSO SETS   *
      *  ITS SEQUENCE'S FLOOR, AND AN ISSUE IN THE RESERVED RANGE BY   *
      *  ANY PROGRAM BUT FINCHG01 IS MARKED FOR THE RESERVED SECTION.  *
      *****************************************************************
       LOAD-ISSUE-LOG.
           OPEN INPUT INVOICE-NUMBER-LOG-FILE.
           IF NOT WS-LOG-STATUS-OK
               MOVE 'NO INVOICE-NUMBER LOG YET, ALL NUMBERS PREDATE IT'
                   TO WS-MSG-TEXT
               WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-MESSAGE-LINE
               CLOSE INVOICE-NUMBER-LOG-FILE
               GO TO LOAD-ISSUE-LOG-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-END-OF-INPUT
               READ INVOICE-NUMBER-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM POST-ONE-LOG-ENTRY
               END-READ
           END-PERFORM.
           CLOSE INVOICE-NUMBER-LOG-FILE.

       LOAD-ISSUE-LOG-EXIT.
           EXIT.

       POST-ONE-LOG-ENTRY.
           MOVE NL-INVOICE-NUMBER TO WS-SOURCE-NUMBER.
           PERFORM READ-AUDIT-WORK-RECORD.

           IF NL-NUMBER-SPOILED
               ADD 1 TO WS-LOG-SPOILED
               ADD 1 TO AW-SPOIL-COUNT
           ELSE
               ADD 1 TO WS-LOG-ISSUED
               ADD 1 TO AW-ISSUE-COUNT
               IF AW-ISSUER-PROGRAM = SPACES
                   MOVE NL-CALLER-PROGRAM TO AW-ISSUER-PROGRAM
                   MOVE NL-COMPANY-CODE   TO AW-ISSUER-COMPANY
               END-IF
               IF NL-INVOICE-NUMBER NOT LESS THAN
                       WS-RESERVED-FIRST-NUMBER AND
                  NL-CALLER-PROGRAM NOT = WS-RESERVED-PROGRAM
                   SET AW-ISSUED-BY-OTHER TO TRUE
               END-IF
               MOVE NL-COMPANY-CODE TO WS-SOURCE-COMPANY
               PERFORM FIND-SEQUENCE-SLOT
               IF WS-SEQUENCE-FOUND AND
                  (WS-SEQ-FIRST-LOGGED(WS-SEQUENCE-SUB) = 0 OR
                   NL-INVOICE-NUMBER <
                       WS-SEQ-FIRST-LOGGED(WS-SEQUENCE-SUB))
                   MOVE NL-INVOICE-NUMBER
                       TO WS-SEQ-FIRST-LOGGED(WS-SEQUENCE-SUB)
               END-IF
           END-IF.

           PERFORM WRITE-AUDIT-WORK-RECORD.

      *****************************************************************
      *  THE LIVE MASTER, FRONT TO BACK. VOIDS ARE POSTED NUMBERS.     *
      *****************************************************************
       LOAD-LIVE-MASTER.
           MOVE LOW-VALUES TO IM-KEY.
           MOVE 'N' TO WS-EOF-FLAG.
           START INVOICE-MASTER-FILE KEY IS NOT LESS THAN IM-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-END-OF-INPUT
               READ INVOICE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ
                       SET WS-SOURCE-POSTED TO TRUE
                       MOVE IM-INVOICE-NUMBER   TO WS-SOURCE-NUMBER
                       MOVE IM-CUSTOMER-NUMBER  TO WS-SOURCE-CUSTOMER
                       MOVE IM-COMPANY-CODE     TO WS-SOURCE-COMPANY
                       MOVE IM-INVOICE-PRODUCT-CODE
                           TO WS-SOURCE-PRODUCT
                       MOVE 'N' TO WS-SOURCE-VOID-FLAG
                       IF IM-TYPE-VOID
                           MOVE 'Y' TO WS-SOURCE-VOID-FLAG
                       END-IF
                       PERFORM POST-ONE-SOURCE-RECORD
               END-READ
           END-PERFORM.

      *****************************************************************
      *  EVERY CATALOGUED GENERATION, CONCATENATED. THE CATALOGUE SAYS *
      *  HOW MANY RECORDS THAT IS -- A GENERATION LEFT OFF (OR ONE     *
      *  FED IN TWICE) WOULD FAKE MISSING OR DUPLICATED NUMBERS, SO A  *
      *  MISMATCH FAILS THE AUDIT OUTRIGHT.                            *
      *****************************************************************
       LOAD-ARCHIVE.
           OPEN INPUT ARCHIVE-CATALOG-FILE.
           IF WS-CATALOG-STATUS-OK
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-INPUT
                   READ ARCHIVE-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-CATALOG-GENERATIONS
                           ADD AC-RECORD-COUNT
                               TO WS-EXPECTED-ARCHIVE-RECORDS
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ARCHIVE-CATALOG-FILE.

           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS-OK
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-INPUT
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-READ
                           SET WS-SOURCE-ARCHIVED TO TRUE
                           MOVE AR-INVOICE-NUMBER  TO WS-SOURCE-NUMBER
                           MOVE AR-CUSTOMER-NUMBER
                               TO WS-SOURCE-CUSTOMER
                           MOVE AR-COMPANY-CODE    TO WS-SOURCE-COMPANY
                           MOVE AR-INVOICE-PRODUCT-CODE
                               TO WS-SOURCE-PRODUCT
                           MOVE 'N' TO WS-SOURCE-VOID-FLAG
                           IF AR-TYPE-VOID
                               MOVE 'Y' TO WS-SOURCE-VOID-FLAG
                           END-IF
                           PERFORM POST-ONE-SOURCE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ARCHIVE-FILE.

           IF WS-ARCHIVE-READ = WS-EXPECTED-ARCHIVE-RECORDS
               GO TO LOAD-ARCHIVE-EXIT
           END-IF.
           MOVE 'ARCHIVE INPUT DOES NOT MATCH THE ARCHCAT CATALOGUE'
               TO WS-MSG-TEXT.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-MESSAGE-LINE.
           MOVE 'CATALOGUED ARCHIVE RECORDS:' TO WS-CNT-LABEL.
           MOVE WS-EXPECTED-ARCHIVE-RECORDS TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ARCHIVE RECORDS READ:' TO WS-CNT-LABEL.
           MOVE WS-ARCHIVE-READ TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE SPACES TO NUMBER-AUDIT-REPORT-LINE.
           WRITE NUMBER-AUDIT-REPORT-LINE.
           MOVE 8 TO RETURN-CODE.

       LOAD-ARCHIVE-EXIT.
           EXIT.

      *****************************************************************
      *  QUARANTINED ITEMS STILL AWAITING REPAIR OR RESUBMISSION       *
      *  ACCOUNT FOR THEIR NUMBERS. A RESUBMITTED ONE IS ON THE        *
      *  MASTER NOW (OR BACK HERE AS QUARANTINED), SO IT COUNTS THERE. *
      *****************************************************************
       LOAD-QUARANTINE.
           OPEN INPUT QUARANTINE-REPAIR-FILE.
           IF NOT WS-QUARANTINE-STATUS-OK
               CLOSE QUARANTINE-REPAIR-FILE
               GO TO LOAD-QUARANTINE-EXIT
           END-IF.
           MOVE LOW-VALUES TO QR-KEY.
           MOVE 'N' TO WS-EOF-FLAG.
           START QUARANTINE-REPAIR-FILE KEY IS NOT LESS THAN QR-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-END-OF-INPUT
               READ QUARANTINE-REPAIR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT QR-RESUBMITTED
                           ADD 1 TO WS-QUARANTINE-PENDING
                           MOVE QR-CURRENT-IMAGE
                               TO QUARANTINED-IMAGE-RECORD
                           SET WS-SOURCE-QUARANTINED TO TRUE
                           MOVE QR-INVOICE-NUMBER  TO WS-SOURCE-NUMBER
                           MOVE QR-CUSTOMER-NUMBER
                               TO WS-SOURCE-CUSTOMER
                           MOVE QI-COMPANY-CODE    TO WS-SOURCE-COMPANY
                           MOVE QI-INVOICE-PRODUCT-CODE
                               TO WS-SOURCE-PRODUCT
                           MOVE 'N' TO WS-SOURCE-VOID-FLAG
                           PERFORM POST-ONE-SOURCE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUARANTINE-REPAIR-FILE.

       LOAD-QUARANTINE-EXIT.
           EXIT.

      *  ONE MASTER, ARCHIVE OR QUARANTINE RECORD AGAINST ITS NUMBER.
      *  THE FIRST HOLDER SEEN NAMES THE CUSTOMER ON THE REPORT; A
      *  PRODUCT OTHER THAN FINANCE CHARGE ON ANY HOLDER STICKS.
       POST-ONE-SOURCE-RECORD.
           PERFORM READ-AUDIT-WORK-RECORD.
           EVALUATE TRUE
               WHEN WS-SOURCE-POSTED
                   ADD 1 TO AW-POSTED-COUNT
               WHEN WS-SOURCE-ARCHIVED
                   ADD 1 TO AW-ARCHIVED-COUNT
               WHEN OTHER
                   ADD 1 TO AW-QUARANTINE-COUNT
           END-EVALUATE.
           IF WS-SOURCE-VOID-FLAG = 'Y'
               SET AW-VOIDED TO TRUE
           END-IF.
           IF AW-CUSTOMER-NUMBER = 0
               MOVE WS-SOURCE-CUSTOMER TO AW-CUSTOMER-NUMBER
               MOVE WS-SOURCE-COMPANY  TO AW-COMPANY-CODE
               MOVE WS-SOURCE-PRODUCT  TO AW-PRODUCT-CODE
           END-IF.
           IF WS-SOURCE-PRODUCT NOT = WS-RESERVED-PRODUCT
               MOVE WS-SOURCE-PRODUCT TO AW-PRODUCT-CODE
           END-IF.
           PERFORM WRITE-AUDIT-WORK-RECORD.

      *  FETCH THE NUMBER'S SCRATCH RECORD, OR START A FRESH ONE.
       READ-AUDIT-WORK-RECORD.
           MOVE WS-SOURCE-NUMBER TO AW-INVOICE-NUMBER.
           MOVE 'Y' TO WS-WORK-FOUND-FLAG.
           READ NUMBER-AUDIT-WORK-FILE
               INVALID KEY MOVE 'N' TO WS-WORK-FOUND-FLAG
           END-READ.
           IF NOT WS-WORK-FOUND
               INITIALIZE NUMBER-AUDIT-WORK-RECORD
               MOVE WS-SOURCE-NUMBER TO AW-INVOICE-NUMBER
               MOVE 'N' TO AW-VOID-FLAG
                           AW-OTHER-ISSUER-FLAG
           END-IF.

       WRITE-AUDIT-WORK-RECORD.
           IF WS-WORK-FOUND
               REWRITE NUMBER-AUDIT-WORK-RECORD
           ELSE
               ADD 1 TO WS-NUMBERS-AUDITED
               WRITE NUMBER-AUDIT-WORK-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      *****************************************************************
      *  WHICH SEQUENCE WS-SOURCE-NUMBER BELONGS TO, ADDING IT TO THE  *
      *  TABLE THE FIRST TIME IT IS SEEN. A FULL TABLE LEAVES THE      *
      *  SEQUENCE UNFOUND -- ITS NUMBERS THEN GO UNCHECKED FOR GAPS    *
      *  AND ARE TREATED AS PREDATING THE LOG.                         *
      *****************************************************************
       FIND-SEQUENCE-SLOT.
           IF WS-SOURCE-NUMBER NOT LESS THAN WS-RESERVED-FIRST-NUMBER
               MOVE WS-SOURCE-NUMBER TO WS-SEQUENCE-NUMBER-TEXT
               MOVE WS-SEQUENCE-NUMBER-TEXT(1:6) TO WS-SEQUENCE-KEY
           ELSE
               MOVE 'CO' TO WS-SEQUENCE-KEY
               IF WS-SOURCE-COMPANY = SPACES
                   MOVE WS-HOME-COMPANY-CODE TO WS-SEQUENCE-KEY(3:2)
               ELSE
                   MOVE WS-SOURCE-COMPANY TO WS-SEQUENCE-KEY(3:2)
               END-IF
           END-IF.

           MOVE 'N' TO WS-SEQUENCE-FOUND-FLAG.
           PERFORM VARYING WS-SEQUENCE-SUB FROM 1 BY 1
                   UNTIL WS-SEQUENCE-SUB > WS-SEQUENCE-COUNT
                      OR WS-SEQUENCE-FOUND
               IF WS-SEQ-KEY(WS-SEQUENCE-SUB) = WS-SEQUENCE-KEY
                   MOVE 'Y' TO WS-SEQUENCE-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-SEQUENCE-FOUND
               SUBTRACT 1 FROM WS-SEQUENCE-SUB
           ELSE
               IF WS-SEQUENCE-COUNT < WS-SEQUENCE-MAX
                   ADD 1 TO WS-SEQUENCE-COUNT
                   MOVE WS-SEQUENCE-COUNT TO WS-SEQUENCE-SUB
                   MOVE WS-SEQUENCE-KEY
                       TO WS-SEQ-KEY(WS-SEQUENCE-SUB)
                   MOVE 0 TO WS-SEQ-FIRST-LOGGED(WS-SEQUENCE-SUB)
                             WS-SEQ-PRIOR-ISSUED(WS-SEQUENCE-SUB)
                   MOVE 'Y' TO WS-SEQUENCE-FOUND-FLAG
               END-IF
           END-IF.

      *****************************************************************
      *  ONE REPORT SECTION: WALK EVERY NUMBER IN ORDER AND LET THE    *
      *  PASS DECIDE WHAT IS A FINDING.                                *
      *****************************************************************
       WALK-AUDIT-WORK-FILE.
           MOVE SPACES TO NUMBER-AUDIT-REPORT-LINE.
           WRITE NUMBER-AUDIT-REPORT-LINE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 0 TO WS-SECTION-FINDINGS.

           MOVE LOW-VALUES TO AW-INVOICE-NUMBER.
           MOVE 'N' TO WS-EOF-FLAG.
           START NUMBER-AUDIT-WORK-FILE
               KEY IS NOT LESS THAN AW-INVOICE-NUMBER
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-END-OF-INPUT
               READ NUMBER-AUDIT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-NUMBER
               END-READ
           END-PERFORM.

           IF WS-SECTION-FINDINGS = 0
               WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-NONE-LINE
           ELSE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CHECK-ONE-NUMBER.
           EVALUATE TRUE
               WHEN WS-PASS-GAPS
                   PERFORM CHECK-SEQUENCE-GAP THRU
                           CHECK-SEQUENCE-GAP-EXIT
               WHEN WS-PASS-DUPLICATES
                   PERFORM CHECK-DUPLICATE-USE THRU
                           CHECK-DUPLICATE-USE-EXIT
               WHEN WS-PASS-NOT-POSTED
                   PERFORM CHECK-ISSUED-NOT-POSTED
               WHEN WS-PASS-NOT-ISSUED
                   PERFORM CHECK-POSTED-NOT-ISSUED THRU
                           CHECK-POSTED-NOT-ISSUED-EXIT
               WHEN OTHER
                   PERFORM CHECK-RESERVED-RANGE THRU
                           CHECK-RESERVED-RANGE-EXIT
           END-EVALUATE.

      *  EVERY NUMBER BETWEEN TWO ISSUES IN THE SAME SEQUENCE SHOULD
      *  ITSELF HAVE BEEN ISSUED.
       CHECK-SEQUENCE-GAP.
           IF AW-ISSUE-COUNT = 0
               GO TO CHECK-SEQUENCE-GAP-EXIT
           END-IF.
           MOVE AW-INVOICE-NUMBER TO WS-SOURCE-NUMBER.
           MOVE AW-ISSUER-COMPANY TO WS-SOURCE-COMPANY.
           PERFORM FIND-SEQUENCE-SLOT.
           IF NOT WS-SEQUENCE-FOUND
               GO TO CHECK-SEQUENCE-GAP-EXIT
           END-IF.
           IF WS-SEQ-PRIOR-ISSUED(WS-SEQUENCE-SUB) > 0 AND
              AW-INVOICE-NUMBER >
                  WS-SEQ-PRIOR-ISSUED(WS-SEQUENCE-SUB) + 1
               COMPUTE WS-GAP-FIRST =
                   WS-SEQ-PRIOR-ISSUED(WS-SEQUENCE-SUB) + 1
               COMPUTE WS-GAP-LAST = AW-INVOICE-NUMBER - 1
               COMPUTE WS-GAP-SIZE = WS-GAP-LAST - WS-GAP-FIRST + 1
               MOVE WS-SEQUENCE-KEY TO WS-GAP-SEQUENCE
               MOVE WS-GAP-FIRST    TO WS-GAP-FROM
               MOVE WS-GAP-LAST     TO WS-GAP-TO
               MOVE WS-GAP-SIZE     TO WS-GAP-COUNT
               WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-GAP-LINE
               ADD 1 TO WS-GAPS-FOUND WS-SECTION-FINDINGS
               ADD WS-GAP-SIZE TO WS-NUMBERS-MISSING
           END-IF.
           MOVE AW-INVOICE-NUMBER
               TO WS-SEQ-PRIOR-ISSUED(WS-SEQUENCE-SUB).

       CHECK-SEQUENCE-GAP-EXIT.
           EXIT.

      *  ISSUED TWICE, ON FILE TWICE (LIVE, ARCHIVED OR BOTH), OR
      *  SPOILED AND BILLED ANYWAY. THIS PASS ALSO TAKES THE
      *  ACCOUNTING TOTALS FOR THE SUMMARY.
       CHECK-DUPLICATE-USE.
           IF AW-POSTED-COUNT > 0
               ADD 1 TO WS-NUMBERS-POSTED
               IF AW-VOIDED
                   ADD 1 TO WS-NUMBERS-VOIDED
               END-IF
           END-IF.
           IF AW-ARCHIVED-COUNT > 0
               ADD 1 TO WS-NUMBERS-ARCHIVED
           END-IF.
           IF AW-QUARANTINE-COUNT > 0
               ADD 1 TO WS-NUMBERS-QUARANTINED
           END-IF.
           IF AW-SPOIL-COUNT > 0
               ADD 1 TO WS-NUMBERS-SPOILED
           END-IF.

           EVALUATE TRUE
               WHEN AW-ISSUE-COUNT > 1
                   MOVE 'ISSUED MORE THAN ONCE' TO WS-FND-MESSAGE
               WHEN AW-POSTED-COUNT + AW-ARCHIVED-COUNT > 1
                   MOVE 'ON FILE MORE THAN ONCE' TO WS-FND-MESSAGE
               WHEN AW-SPOIL-COUNT > 0 AND
                    AW-POSTED-COUNT + AW-ARCHIVED-COUNT +
                        AW-QUARANTINE-COUNT > 0
                   MOVE 'LOGGED SPOILED BUT BILLED' TO WS-FND-MESSAGE
               WHEN OTHER
                   GO TO CHECK-DUPLICATE-USE-EXIT
           END-EVALUATE.
           PERFORM WRITE-FINDING-LINE.
           ADD 1 TO WS-DUPLICATES-FOUND.

       CHECK-DUPLICATE-USE-EXIT.
           EXIT.

       CHECK-ISSUED-NOT-POSTED.
           IF AW-ISSUE-COUNT > 0 AND
              AW-POSTED-COUNT = 0 AND AW-ARCHIVED-COUNT = 0 AND
              AW-QUARANTINE-COUNT = 0 AND AW-SPOIL-COUNT = 0
               MOVE 'ISSUED, NEVER POSTED OR SPOILED'
                   TO WS-FND-MESSAGE
               PERFORM WRITE-FINDING-LINE
               ADD 1 TO WS-NOT-POSTED-FOUND
           END-IF.

      *  A NUMBER ON FILE THAT NO LOG ENTRY ISSUED -- UNLESS IT IS
      *  OLDER THAN THE LOG ITSELF.
       CHECK-POSTED-NOT-ISSUED.
           IF AW-ISSUE-COUNT > 0 OR
              AW-POSTED-COUNT + AW-ARCHIVED-COUNT +
                  AW-QUARANTINE-COUNT = 0
               GO TO CHECK-POSTED-NOT-ISSUED-EXIT
           END-IF.
           PERFORM CHECK-PREDATES-LOG.
           IF WS-PREDATES-LOG
               ADD 1 TO WS-NUMBERS-PRE-LOG
               GO TO CHECK-POSTED-NOT-ISSUED-EXIT
           END-IF.
           MOVE 'ON FILE, NEVER ISSUED' TO WS-FND-MESSAGE.
           PERFORM WRITE-FINDING-LINE.
           ADD 1 TO WS-NOT-ISSUED-FOUND.

       CHECK-POSTED-NOT-ISSUED-EXIT.
           EXIT.

      *  THE RESERVED RANGE BELONGS TO FINCHG01'S FINANCE CHARGES:
      *  ISSUED BY ANYONE ELSE, BILLED AS ANY OTHER PRODUCT, OR ON
      *  FILE WITH NO FINCHG01 LOG ENTRY SINCE LOGGING BEGAN.
       CHECK-RESERVED-RANGE.
           IF AW-INVOICE-NUMBER < WS-RESERVED-FIRST-NUMBER
               GO TO CHECK-RESERVED-RANGE-EXIT
           END-IF.
           MOVE SPACES TO WS-RESERVED-MISUSE-REASON.
           IF AW-ISSUED-BY-OTHER
               MOVE 'ISSUED BY A PROGRAM OTHER THAN FINCHG01'
                   TO WS-RESERVED-MISUSE-REASON
           ELSE
               IF AW-PRODUCT-CODE NOT = SPACES AND
                  AW-PRODUCT-CODE NOT = WS-RESERVED-PRODUCT
                   MOVE 'BILLED AS OTHER THAN A FINANCE CHARGE'
                       TO WS-RESERVED-MISUSE-REASON
               ELSE
                   IF AW-ISSUE-COUNT = 0
                       PERFORM CHECK-PREDATES-LOG
                       IF NOT WS-PREDATES-LOG
                           MOVE 'ON FILE WITH NO FINCHG01 LOG ENTRY'
                               TO WS-RESERVED-MISUSE-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-RESERVED-MISUSE-REASON = SPACES
               GO TO CHECK-RESERVED-RANGE-EXIT
           END-IF.
           MOVE WS-RESERVED-MISUSE-REASON TO WS-FND-MESSAGE.
           PERFORM WRITE-FINDING-LINE.
           ADD 1 TO WS-RESERVED-FOUND.

       CHECK-RESERVED-RANGE-EXIT.
           EXIT.

      *  A NUMBER BELOW THE FIRST ONE LOGGED IN ITS SEQUENCE -- OR IN
      *  A SEQUENCE THE LOG NEVER SAW -- WAS ISSUED BEFORE THE LOG.
       CHECK-PREDATES-LOG.
           MOVE 'Y' TO WS-PRE-LOG-FLAG.
           MOVE AW-INVOICE-NUMBER TO WS-SOURCE-NUMBER.
           MOVE AW-COMPANY-CODE   TO WS-SOURCE-COMPANY.
           PERFORM FIND-SEQUENCE-SLOT.
           IF WS-SEQUENCE-FOUND
               IF WS-SEQ-FIRST-LOGGED(WS-SEQUENCE-SUB) > 0 AND
                  AW-INVOICE-NUMBER >
                      WS-SEQ-FIRST-LOGGED(WS-SEQUENCE-SUB)
                   MOVE 'N' TO WS-PRE-LOG-FLAG
               END-IF
           END-IF.

       WRITE-FINDING-LINE.
           MOVE AW-INVOICE-NUMBER   TO WS-FND-INVOICE-NUMBER.
           MOVE AW-ISSUE-COUNT      TO WS-FND-ISSUED.
           MOVE AW-POSTED-COUNT     TO WS-FND-POSTED.
           MOVE AW-ARCHIVED-COUNT   TO WS-FND-ARCHIVED.
           MOVE AW-QUARANTINE-COUNT TO WS-FND-QUARANTINED.
           MOVE AW-SPOIL-COUNT      TO WS-FND-SPOILED.
           MOVE AW-ISSUER-PROGRAM   TO WS-FND-ISSUER.
           MOVE AW-CUSTOMER-NUMBER  TO WS-FND-CUSTOMER.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-FINDING-LINE.
           ADD 1 TO WS-SECTION-FINDINGS.

       WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO NUMBER-AUDIT-REPORT-LINE.
           WRITE NUMBER-AUDIT-REPORT-LINE.
           MOVE 'SPOILS DECLARED THIS RUN:' TO WS-CNT-LABEL.
           MOVE WS-SPOILS-DECLARED TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'LOG ENTRIES, ISSUED:' TO WS-CNT-LABEL.
           MOVE WS-LOG-ISSUED TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'LOG ENTRIES, SPOILED:' TO WS-CNT-LABEL.
           MOVE WS-LOG-SPOILED TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'LIVE MASTER RECORDS READ:' TO WS-CNT-LABEL.
           MOVE WS-MASTER-READ TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ARCHIVE GENERATIONS CATALOGUED:' TO WS-CNT-LABEL.
           MOVE WS-CATALOG-GENERATIONS TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ARCHIVE RECORDS READ:' TO WS-CNT-LABEL.
           MOVE WS-ARCHIVE-READ TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'QUARANTINE ITEMS PENDING:' TO WS-CNT-LABEL.
           MOVE WS-QUARANTINE-PENDING TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'DISTINCT NUMBERS AUDITED:' TO WS-CNT-LABEL.
           MOVE WS-NUMBERS-AUDITED TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  POSTED ON THE LIVE MASTER:' TO WS-CNT-LABEL.
           MOVE WS-NUMBERS-POSTED TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '    OF WHICH VOIDED:' TO WS-CNT-LABEL.
           MOVE WS-NUMBERS-VOIDED TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  ARCHIVED:' TO WS-CNT-LABEL.
           MOVE WS-NUMBERS-ARCHIVED TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  IN QUARANTINE:' TO WS-CNT-LABEL.
           MOVE WS-NUMBERS-QUARANTINED TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  SPOILED:' TO WS-CNT-LABEL.
           MOVE WS-NUMBERS-SPOILED TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  ON FILE FROM BEFORE THE LOG:' TO WS-CNT-LABEL.
           MOVE WS-NUMBERS-PRE-LOG TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'SEQUENCE GAPS:' TO WS-CNT-LABEL.
           MOVE WS-GAPS-FOUND TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  NUMBERS MISSING IN THEM:' TO WS-CNT-LABEL.
           MOVE WS-NUMBERS-MISSING TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'NUMBERS USED MORE THAN ONCE:' TO WS-CNT-LABEL.
           MOVE WS-DUPLICATES-FOUND TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ISSUED, NEVER POSTED:' TO WS-CNT-LABEL.
           MOVE WS-NOT-POSTED-FOUND TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'POSTED, NEVER ISSUED:' TO WS-CNT-LABEL.
           MOVE WS-NOT-ISSUED-FOUND TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'RESERVED-RANGE MISUSE:' TO WS-CNT-LABEL.
           MOVE WS-RESERVED-FOUND TO WS-CNT-VALUE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE SPACES TO NUMBER-AUDIT-REPORT-LINE.
           WRITE NUMBER-AUDIT-REPORT-LINE.
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE 'EVERY INVOICE NUMBER ACCOUNTED FOR, ONCE'
                       TO WS-MSG-TEXT
               WHEN 4
                   MOVE 'FINDINGS ABOVE NEED EXPLAINING'
                       TO WS-MSG-TEXT
               WHEN OTHER
                   MOVE 'AUDIT INPUT INCOMPLETE, CANNOT BE CERTIFIED'
                       TO WS-MSG-TEXT
           END-EVALUATE.
           WRITE NUMBER-AUDIT-REPORT-LINE FROM WS-MESSAGE-LINE.
