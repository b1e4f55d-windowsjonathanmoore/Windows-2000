      ***********************************************************
      * AUDEXT01 -- CONSOLIDATED AUDIT-TRAIL EXTRACT                 *
      *                                                              *
      * EVERY QUARTER INTERNAL AUDIT ASKS WHO CHANGED WHAT, AND THE  *
      * ANSWER MEANT PULLING SEVEN FILES SEPARATELY AND MERGING THEM *
      * IN A SPREADSHEET. THIS JOB READS ALL OF THEM, EACH ONE       *
      * OPTIONAL, AND NORMALIZES EVERY CHANGE INTO ONE AUDEVT.cpy    *
      * AUDIT EVENT (TIMESTAMP, PROGRAM, USERID, ENTITY TYPE AND     *
      * KEY, FIELD, BEFORE AND AFTER VALUE):                         *
      *   INVJRNL   ONE EVENT PER CHANGED INVMAST FIELD ON A         *
      *             REWRITE, ONE PER ADD OR DELETE                   *
      *   CUSTJRNL  THE SAME FOR CUSTDEMO                            *
      *   AUTHPEND  EACH AUTHPROF CHANGE STILL AWAITING APPROVAL     *
      *   ESCPROP   EACH ESCALATION PROPOSAL, AND ITS APPROVAL OR    *
      *             REJECTION ONCE BILLING HAS SIGNED IT OFF         *
      *   CRLPROP   THE SAME FOR CREDIT-LIMIT PROPOSALS              *
      *   DUNHIST   EACH DUNNING LETTER RELEASED                     *
      *   CSMTEXT   THE CUST-# CHANGE LINES THE ONLINE MAINTENANCE   *
      *             TRANSACTIONS WRITE (CUSTMNT BEFORE/AFTER PAIRS,  *
      *             GATEFIX, AUTHMNT, ADJMNT, FCWMNT, UPDATEARRAY,   *
      *             AND ANY OTHER WRITER AS ONE TEXT EVENT)          *
      * FOR A LONGER REACH THAN THE LIVE FILES HOLD, OPS SUPPLIES    *
      * THE ARCHIVE GENERATIONS THE PERIOD NEEDS ON THE SAME DD      *
      * (JRNLCAT NAMES THE JOURNAL GENERATIONS).                     *
      *                                                              *
      * THE SELECTION -- DATE RANGE, USERID, ENTITY TYPE AND ENTITY  *
      * KEY, ANY OF THEM BLANK FOR ALL -- COMES FROM THE USUAL       *
      * OPTIONAL PARAMETER FILE. THE SELECTED EVENTS ARE WRITTEN     *
      * THROUGH AN INDEXED WORK FILE KEYED ON TIMESTAMP AND READ     *
      * SEQUENCE (THE DOCRTE01 PRESORT), SO THE EXTRACT (AUDEXTR)    *
      * COMES OUT IN CHRONOLOGICAL ORDER. THE RUN REPORT (AUDEXRPT)  *
      * COUNTS EVENTS BY SOURCE, BY PROGRAM AND BY USER. A SOURCE    *
      * RECORD WITH NO DATE CANNOT BE PLACED ON THE TIMELINE AND IS  *
      * COUNTED, NOT EXTRACTED; THAT, A TABLE OVERFLOW, OR NO SOURCE *
      * FILE AT ALL IS RETURN-CODE 4.                                *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDEXT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-PARM-FILE ASSIGN TO AUDPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT INVOICE-JOURNAL-FILE ASSIGN TO INVJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVJRNL-STATUS.
           SELECT CUSTOMER-JOURNAL-FILE ASSIGN TO CUSTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTJRNL-STATUS.
           SELECT AUTH-PENDING-FILE ASSIGN TO AUTHPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-USERID
               FILE STATUS IS WS-AUTHPEND-STATUS.
           SELECT ESCALATION-PROPOSAL-FILE ASSIGN TO ESCPROP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCPROP-STATUS.
           SELECT LIMIT-PROPOSAL-FILE ASSIGN TO CRLPROP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRLPROP-STATUS.
           SELECT DUNNING-HISTORY-FILE ASSIGN TO DUNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DUNHIST-STATUS.
           SELECT CSMT-EXTRACT-FILE ASSIGN TO CSMTEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSMT-STATUS.
           SELECT AUDIT-WORK-FILE ASSIGN TO AUDWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-EVENT-KEY
               FILE STATUS IS WS-WORK-STATUS.
           SELECT AUDIT-EXTRACT-FILE ASSIGN TO AUDEXTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-REPORT-FILE ASSIGN TO AUDEXRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  ANY FIELD LEFT BLANK OR ZERO SELECTS EVERYTHING.
       FD  AUDIT-PARM-FILE.
       01  AUDIT-PARM-RECORD.
           05  AP-FROM-DATE                  PIC 9(8).
           05  AP-TO-DATE                    PIC 9(8).
           05  AP-USERID                     PIC X(8).
           05  AP-ENTITY-TYPE                PIC X(8).
           05  AP-ENTITY-KEY                 PIC X(24).
           05  FILLER                        PIC X(24).

       FD  INVOICE-JOURNAL-FILE.
           COPY INVJRNL.

       FD  CUSTOMER-JOURNAL-FILE.
           COPY CUSTJRNL.

       FD  AUTH-PENDING-FILE.
           COPY AUTHPEND.

       FD  ESCALATION-PROPOSAL-FILE.
           COPY ESCPROP.

       FD  LIMIT-PROPOSAL-FILE.
           COPY CRLPROP.

       FD  DUNNING-HISTORY-FILE.
           COPY DUNHIST.

       FD  CSMT-EXTRACT-FILE.
           COPY CSMTLOG.

       FD  AUDIT-WORK-FILE.
           COPY AUDEVT
               REPLACING AUDIT-EVENT-RECORD BY AUDIT-WORK-RECORD
                         LEADING ==AE== BY ==AW==.

       FD  AUDIT-EXTRACT-FILE.
           COPY AUDEVT.

       FD  AUDIT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  AUDIT-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-INVJRNL-STATUS                 PIC X(2).
           88  WS-INVJRNL-OPENED-OK          VALUE '00'.
       01  WS-CUSTJRNL-STATUS                PIC X(2).
           88  WS-CUSTJRNL-OPENED-OK         VALUE '00'.
       01  WS-AUTHPEND-STATUS                PIC X(2).
           88  WS-AUTHPEND-OPENED-OK         VALUE '00'.
       01  WS-ESCPROP-STATUS                 PIC X(2).
           88  WS-ESCPROP-OPENED-OK          VALUE '00'.
       01  WS-CRLPROP-STATUS                 PIC X(2).
           88  WS-CRLPROP-OPENED-OK          VALUE '00'.
       01  WS-DUNHIST-STATUS                 PIC X(2).
           88  WS-DUNHIST-OPENED-OK          VALUE '00'.
       01  WS-CSMT-STATUS                    PIC X(2).
           88  WS-CSMT-OPENED-OK             VALUE '00'.
       01  WS-WORK-STATUS                    PIC X(2).
           88  WS-WORK-STATUS-OK             VALUE '00'.

       01  WS-EOF-FLAG                       PIC X.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.
       01  WS-WORK-EOF-FLAG                  PIC X VALUE 'N'.
           88  WS-NO-MORE-WORK               VALUE 'Y'.
       01  WS-SOURCES-PRESENT                PIC 9(2) COMP VALUE 0.

      *  THE SELECTION, DEFAULTED TO EVERYTHING.
       01  WS-FROM-DATE                      PIC 9(8) VALUE 0.
       01  WS-TO-DATE                        PIC 9(8) VALUE 99999999.
       01  WS-SELECT-USERID                  PIC X(8) VALUE SPACES.
       01  WS-SELECT-ENTITY-TYPE             PIC X(8) VALUE SPACES.
       01  WS-SELECT-ENTITY-KEY              PIC X(24) VALUE SPACES.

      *  THE EVENT BEING BUILT. EVERY SOURCE FILLS THIS IN AND
      *  HANDS IT TO EMIT-AUDIT-EVENT.
           COPY AUDEVT
               REPLACING AUDIT-EVENT-RECORD BY WS-AUDIT-EVENT
                         LEADING ==AE== BY ==EV==.
       01  WS-EVENT-SEQUENCE                 PIC 9(9) VALUE 0.
       01  WS-CURRENT-SOURCE                 PIC 9(2) COMP.

      *  BOTH JOURNALS' IMAGES, LAID OVER THEIR OWN RECORD SHAPES
      *  SO A REWRITE CAN BE COMPARED FIELD BY FIELD.
           COPY INVMAST
               REPLACING INVOICE-MASTER-RECORD BY INVOICE-BEFORE-IMAGE
                         LEADING ==IM== BY ==IB==.
           COPY INVMAST
               REPLACING INVOICE-MASTER-RECORD BY INVOICE-AFTER-IMAGE
                         LEADING ==IM== BY ==IA==.
           COPY CUSTDEMO
               REPLACING CUSTOMER-DEMOGRAPHIC-RECORD BY
                             CUSTOMER-BEFORE-IMAGE
                         LEADING ==CD== BY ==CB==.
           COPY CUSTDEMO
               REPLACING CUSTOMER-DEMOGRAPHIC-RECORD BY
                             CUSTOMER-AFTER-IMAGE
                         LEADING ==CD== BY ==CA==.

       01  WS-INVOICE-KEY-TEXT.
           05  WS-IKT-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(1) VALUE '/'.
           05  WS-IKT-INVOICE-NUMBER         PIC 9(10).
       01  WS-SCHEDULE-KEY-TEXT.
           05  WS-SKT-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(1) VALUE '/'.
           05  WS-SKT-PRODUCT-CODE           PIC X(12).
       01  WS-CUSTOMER-KEY-TEXT              PIC 9(9).

       01  WS-EDIT-AMOUNT                    PIC -(12)9.99.
       01  WS-EDIT-RATE                      PIC ZZ9.999999.
       01  WS-EDIT-JULIAN                    PIC 9(7).
       01  WS-EDIT-LIMIT                     PIC Z(10)9.99.
       01  WS-EDIT-PERCENT                   PIC Z9.99.

      *  THE CSMT RECORD'S STAMP, CUSTOMER AND TEXT. THE CUST-#
      *  AUDIT SHAPE PUTS ITS CUSTOMER AT BYTE 8, ITS STAMP AT BYTE
      *  18 AND ITS TEXT AT BYTE 33 -- SEE SECEXP01. ONLY THAT
      *  SHAPE CARRIES CHANGE LINES; THE TASK-# LINES ARE CICSCS
      *  TRAFFIC AND SECURITY EVENTS, SECEXP01'S BUSINESS.
       01  WS-CSMT-STAMP.
           05  WS-CSMT-DATE                  PIC 9(8).
           05  WS-CSMT-TIME                  PIC 9(6).
       01  WS-CSMT-STAMP-TEXT REDEFINES WS-CSMT-STAMP
                                             PIC X(14).
       01  WS-CSMT-CUSTOMER                  PIC 9(9).
       01  WS-CSMT-TEXT                      PIC X(80).
       01  WS-CSMT-WORD                      PIC X(12).

      *  A CUSTMNT BEFORE LINE WAITING FOR ITS AFTER LINE.
       01  WS-HELD-BEFORE-FLAG               PIC X VALUE 'N'.
           88  WS-BEFORE-IS-HELD             VALUE 'Y'.
       01  WS-HELD-CUSTOMER                  PIC 9(9).
       01  WS-HELD-FIELD                     PIC X(8).
       01  WS-HELD-VALUE                     PIC X(30).
       01  WS-HELD-STAMP                     PIC X(14).

      *  EVENTS READ AND EXTRACTED, AND UNDATED RECORDS SKIPPED,
      *  PER SOURCE -- IN THE ORDER THE SOURCES ARE READ.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 7 TIMES
                                       INDEXED BY WS-SOURCE-IDX.
               10  WS-SRC-NAME               PIC X(8).
               10  WS-SRC-PRESENT-FLAG       PIC X.
                   88  WS-SRC-PRESENT            VALUE 'Y'.
               10  WS-SRC-RECORDS            PIC 9(9) COMP.
               10  WS-SRC-EVENTS             PIC 9(9) COMP.
               10  WS-SRC-SELECTED           PIC 9(9) COMP.
               10  WS-SRC-UNDATED            PIC 9(9) COMP.
       01  WS-SOURCE-NAMES.
           05  FILLER                        PIC X(8) VALUE 'INVJRNL'.
           05  FILLER                        PIC X(8) VALUE 'CUSTJRNL'.
           05  FILLER                        PIC X(8) VALUE 'AUTHPEND'.
           05  FILLER                        PIC X(8) VALUE 'ESCPROP'.
           05  FILLER                        PIC X(8) VALUE 'CRLPROP'.
           05  FILLER                        PIC X(8) VALUE 'DUNHIST'.
           05  FILLER                        PIC X(8) VALUE 'CSMTEXT'.
       01  FILLER REDEFINES WS-SOURCE-NAMES.
           05  WS-SOURCE-NAME-ENTRY          PIC X(8) OCCURS 7 TIMES.
       01  WS-SOURCE-SUB                     PIC 9(2) COMP.

      *  EXTRACTED EVENTS BY PROGRAM AND BY USER -- THE USUAL
      *  BOUNDED TABLES, OVERFLOW COUNTED ON THE REPORT.
       01  WS-MAX-PROGRAMS                   PIC 9(4) COMP VALUE 200.
       01  WS-PROGRAM-TABLE.
           05  WS-PROGRAM-ENTRY OCCURS 200 TIMES
                                       INDEXED BY WS-PROGRAM-IDX.
               10  WS-PGM-NAME               PIC X(8).
               10  WS-PGM-COUNT              PIC 9(9) COMP.
       01  WS-PROGRAM-COUNT                  PIC 9(4) COMP VALUE 0.
       01  WS-PROGRAM-SCAN                   PIC 9(4) COMP.
       01  WS-PROGRAM-OVERFLOW               PIC 9(9) COMP VALUE 0.

       01  WS-MAX-USERS                      PIC 9(4) COMP VALUE 500.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 500 TIMES
                                       INDEXED BY WS-USER-IDX.
               10  WS-USR-USERID             PIC X(8).
               10  WS-USR-COUNT              PIC 9(9) COMP.
       01  WS-USER-COUNT                     PIC 9(4) COMP VALUE 0.
       01  WS-USER-SCAN                      PIC 9(4) COMP.
       01  WS-USER-OVERFLOW                  PIC 9(9) COMP VALUE 0.
       01  WS-SLOT-FOUND-FLAG                PIC X.
           88  WS-SLOT-FOUND                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-EVENTS-EXTRACTED           PIC 9(9) COMP VALUE 0.
           05  WS-WORK-WRITE-ERRORS          PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'CONSOLIDATED AUDIT-TRAIL EXTRACT'.

       01  WS-SELECTION-LINE.
           05  FILLER                        PIC X(6) VALUE 'FROM: '.
           05  WS-SEL-FROM-DATE              PIC 9(8).
           05  FILLER                        PIC X(6) VALUE '  TO: '.
           05  WS-SEL-TO-DATE                PIC 9(8).
           05  FILLER                        PIC X(10)
               VALUE '  USERID: '.
           05  WS-SEL-USERID                 PIC X(8).
           05  FILLER                        PIC X(10)
               VALUE '  ENTITY: '.
           05  WS-SEL-ENTITY-TYPE            PIC X(8).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-SEL-ENTITY-KEY             PIC X(24).

       01  WS-SOURCE-HEADING.
           05  FILLER                        PIC X(62)
               VALUE 'SOURCE     RECORDS READ      EVENTS   EXTRACTED
      -              '     UNDATED'.

       01  WS-SOURCE-LINE.
           05  WS-SRL-NAME                   PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SRL-RECORDS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-SRL-EVENTS                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-SRL-SELECTED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-SRL-UNDATED                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SRL-ABSENT                 PIC X(16).

       01  WS-COUNT-HEADING.
           05  WS-CNH-TEXT                   PIC X(44).

       01  WS-COUNT-LINE.
           05  WS-CNL-NAME                   PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CNL-COUNT                  PIC ZZZ,ZZZ,ZZ9.

       01  WS-OVERFLOW-LINE.
           05  WS-OVF-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  WS-OVF-TEXT                   PIC X(50).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(24)
               VALUE 'EVENTS EXTRACTED:       '.
           05  WS-SUM-EXTRACTED              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'WORK FILE WRITE ERRORS: '.
           05  WS-SUM-WORK-ERRORS            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-AUDIT-PARM THRU READ-AUDIT-PARM-EXIT.

           MOVE 0 TO WS-SOURCE-SUB.
           PERFORM UNTIL WS-SOURCE-SUB = 7
               ADD 1 TO WS-SOURCE-SUB
               SET WS-SOURCE-IDX TO WS-SOURCE-SUB
               MOVE WS-SOURCE-NAME-ENTRY(WS-SOURCE-SUB)
                   TO WS-SRC-NAME(WS-SOURCE-IDX)
               MOVE 'N' TO WS-SRC-PRESENT-FLAG(WS-SOURCE-IDX)
               MOVE 0 TO WS-SRC-RECORDS(WS-SOURCE-IDX)
               MOVE 0 TO WS-SRC-EVENTS(WS-SOURCE-IDX)
               MOVE 0 TO WS-SRC-SELECTED(WS-SOURCE-IDX)
               MOVE 0 TO WS-SRC-UNDATED(WS-SOURCE-IDX)
           END-PERFORM.

           OPEN OUTPUT AUDIT-WORK-FILE.
           IF NOT WS-WORK-STATUS-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM SCAN-INVOICE-JOURNAL THRU
                   SCAN-INVOICE-JOURNAL-EXIT.
           PERFORM SCAN-CUSTOMER-JOURNAL THRU
                   SCAN-CUSTOMER-JOURNAL-EXIT.
           PERFORM SCAN-AUTH-PENDING THRU SCAN-AUTH-PENDING-EXIT.
           PERFORM SCAN-ESCALATION-PROPOSALS THRU
                   SCAN-ESCALATION-PROPOSALS-EXIT.
           PERFORM SCAN-LIMIT-PROPOSALS THRU
                   SCAN-LIMIT-PROPOSALS-EXIT.
           PERFORM SCAN-DUNNING-HISTORY THRU
                   SCAN-DUNNING-HISTORY-EXIT.
           PERFORM SCAN-CSMT-EXTRACT THRU SCAN-CSMT-EXTRACT-EXIT.
           CLOSE AUDIT-WORK-FILE.

           OPEN OUTPUT AUDIT-EXTRACT-FILE
                       AUDIT-REPORT-FILE.
           PERFORM WRITE-CHRONOLOGICAL-EXTRACT THRU
                   WRITE-CHRONOLOGICAL-EXTRACT-EXIT.
           PERFORM WRITE-RUN-REPORT.
           CLOSE AUDIT-EXTRACT-FILE
                 AUDIT-REPORT-FILE.

      *  AN INCOMPLETE PICTURE IS A WARNING -- AUDIT HAS TO BE TOLD
      *  WHAT THE EXTRACT DOES NOT COVER.
           MOVE 0 TO WS-SOURCE-SUB.
           PERFORM UNTIL WS-SOURCE-SUB = 7
               ADD 1 TO WS-SOURCE-SUB
               SET WS-SOURCE-IDX TO WS-SOURCE-SUB
               IF WS-SRC-UNDATED(WS-SOURCE-IDX) > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-PERFORM.
           IF WS-SOURCES-PRESENT = 0 OR
              WS-PROGRAM-OVERFLOW > 0 OR WS-USER-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-WORK-WRITE-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-AUDIT-PARM.
           OPEN INPUT AUDIT-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-AUDIT-PARM-EXIT
           END-IF.
           READ AUDIT-PARM-FILE
               AT END GO TO CLOSE-AUDIT-PARM
           END-READ.
           IF AP-FROM-DATE NUMERIC AND AP-FROM-DATE > 0
               MOVE AP-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF AP-TO-DATE NUMERIC AND AP-TO-DATE > 0
               MOVE AP-TO-DATE TO WS-TO-DATE
           END-IF.
           MOVE AP-USERID      TO WS-SELECT-USERID.
           MOVE AP-ENTITY-TYPE TO WS-SELECT-ENTITY-TYPE.
           MOVE AP-ENTITY-KEY  TO WS-SELECT-ENTITY-KEY.
       CLOSE-AUDIT-PARM.
           CLOSE AUDIT-PARM-FILE.
       READ-AUDIT-PARM-EXIT.
           EXIT.

      *****************************************************************
      *  CLEAR THE EVENT BEING BUILT, STAMPED FOR THE CURRENT SOURCE.  *
      *****************************************************************
       START-NEW-EVENT.
           MOVE SPACES TO WS-AUDIT-EVENT.
           MOVE 0 TO EV-EVENT-DATE.
           MOVE 0 TO EV-EVENT-TIME.
           MOVE 0 TO EV-EVENT-SEQUENCE.
           MOVE WS-SRC-NAME(WS-SOURCE-IDX) TO EV-SOURCE-FILE.

      *****************************************************************
      *  ONE FINISHED EVENT: COUNT IT, APPLY THE SELECTION, AND FILE   *
      *  IT ON THE WORK FILE UNDER ITS TIMESTAMP AND A RUN SEQUENCE    *
      *  NUMBER SO SAME-SECOND EVENTS KEEP THE ORDER THEY WERE READ.   *
      *****************************************************************
       EMIT-AUDIT-EVENT.
           SET WS-SOURCE-IDX TO WS-CURRENT-SOURCE.
           ADD 1 TO WS-SRC-EVENTS(WS-SOURCE-IDX).

           IF EV-EVENT-DATE < WS-FROM-DATE OR
              EV-EVENT-DATE > WS-TO-DATE
               GO TO EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF WS-SELECT-USERID NOT = SPACES AND
              EV-USERID NOT = WS-SELECT-USERID
               GO TO EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF WS-SELECT-ENTITY-TYPE NOT = SPACES AND
              EV-ENTITY-TYPE NOT = WS-SELECT-ENTITY-TYPE
               GO TO EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF WS-SELECT-ENTITY-KEY NOT = SPACES AND
              EV-ENTITY-KEY NOT = WS-SELECT-ENTITY-KEY
               GO TO EMIT-AUDIT-EVENT-EXIT
           END-IF.

           ADD 1 TO WS-EVENT-SEQUENCE.
           MOVE WS-EVENT-SEQUENCE TO EV-EVENT-SEQUENCE.
           WRITE AUDIT-WORK-RECORD FROM WS-AUDIT-EVENT
               INVALID KEY
                   ADD 1 TO WS-WORK-WRITE-ERRORS
                   GO TO EMIT-AUDIT-EVENT-EXIT
           END-WRITE.
           ADD 1 TO WS-SRC-SELECTED(WS-SOURCE-IDX).

       EMIT-AUDIT-EVENT-EXIT.
           EXIT.

      *  A SOURCE RECORD THAT CANNOT BE PLACED ON THE TIMELINE.
       COUNT-UNDATED-RECORD.
           SET WS-SOURCE-IDX TO WS-CURRENT-SOURCE.
           ADD 1 TO WS-SRC-UNDATED(WS-SOURCE-IDX).

       OPEN-SOURCE-NOTED.
           SET WS-SOURCE-IDX TO WS-CURRENT-SOURCE.
           SET WS-SRC-PRESENT(WS-SOURCE-IDX) TO TRUE.
           ADD 1 TO WS-SOURCES-PRESENT.
           MOVE 'N' TO WS-EOF-FLAG.

       COUNT-SOURCE-RECORD.
           SET WS-SOURCE-IDX TO WS-CURRENT-SOURCE.
           ADD 1 TO WS-SRC-RECORDS(WS-SOURCE-IDX).

      *****************************************************************
      *  INVOICE-MASTER JOURNAL. AN ADD OR DELETE IS ONE EVENT; A      *
      *  REWRITE IS ONE EVENT PER BUSINESS FIELD THAT MOVED (STAMPS    *
      *  AND LAST-MODIFIED DATES ARE LEFT OUT). THE JOURNAL RECORDS    *
      *  THE PROGRAM BUT NOT WHO RAN IT.                               *
      *****************************************************************
       SCAN-INVOICE-JOURNAL.
           MOVE 1 TO WS-CURRENT-SOURCE.
           OPEN INPUT INVOICE-JOURNAL-FILE.
           IF NOT WS-INVJRNL-OPENED-OK
               CLOSE INVOICE-JOURNAL-FILE
               GO TO SCAN-INVOICE-JOURNAL-EXIT
           END-IF.
           PERFORM OPEN-SOURCE-NOTED.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ INVOICE-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM COUNT-SOURCE-RECORD
                       PERFORM JUDGE-INVOICE-JOURNAL THRU
                               JUDGE-INVOICE-JOURNAL-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-JOURNAL-FILE.
       SCAN-INVOICE-JOURNAL-EXIT.
           EXIT.

       JUDGE-INVOICE-JOURNAL.
           IF JR-JOURNAL-DATE NOT NUMERIC OR JR-JOURNAL-DATE = 0
               PERFORM COUNT-UNDATED-RECORD
               GO TO JUDGE-INVOICE-JOURNAL-EXIT
           END-IF.
      *  A CONSISTENCY-POINT MARKER CHANGES NO FIELD OF ANY RECORD.
           IF JR-ACTION-MARKER
               GO TO JUDGE-INVOICE-JOURNAL-EXIT
           END-IF.

           MOVE JR-BEFORE-IMAGE TO INVOICE-BEFORE-IMAGE.
           MOVE JR-AFTER-IMAGE  TO INVOICE-AFTER-IMAGE.
           IF JR-ACTION-DELETE
               MOVE IB-CUSTOMER-NUMBER TO WS-IKT-CUSTOMER-NUMBER
               MOVE IB-INVOICE-NUMBER  TO WS-IKT-INVOICE-NUMBER
           ELSE
               MOVE IA-CUSTOMER-NUMBER TO WS-IKT-CUSTOMER-NUMBER
               MOVE IA-INVOICE-NUMBER  TO WS-IKT-INVOICE-NUMBER
           END-IF.

           PERFORM START-NEW-EVENT.
           MOVE JR-JOURNAL-DATE     TO EV-EVENT-DATE.
           MOVE JR-JOURNAL-TIME     TO EV-EVENT-TIME.
           MOVE JR-PROGRAM-NAME     TO EV-PROGRAM-NAME.
           MOVE 'INVOICE'           TO EV-ENTITY-TYPE.
           MOVE WS-INVOICE-KEY-TEXT TO EV-ENTITY-KEY.

           EVALUATE TRUE
               WHEN JR-ACTION-WRITE
                   MOVE 'ADD'            TO EV-ACTION
                   MOVE 'INVOICE-AMOUNT' TO EV-FIELD-NAME
                   MOVE IA-INVOICE-AMOUNT TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT   TO EV-AFTER-VALUE
                   PERFORM EMIT-AUDIT-EVENT THRU
                           EMIT-AUDIT-EVENT-EXIT
               WHEN JR-ACTION-DELETE
                   MOVE 'DELETE'         TO EV-ACTION
                   MOVE 'INVOICE-AMOUNT' TO EV-FIELD-NAME
                   MOVE IB-INVOICE-AMOUNT TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT   TO EV-BEFORE-VALUE
                   PERFORM EMIT-AUDIT-EVENT THRU
                           EMIT-AUDIT-EVENT-EXIT
               WHEN OTHER
                   MOVE 'CHANGE'         TO EV-ACTION
                   PERFORM COMPARE-INVOICE-IMAGES
           END-EVALUATE.

       JUDGE-INVOICE-JOURNAL-EXIT.
           EXIT.

       COMPARE-INVOICE-IMAGES.
           IF IA-INVOICE-AMOUNT NOT = IB-INVOICE-AMOUNT
               MOVE 'INVOICE-AMOUNT'    TO EV-FIELD-NAME
               MOVE IB-INVOICE-AMOUNT   TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT      TO EV-BEFORE-VALUE
               MOVE IA-INVOICE-AMOUNT   TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT      TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF IA-INVOICE-TAX-AMOUNT NOT = IB-INVOICE-TAX-AMOUNT
               MOVE 'TAX-AMOUNT'        TO EV-FIELD-NAME
               MOVE IB-INVOICE-TAX-AMOUNT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT      TO EV-BEFORE-VALUE
               MOVE IA-INVOICE-TAX-AMOUNT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT      TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF IA-AMOUNT-PAID NOT = IB-AMOUNT-PAID
               MOVE 'AMOUNT-PAID'       TO EV-FIELD-NAME
               MOVE IB-AMOUNT-PAID      TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT      TO EV-BEFORE-VALUE
               MOVE IA-AMOUNT-PAID      TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT      TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF IA-DISCOUNT-TAKEN NOT = IB-DISCOUNT-TAKEN
               MOVE 'DISCOUNT-TAKEN'    TO EV-FIELD-NAME
               MOVE IB-DISCOUNT-TAKEN   TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT      TO EV-BEFORE-VALUE
               MOVE IA-DISCOUNT-TAKEN   TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT      TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF IA-INVOICE-EXCHANGE-RATE NOT = IB-INVOICE-EXCHANGE-RATE
               MOVE 'EXCHANGE-RATE'     TO EV-FIELD-NAME
               MOVE IB-INVOICE-EXCHANGE-RATE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE        TO EV-BEFORE-VALUE
               MOVE IA-INVOICE-EXCHANGE-RATE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE        TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF IA-INVOICE-CURRENCY-CODE NOT = IB-INVOICE-CURRENCY-CODE
               MOVE 'CURRENCY-CODE'     TO EV-FIELD-NAME
               MOVE IB-INVOICE-CURRENCY-CODE TO EV-BEFORE-VALUE
               MOVE IA-INVOICE-CURRENCY-CODE TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF IA-INVOICE-TRANSACTION-TYPE NOT =
                  IB-INVOICE-TRANSACTION-TYPE
               MOVE 'TRANSACTION-TYPE'  TO EV-FIELD-NAME
               MOVE IB-INVOICE-TRANSACTION-TYPE TO EV-BEFORE-VALUE
               MOVE IA-INVOICE-TRANSACTION-TYPE TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF IA-SETTLEMENT-STATUS NOT = IB-SETTLEMENT-STATUS
               MOVE 'SETTLEMENT-STATUS' TO EV-FIELD-NAME
               MOVE IB-SETTLEMENT-STATUS TO EV-BEFORE-VALUE
               MOVE IA-SETTLEMENT-STATUS TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF IA-INVOICE-HOLD-STATUS NOT = IB-INVOICE-HOLD-STATUS
               MOVE 'HOLD-STATUS'       TO EV-FIELD-NAME
               MOVE IB-INVOICE-HOLD-STATUS TO EV-BEFORE-VALUE
               MOVE IA-INVOICE-HOLD-STATUS TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF IA-INVOICE-PRODUCT-CODE NOT = IB-INVOICE-PRODUCT-CODE
               MOVE 'PRODUCT-CODE'      TO EV-FIELD-NAME
               MOVE IB-INVOICE-PRODUCT-CODE TO EV-BEFORE-VALUE
               MOVE IA-INVOICE-PRODUCT-CODE TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF IA-CREDIT-REASON-CODE NOT = IB-CREDIT-REASON-CODE
               MOVE 'CREDIT-REASON-CODE' TO EV-FIELD-NAME
               MOVE IB-CREDIT-REASON-CODE TO EV-BEFORE-VALUE
               MOVE IA-CREDIT-REASON-CODE TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF IA-INVOICE-DATE NOT = IB-INVOICE-DATE
               MOVE 'INVOICE-DATE'      TO EV-FIELD-NAME
               MOVE IB-INVOICE-DATE     TO WS-EDIT-JULIAN
               MOVE WS-EDIT-JULIAN      TO EV-BEFORE-VALUE
               MOVE IA-INVOICE-DATE     TO WS-EDIT-JULIAN
               MOVE WS-EDIT-JULIAN      TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF IA-DUE-DATE NOT = IB-DUE-DATE
               MOVE 'DUE-DATE'          TO EV-FIELD-NAME
               MOVE IB-DUE-DATE         TO WS-EDIT-JULIAN
               MOVE WS-EDIT-JULIAN      TO EV-BEFORE-VALUE
               MOVE IA-DUE-DATE         TO WS-EDIT-JULIAN
               MOVE WS-EDIT-JULIAN      TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF IA-TERMS-CODE NOT = IB-TERMS-CODE
               MOVE 'TERMS-CODE'        TO EV-FIELD-NAME
               MOVE IB-TERMS-CODE       TO EV-BEFORE-VALUE
               MOVE IA-TERMS-CODE       TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF IA-PO-NUMBER NOT = IB-PO-NUMBER
               MOVE 'PO-NUMBER'         TO EV-FIELD-NAME
               MOVE IB-PO-NUMBER        TO EV-BEFORE-VALUE
               MOVE IA-PO-NUMBER        TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF IA-SHIP-TO-ID NOT = IB-SHIP-TO-ID
               MOVE 'SHIP-TO-ID'        TO EV-FIELD-NAME
               MOVE IB-SHIP-TO-ID       TO EV-BEFORE-VALUE
               MOVE IA-SHIP-TO-ID       TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF IA-COMPANY-CODE NOT = IB-COMPANY-CODE
               MOVE 'COMPANY-CODE'      TO EV-FIELD-NAME
               MOVE IB-COMPANY-CODE     TO EV-BEFORE-VALUE
               MOVE IA-COMPANY-CODE     TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
      *  THE DESCRIPTION RUNS TO 4096 BYTES -- ITS FIRST 40 SHOW
      *  WHICH TEXT IT WAS.
           IF IA-INVOICE-DESCRIPTION NOT = IB-INVOICE-DESCRIPTION
               MOVE 'DESCRIPTION'       TO EV-FIELD-NAME
               MOVE IB-INVOICE-DESCRIPTION(1:40) TO EV-BEFORE-VALUE
               MOVE IA-INVOICE-DESCRIPTION(1:40) TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.

      *****************************************************************
      *  CUSTOMER-MASTER JOURNAL -- THE SAME TREATMENT FOR CUSTDEMO.   *
      *****************************************************************
       SCAN-CUSTOMER-JOURNAL.
           MOVE 2 TO WS-CURRENT-SOURCE.
           OPEN INPUT CUSTOMER-JOURNAL-FILE.
           IF NOT WS-CUSTJRNL-OPENED-OK
               CLOSE CUSTOMER-JOURNAL-FILE
               GO TO SCAN-CUSTOMER-JOURNAL-EXIT
           END-IF.
           PERFORM OPEN-SOURCE-NOTED.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CUSTOMER-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM COUNT-SOURCE-RECORD
                       PERFORM JUDGE-CUSTOMER-JOURNAL THRU
                               JUDGE-CUSTOMER-JOURNAL-EXIT
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-JOURNAL-FILE.
       SCAN-CUSTOMER-JOURNAL-EXIT.
           EXIT.

       JUDGE-CUSTOMER-JOURNAL.
           IF CJ-JOURNAL-DATE NOT NUMERIC OR CJ-JOURNAL-DATE = 0
               PERFORM COUNT-UNDATED-RECORD
               GO TO JUDGE-CUSTOMER-JOURNAL-EXIT
           END-IF.
           IF CJ-ACTION-MARKER
               GO TO JUDGE-CUSTOMER-JOURNAL-EXIT
           END-IF.

           MOVE CJ-BEFORE-IMAGE TO CUSTOMER-BEFORE-IMAGE.
           MOVE CJ-AFTER-IMAGE  TO CUSTOMER-AFTER-IMAGE.
           IF CJ-ACTION-DELETE
               MOVE CB-CUSTOMER-NUMBER TO WS-CUSTOMER-KEY-TEXT
           ELSE
               MOVE CA-CUSTOMER-NUMBER TO WS-CUSTOMER-KEY-TEXT
           END-IF.

           PERFORM START-NEW-EVENT.
           MOVE CJ-JOURNAL-DATE      TO EV-EVENT-DATE.
           MOVE CJ-JOURNAL-TIME      TO EV-EVENT-TIME.
           MOVE CJ-PROGRAM-NAME      TO EV-PROGRAM-NAME.
           MOVE 'CUSTOMER'           TO EV-ENTITY-TYPE.
           MOVE WS-CUSTOMER-KEY-TEXT TO EV-ENTITY-KEY.

           EVALUATE TRUE
               WHEN CJ-ACTION-WRITE
                   MOVE 'ADD'            TO EV-ACTION
                   MOVE 'LAST-NAME'      TO EV-FIELD-NAME
                   MOVE CA-LAST-NAME     TO EV-AFTER-VALUE
                   PERFORM EMIT-AUDIT-EVENT THRU
                           EMIT-AUDIT-EVENT-EXIT
               WHEN CJ-ACTION-DELETE
                   MOVE 'DELETE'         TO EV-ACTION
                   MOVE 'LAST-NAME'      TO EV-FIELD-NAME
                   MOVE CB-LAST-NAME     TO EV-BEFORE-VALUE
                   PERFORM EMIT-AUDIT-EVENT THRU
                           EMIT-AUDIT-EVENT-EXIT
               WHEN OTHER
                   MOVE 'CHANGE'         TO EV-ACTION
                   PERFORM COMPARE-CUSTOMER-IMAGES
           END-EVALUATE.

       JUDGE-CUSTOMER-JOURNAL-EXIT.
           EXIT.

       COMPARE-CUSTOMER-IMAGES.
           IF CA-LAST-NAME NOT = CB-LAST-NAME
               MOVE 'LAST-NAME'         TO EV-FIELD-NAME
               MOVE CB-LAST-NAME        TO EV-BEFORE-VALUE
               MOVE CA-LAST-NAME        TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-FIRST-NAME NOT = CB-FIRST-NAME
               MOVE 'FIRST-NAME'        TO EV-FIELD-NAME
               MOVE CB-FIRST-NAME       TO EV-BEFORE-VALUE
               MOVE CA-FIRST-NAME       TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-ADDRESS-LINE-1 NOT = CB-ADDRESS-LINE-1
               MOVE 'ADDRESS-LINE-1'    TO EV-FIELD-NAME
               MOVE CB-ADDRESS-LINE-1   TO EV-BEFORE-VALUE
               MOVE CA-ADDRESS-LINE-1   TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-ADDRESS-LINE-2 NOT = CB-ADDRESS-LINE-2
               MOVE 'ADDRESS-LINE-2'    TO EV-FIELD-NAME
               MOVE CB-ADDRESS-LINE-2   TO EV-BEFORE-VALUE
               MOVE CA-ADDRESS-LINE-2   TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-ADDRESS-CITY NOT = CB-ADDRESS-CITY
               MOVE 'ADDRESS-CITY'      TO EV-FIELD-NAME
               MOVE CB-ADDRESS-CITY     TO EV-BEFORE-VALUE
               MOVE CA-ADDRESS-CITY     TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-ADDRESS-STATE NOT = CB-ADDRESS-STATE
               MOVE 'ADDRESS-STATE'     TO EV-FIELD-NAME
               MOVE CB-ADDRESS-STATE    TO EV-BEFORE-VALUE
               MOVE CA-ADDRESS-STATE    TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-ADDRESS-ZIP NOT = CB-ADDRESS-ZIP
               MOVE 'ADDRESS-ZIP'       TO EV-FIELD-NAME
               MOVE CB-ADDRESS-ZIP      TO EV-BEFORE-VALUE
               MOVE CA-ADDRESS-ZIP      TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-CUSTOMER-PHONE NOT = CB-CUSTOMER-PHONE
               MOVE 'CUSTOMER-PHONE'    TO EV-FIELD-NAME
               MOVE CB-CUSTOMER-PHONE   TO EV-BEFORE-VALUE
               MOVE CA-CUSTOMER-PHONE   TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-CUSTOMER-STATUS NOT = CB-CUSTOMER-STATUS
               MOVE 'CUSTOMER-STATUS'   TO EV-FIELD-NAME
               MOVE CB-CUSTOMER-STATUS  TO EV-BEFORE-VALUE
               MOVE CA-CUSTOMER-STATUS  TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-CREDIT-LIMIT NOT = CB-CREDIT-LIMIT
               MOVE 'CREDIT-LIMIT'      TO EV-FIELD-NAME
               MOVE CB-CREDIT-LIMIT     TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT      TO EV-BEFORE-VALUE
               MOVE CA-CREDIT-LIMIT     TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT      TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-GROUP-CREDIT-LIMIT NOT = CB-GROUP-CREDIT-LIMIT
               MOVE 'GROUP-CREDIT-LIMIT' TO EV-FIELD-NAME
               MOVE CB-GROUP-CREDIT-LIMIT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT       TO EV-BEFORE-VALUE
               MOVE CA-GROUP-CREDIT-LIMIT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT       TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-CREDIT-HOLD-STATUS NOT = CB-CREDIT-HOLD-STATUS
               MOVE 'CREDIT-HOLD-STATUS' TO EV-FIELD-NAME
               MOVE CB-CREDIT-HOLD-STATUS TO EV-BEFORE-VALUE
               MOVE CA-CREDIT-HOLD-STATUS TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-STATEMENT-CYCLE NOT = CB-STATEMENT-CYCLE
               MOVE 'STATEMENT-CYCLE'   TO EV-FIELD-NAME
               MOVE CB-STATEMENT-CYCLE  TO EV-BEFORE-VALUE
               MOVE CA-STATEMENT-CYCLE  TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-TERMS-CODE NOT = CB-TERMS-CODE
               MOVE 'TERMS-CODE'        TO EV-FIELD-NAME
               MOVE CB-TERMS-CODE       TO EV-BEFORE-VALUE
               MOVE CA-TERMS-CODE       TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-COLLECTION-STATUS NOT = CB-COLLECTION-STATUS
               MOVE 'COLLECTION-STATUS' TO EV-FIELD-NAME
               MOVE CB-COLLECTION-STATUS TO EV-BEFORE-VALUE
               MOVE CA-COLLECTION-STATUS TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-PO-REQUIRED-FLAG NOT = CB-PO-REQUIRED-FLAG
               MOVE 'PO-REQUIRED-FLAG'  TO EV-FIELD-NAME
               MOVE CB-PO-REQUIRED-FLAG TO EV-BEFORE-VALUE
               MOVE CA-PO-REQUIRED-FLAG TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-COMPANY-CODE NOT = CB-COMPANY-CODE
               MOVE 'COMPANY-CODE'      TO EV-FIELD-NAME
               MOVE CB-COMPANY-CODE     TO EV-BEFORE-VALUE
               MOVE CA-COMPANY-CODE     TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-STATEMENT-STYLE NOT = CB-STATEMENT-STYLE
               MOVE 'STATEMENT-STYLE'   TO EV-FIELD-NAME
               MOVE CB-STATEMENT-STYLE  TO EV-BEFORE-VALUE
               MOVE CA-STATEMENT-STYLE  TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.
           IF CA-BAD-ADDRESS-FLAG NOT = CB-BAD-ADDRESS-FLAG
               MOVE 'BAD-ADDRESS-FLAG'  TO EV-FIELD-NAME
               MOVE CB-BAD-ADDRESS-FLAG TO EV-BEFORE-VALUE
               MOVE CA-BAD-ADDRESS-FLAG TO EV-AFTER-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
           END-IF.

      *****************************************************************
      *  AUTHPROF CHANGES STILL WAITING FOR THEIR SECOND PAIR OF EYES  *
      *  -- THE REQUESTER IS THE USER. THE DECISIONS THEMSELVES COME   *
      *  FROM AUTHMNT'S CSMT LINES.                                    *
      *****************************************************************
       SCAN-AUTH-PENDING.
           MOVE 3 TO WS-CURRENT-SOURCE.
           OPEN INPUT AUTH-PENDING-FILE.
           IF NOT WS-AUTHPEND-OPENED-OK
               CLOSE AUTH-PENDING-FILE
               GO TO SCAN-AUTH-PENDING-EXIT
           END-IF.
           PERFORM OPEN-SOURCE-NOTED.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ AUTH-PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM COUNT-SOURCE-RECORD
                       PERFORM JUDGE-AUTH-PENDING THRU
                               JUDGE-AUTH-PENDING-EXIT
               END-READ
           END-PERFORM.
           CLOSE AUTH-PENDING-FILE.
       SCAN-AUTH-PENDING-EXIT.
           EXIT.

       JUDGE-AUTH-PENDING.
           IF PD-REQUEST-DATE NOT NUMERIC OR PD-REQUEST-DATE = 0
               PERFORM COUNT-UNDATED-RECORD
               GO TO JUDGE-AUTH-PENDING-EXIT
           END-IF.

           PERFORM START-NEW-EVENT.
           MOVE PD-REQUEST-DATE  TO EV-EVENT-DATE.
           MOVE 'AUTHMNT'        TO EV-PROGRAM-NAME.
           MOVE PD-REQUESTED-BY  TO EV-USERID.
           MOVE 'AUTHPROF'       TO EV-ENTITY-TYPE.
           MOVE PD-USERID        TO EV-ENTITY-KEY.
           IF PD-DELETE-PROFILE
               MOVE 'PENDDEL'    TO EV-ACTION
           ELSE
               MOVE 'PENDING'    TO EV-ACTION
           END-IF.
           MOVE 'REQUEST-CODES'  TO EV-FIELD-NAME.
           MOVE PD-PROPOSED-CODES TO EV-AFTER-VALUE.
           PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT.

       JUDGE-AUTH-PENDING-EXIT.
           EXIT.

      *****************************************************************
      *  CONTRACT ESCALATION PROPOSALS: THE PROPOSAL ITSELF, THEN THE  *
      *  REVIEWER'S APPROVAL OR REJECTION ONCE THE ROW IS SIGNED OFF.  *
      *****************************************************************
       SCAN-ESCALATION-PROPOSALS.
           MOVE 4 TO WS-CURRENT-SOURCE.
           OPEN INPUT ESCALATION-PROPOSAL-FILE.
           IF NOT WS-ESCPROP-OPENED-OK
               CLOSE ESCALATION-PROPOSAL-FILE
               GO TO SCAN-ESCALATION-PROPOSALS-EXIT
           END-IF.
           PERFORM OPEN-SOURCE-NOTED.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ ESCALATION-PROPOSAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM COUNT-SOURCE-RECORD
                       PERFORM JUDGE-ESCALATION-PROPOSAL THRU
                               JUDGE-ESCALATION-PROPOSAL-EXIT
               END-READ
           END-PERFORM.
           CLOSE ESCALATION-PROPOSAL-FILE.
       SCAN-ESCALATION-PROPOSALS-EXIT.
           EXIT.

       JUDGE-ESCALATION-PROPOSAL.
           IF EP-PROPOSAL-DATE NOT NUMERIC OR EP-PROPOSAL-DATE = 0
               PERFORM COUNT-UNDATED-RECORD
               GO TO JUDGE-ESCALATION-PROPOSAL-EXIT
           END-IF.

           MOVE EP-CUSTOMER-NUMBER TO WS-SKT-CUSTOMER-NUMBER.
           MOVE EP-PRODUCT-CODE    TO WS-SKT-PRODUCT-CODE.
           PERFORM START-NEW-EVENT.
           MOVE EP-PROPOSAL-DATE     TO EV-EVENT-DATE.
           MOVE 'ESCPROP1'           TO EV-PROGRAM-NAME.
           MOVE 'BILLSCHD'           TO EV-ENTITY-TYPE.
           MOVE WS-SCHEDULE-KEY-TEXT TO EV-ENTITY-KEY.
           MOVE 'PROPOSED'           TO EV-ACTION.
           MOVE 'BILLING-AMOUNT'     TO EV-FIELD-NAME.
           MOVE EP-OLD-AMOUNT        TO WS-EDIT-LIMIT.
           MOVE WS-EDIT-LIMIT        TO EV-BEFORE-VALUE.
           MOVE EP-NEW-AMOUNT        TO WS-EDIT-LIMIT.
           MOVE WS-EDIT-LIMIT        TO EV-AFTER-VALUE.
           PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT.

           IF EP-PENDING-REVIEW
               GO TO JUDGE-ESCALATION-PROPOSAL-EXIT
           END-IF.
           IF EP-REVIEW-DATE NOT NUMERIC OR EP-REVIEW-DATE = 0
               PERFORM COUNT-UNDATED-RECORD
               GO TO JUDGE-ESCALATION-PROPOSAL-EXIT
           END-IF.
           MOVE EP-REVIEW-DATE       TO EV-EVENT-DATE.
           MOVE SPACES               TO EV-PROGRAM-NAME.
           MOVE EP-REVIEWED-BY       TO EV-USERID.
           IF EP-APPROVED
               MOVE 'APPROVED'       TO EV-ACTION
           ELSE
               MOVE 'REJECTED'       TO EV-ACTION
           END-IF.
           PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT.

       JUDGE-ESCALATION-PROPOSAL-EXIT.
           EXIT.

      *****************************************************************
      *  CREDIT-LIMIT PROPOSALS -- THE SAME TWO EVENTS.                *
      *****************************************************************
       SCAN-LIMIT-PROPOSALS.
           MOVE 5 TO WS-CURRENT-SOURCE.
           OPEN INPUT LIMIT-PROPOSAL-FILE.
           IF NOT WS-CRLPROP-OPENED-OK
               CLOSE LIMIT-PROPOSAL-FILE
               GO TO SCAN-LIMIT-PROPOSALS-EXIT
           END-IF.
           PERFORM OPEN-SOURCE-NOTED.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ LIMIT-PROPOSAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM COUNT-SOURCE-RECORD
                       PERFORM JUDGE-LIMIT-PROPOSAL THRU
                               JUDGE-LIMIT-PROPOSAL-EXIT
               END-READ
           END-PERFORM.
           CLOSE LIMIT-PROPOSAL-FILE.
       SCAN-LIMIT-PROPOSALS-EXIT.
           EXIT.

       JUDGE-LIMIT-PROPOSAL.
           IF LP-PROPOSAL-DATE NOT NUMERIC OR LP-PROPOSAL-DATE = 0
               PERFORM COUNT-UNDATED-RECORD
               GO TO JUDGE-LIMIT-PROPOSAL-EXIT
           END-IF.

           MOVE LP-CUSTOMER-NUMBER TO WS-CUSTOMER-KEY-TEXT.
           PERFORM START-NEW-EVENT.
           MOVE LP-PROPOSAL-DATE     TO EV-EVENT-DATE.
           MOVE 'CRREVW01'           TO EV-PROGRAM-NAME.
           MOVE 'CUSTOMER'           TO EV-ENTITY-TYPE.
           MOVE WS-CUSTOMER-KEY-TEXT TO EV-ENTITY-KEY.
           MOVE 'PROPOSED'           TO EV-ACTION.
           MOVE 'CREDIT-LIMIT'       TO EV-FIELD-NAME.
           MOVE LP-CURRENT-LIMIT     TO WS-EDIT-LIMIT.
           MOVE WS-EDIT-LIMIT        TO EV-BEFORE-VALUE.
           MOVE LP-PROPOSED-LIMIT    TO WS-EDIT-LIMIT.
           MOVE WS-EDIT-LIMIT        TO EV-AFTER-VALUE.
           PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT.

           IF LP-PENDING-REVIEW
               GO TO JUDGE-LIMIT-PROPOSAL-EXIT
           END-IF.
           IF LP-REVIEW-DATE NOT NUMERIC OR LP-REVIEW-DATE = 0
               PERFORM COUNT-UNDATED-RECORD
               GO TO JUDGE-LIMIT-PROPOSAL-EXIT
           END-IF.
           MOVE LP-REVIEW-DATE       TO EV-EVENT-DATE.
           MOVE SPACES               TO EV-PROGRAM-NAME.
           MOVE LP-REVIEWED-BY       TO EV-USERID.
           IF LP-APPROVED
               MOVE 'APPROVED'       TO EV-ACTION
           ELSE
               MOVE 'REJECTED'       TO EV-ACTION
           END-IF.
           PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT.

       JUDGE-LIMIT-PROPOSAL-EXIT.
           EXIT.

      *****************************************************************
      *  EACH DUNNING LETTER DUNLTR01 RELEASED.                        *
      *****************************************************************
       SCAN-DUNNING-HISTORY.
           MOVE 6 TO WS-CURRENT-SOURCE.
           OPEN INPUT DUNNING-HISTORY-FILE.
           IF NOT WS-DUNHIST-OPENED-OK
               CLOSE DUNNING-HISTORY-FILE
               GO TO SCAN-DUNNING-HISTORY-EXIT
           END-IF.
           PERFORM OPEN-SOURCE-NOTED.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ DUNNING-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM COUNT-SOURCE-RECORD
                       PERFORM JUDGE-DUNNING-LETTER THRU
                               JUDGE-DUNNING-LETTER-EXIT
               END-READ
           END-PERFORM.
           CLOSE DUNNING-HISTORY-FILE.
       SCAN-DUNNING-HISTORY-EXIT.
           EXIT.

       JUDGE-DUNNING-LETTER.
           IF DH-LETTER-DATE = 0
               PERFORM COUNT-UNDATED-RECORD
               GO TO JUDGE-DUNNING-LETTER-EXIT
           END-IF.

           MOVE DH-CUSTOMER-NUMBER TO WS-CUSTOMER-KEY-TEXT.
           PERFORM START-NEW-EVENT.
           MOVE DH-LETTER-DATE       TO EV-EVENT-DATE.
           MOVE 'DUNLTR01'           TO EV-PROGRAM-NAME.
           MOVE 'CUSTOMER'           TO EV-ENTITY-TYPE.
           MOVE WS-CUSTOMER-KEY-TEXT TO EV-ENTITY-KEY.
           MOVE 'LETTER'             TO EV-ACTION.
           MOVE 'LETTER-GRADE'       TO EV-FIELD-NAME.
           MOVE DH-LETTER-GRADE      TO EV-AFTER-VALUE.
           PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT.
           MOVE 'BALANCE-QUOTED'     TO EV-FIELD-NAME.
           MOVE DH-BALANCE-QUOTED    TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT       TO EV-AFTER-VALUE.
           PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT.

       JUDGE-DUNNING-LETTER-EXIT.
           EXIT.

      *****************************************************************
      *  THE CSMT EXTRACT: ONLY THE CUST-# SHAPE CARRIES CHANGE LINES. *
      *  A CUSTMNT FIELD CHANGE IS TWO LINES, BEFORE THEN AFTER, AND   *
      *  IS PUT BACK TOGETHER AS ONE EVENT; A BEFORE LINE WITH NO      *
      *  MATCHING AFTER IS STILL REPORTED, WITH NO AFTER VALUE.        *
      *****************************************************************
       SCAN-CSMT-EXTRACT.
           MOVE 7 TO WS-CURRENT-SOURCE.
           OPEN INPUT CSMT-EXTRACT-FILE.
           IF NOT WS-CSMT-OPENED-OK
               CLOSE CSMT-EXTRACT-FILE
               GO TO SCAN-CSMT-EXTRACT-EXIT
           END-IF.
           PERFORM OPEN-SOURCE-NOTED.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CSMT-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM JUDGE-CSMT-LINE THRU
                               JUDGE-CSMT-LINE-EXIT
               END-READ
           END-PERFORM.
           PERFORM RELEASE-HELD-BEFORE.
           CLOSE CSMT-EXTRACT-FILE.
       SCAN-CSMT-EXTRACT-EXIT.
           EXIT.

       JUDGE-CSMT-LINE.
           IF CSMT-LOG-RECORD(1:6) NOT = 'CUST #'
               GO TO JUDGE-CSMT-LINE-EXIT
           END-IF.
           PERFORM COUNT-SOURCE-RECORD.

           MOVE CSMT-LOG-RECORD(18:14) TO WS-CSMT-STAMP-TEXT.
           MOVE CSMT-LOG-RECORD(33:80) TO WS-CSMT-TEXT.
           IF CSMT-LOG-RECORD(8:9) NUMERIC
               MOVE CSMT-LOG-RECORD(8:9) TO WS-CSMT-CUSTOMER
           ELSE
               MOVE 0 TO WS-CSMT-CUSTOMER
           END-IF.
           IF WS-CSMT-STAMP-TEXT NOT NUMERIC OR WS-CSMT-DATE = 0
               PERFORM COUNT-UNDATED-RECORD
               GO TO JUDGE-CSMT-LINE-EXIT
           END-IF.

           IF WS-CSMT-TEXT(1:8) = 'CUSTMNT ' AND
              WS-CSMT-TEXT(17:7) = ' AFTER='
               PERFORM PAIR-CUSTMNT-AFTER
               GO TO JUDGE-CSMT-LINE-EXIT
           END-IF.
           PERFORM RELEASE-HELD-BEFORE.
           IF WS-CSMT-TEXT(1:8) = 'CUSTMNT ' AND
              WS-CSMT-TEXT(17:8) = ' BEFORE='
               SET WS-BEFORE-IS-HELD TO TRUE
               MOVE WS-CSMT-CUSTOMER   TO WS-HELD-CUSTOMER
               MOVE WS-CSMT-TEXT(9:8)  TO WS-HELD-FIELD
               MOVE WS-CSMT-TEXT(25:30) TO WS-HELD-VALUE
               MOVE WS-CSMT-STAMP-TEXT TO WS-HELD-STAMP
               GO TO JUDGE-CSMT-LINE-EXIT
           END-IF.

           PERFORM START-NEW-EVENT.
           MOVE WS-CSMT-DATE     TO EV-EVENT-DATE.
           MOVE WS-CSMT-TIME     TO EV-EVENT-TIME.
           MOVE WS-CSMT-CUSTOMER TO WS-CUSTOMER-KEY-TEXT.
           EVALUATE TRUE
               WHEN WS-CSMT-TEXT(1:8) = 'GATEFIX '
                   MOVE 'GATEFIX'              TO EV-PROGRAM-NAME
                   MOVE WS-CSMT-TEXT(9:8)      TO EV-USERID
                   MOVE 'QUARREPR'             TO EV-ENTITY-TYPE
                   MOVE WS-CUSTOMER-KEY-TEXT   TO EV-ENTITY-KEY
                   MOVE 'CHANGE'               TO EV-ACTION
                   MOVE WS-CSMT-TEXT(18:8)     TO EV-FIELD-NAME
                   MOVE WS-CSMT-TEXT(34:12)    TO EV-BEFORE-VALUE
                   MOVE WS-CSMT-TEXT(53:12)    TO EV-AFTER-VALUE
               WHEN WS-CSMT-TEXT(1:8) = 'AUTHMNT '
                   MOVE 'AUTHMNT'              TO EV-PROGRAM-NAME
                   MOVE WS-CSMT-TEXT(38:8)     TO EV-USERID
                   MOVE 'AUTHPROF'             TO EV-ENTITY-TYPE
                   MOVE WS-CSMT-TEXT(26:8)     TO EV-ENTITY-KEY
                   MOVE WS-CSMT-TEXT(9:8)      TO EV-ACTION
                   MOVE 'REQUESTED-BY'         TO EV-FIELD-NAME
                   MOVE WS-CSMT-TEXT(51:8)     TO EV-AFTER-VALUE
               WHEN WS-CSMT-TEXT(1:8) = 'ADJMNT  '
                   MOVE WS-CSMT-CUSTOMER       TO WS-IKT-CUSTOMER-NUMBER
                   IF WS-CSMT-TEXT(23:10) NUMERIC
                       MOVE WS-CSMT-TEXT(23:10)
                           TO WS-IKT-INVOICE-NUMBER
                   ELSE
                       MOVE 0 TO WS-IKT-INVOICE-NUMBER
                   END-IF
                   MOVE 'ADJMNT'               TO EV-PROGRAM-NAME
                   MOVE WS-CSMT-TEXT(37:8)     TO EV-USERID
                   MOVE 'INVOICE'              TO EV-ENTITY-TYPE
                   MOVE WS-INVOICE-KEY-TEXT    TO EV-ENTITY-KEY
                   MOVE WS-CSMT-TEXT(9:8)      TO EV-ACTION
                   MOVE 'REQUESTED-BY'         TO EV-FIELD-NAME
                   MOVE WS-CSMT-TEXT(50:8)     TO EV-AFTER-VALUE
               WHEN WS-CSMT-TEXT(1:8) = 'FCWMNT  '
                   MOVE WS-CSMT-CUSTOMER       TO WS-IKT-CUSTOMER-NUMBER
                   IF WS-CSMT-TEXT(23:10) NUMERIC
                       MOVE WS-CSMT-TEXT(23:10)
                           TO WS-IKT-INVOICE-NUMBER
                   ELSE
                       MOVE 0 TO WS-IKT-INVOICE-NUMBER
                   END-IF
                   MOVE 'FCWMNT'               TO EV-PROGRAM-NAME
                   MOVE WS-CSMT-TEXT(37:8)     TO EV-USERID
                   MOVE 'INVOICE'              TO EV-ENTITY-TYPE
                   MOVE WS-INVOICE-KEY-TEXT    TO EV-ENTITY-KEY
                   MOVE WS-CSMT-TEXT(9:8)      TO EV-ACTION
                   MOVE 'REQUESTED-BY'         TO EV-FIELD-NAME
                   MOVE WS-CSMT-TEXT(50:8)     TO EV-AFTER-VALUE
               WHEN WS-CSMT-TEXT(1:18) = 'UPDATEARRAY ENTRY '
                   MOVE 'UPDATEAR'             TO EV-PROGRAM-NAME
                   MOVE 'CUSTOMER'             TO EV-ENTITY-TYPE
                   MOVE WS-CUSTOMER-KEY-TEXT   TO EV-ENTITY-KEY
                   MOVE 'CHANGE'               TO EV-ACTION
                   MOVE WS-CSMT-TEXT(13:9)     TO EV-FIELD-NAME
                   MOVE WS-CSMT-TEXT(55:5)     TO EV-BEFORE-VALUE
                   MOVE WS-CSMT-TEXT(73:5)     TO EV-AFTER-VALUE
      *  ANY OTHER WRITER OF THE SHAPE -- THE LINE'S FIRST WORD IS
      *  ITS PROGRAM AND THE REST IS KEPT AS THE AFTER VALUE.
               WHEN OTHER
                   MOVE SPACES TO WS-CSMT-WORD
                   UNSTRING WS-CSMT-TEXT DELIMITED BY ' '
                       INTO WS-CSMT-WORD
                   END-UNSTRING
                   MOVE WS-CSMT-WORD           TO EV-PROGRAM-NAME
                   MOVE 'CUSTOMER'             TO EV-ENTITY-TYPE
                   MOVE WS-CUSTOMER-KEY-TEXT   TO EV-ENTITY-KEY
                   MOVE 'LOGGED'               TO EV-ACTION
                   MOVE 'MESSAGE'              TO EV-FIELD-NAME
                   MOVE WS-CSMT-TEXT(9:40)     TO EV-AFTER-VALUE
           END-EVALUATE.
           PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT.

       JUDGE-CSMT-LINE-EXIT.
           EXIT.

      *  AN AFTER LINE FOR THE FIELD THE HELD BEFORE LINE NAMED
      *  COMPLETES IT; ANY OTHER AFTER LINE STANDS ALONE.
       PAIR-CUSTMNT-AFTER.
           IF WS-BEFORE-IS-HELD AND
              (WS-HELD-CUSTOMER NOT = WS-CSMT-CUSTOMER OR
               WS-HELD-FIELD NOT = WS-CSMT-TEXT(9:8))
               PERFORM RELEASE-HELD-BEFORE
           END-IF.
           PERFORM START-NEW-EVENT.
           MOVE WS-CSMT-DATE         TO EV-EVENT-DATE.
           MOVE WS-CSMT-TIME         TO EV-EVENT-TIME.
           MOVE 'CUSTMNT'            TO EV-PROGRAM-NAME.
           MOVE 'CUSTOMER'           TO EV-ENTITY-TYPE.
           MOVE WS-CSMT-CUSTOMER     TO WS-CUSTOMER-KEY-TEXT.
           MOVE WS-CUSTOMER-KEY-TEXT TO EV-ENTITY-KEY.
           MOVE 'CHANGE'             TO EV-ACTION.
           MOVE WS-CSMT-TEXT(9:8)    TO EV-FIELD-NAME.
           IF WS-BEFORE-IS-HELD
               MOVE WS-HELD-VALUE    TO EV-BEFORE-VALUE
               MOVE 'N' TO WS-HELD-BEFORE-FLAG
           END-IF.
           MOVE WS-CSMT-TEXT(24:30)  TO EV-AFTER-VALUE.
           PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT.

       RELEASE-HELD-BEFORE.
           IF WS-BEFORE-IS-HELD
               PERFORM START-NEW-EVENT
               MOVE WS-HELD-STAMP(1:8)  TO EV-EVENT-DATE
               MOVE WS-HELD-STAMP(9:6)  TO EV-EVENT-TIME
               MOVE 'CUSTMNT'           TO EV-PROGRAM-NAME
               MOVE 'CUSTOMER'          TO EV-ENTITY-TYPE
               MOVE WS-HELD-CUSTOMER    TO WS-CUSTOMER-KEY-TEXT
               MOVE WS-CUSTOMER-KEY-TEXT TO EV-ENTITY-KEY
               MOVE 'CHANGE'            TO EV-ACTION
               MOVE WS-HELD-FIELD       TO EV-FIELD-NAME
               MOVE WS-HELD-VALUE       TO EV-BEFORE-VALUE
               PERFORM EMIT-AUDIT-EVENT THRU EMIT-AUDIT-EVENT-EXIT
               MOVE 'N' TO WS-HELD-BEFORE-FLAG
           END-IF.

      *****************************************************************
      *  READ THE WORK FILE BACK IN KEY ORDER -- TIMESTAMP, THEN READ  *
      *  SEQUENCE -- ONTO THE EXTRACT, TALLYING PROGRAM AND USER.      *
      *****************************************************************
       WRITE-CHRONOLOGICAL-EXTRACT.
           OPEN INPUT AUDIT-WORK-FILE.
           IF NOT WS-WORK-STATUS-OK
               ADD 1 TO WS-WORK-WRITE-ERRORS
               GO TO WRITE-CHRONOLOGICAL-EXTRACT-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-WORK
               READ AUDIT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF-FLAG
                   NOT AT END
                       WRITE AUDIT-EVENT-RECORD FROM AUDIT-WORK-RECORD
                       ADD 1 TO WS-EVENTS-EXTRACTED
                       PERFORM TALLY-PROGRAM
                       PERFORM TALLY-USER
               END-READ
           END-PERFORM.
           CLOSE AUDIT-WORK-FILE.
       WRITE-CHRONOLOGICAL-EXTRACT-EXIT.
           EXIT.

       TALLY-PROGRAM.
           MOVE 'N' TO WS-SLOT-FOUND-FLAG.
           MOVE 0 TO WS-PROGRAM-SCAN.
           PERFORM UNTIL WS-PROGRAM-SCAN = WS-PROGRAM-COUNT
                      OR WS-SLOT-FOUND
               ADD 1 TO WS-PROGRAM-SCAN
               SET WS-PROGRAM-IDX TO WS-PROGRAM-SCAN
               IF WS-PGM-NAME(WS-PROGRAM-IDX) = AW-PROGRAM-NAME
                   MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-SLOT-FOUND
               IF WS-PROGRAM-COUNT < WS-MAX-PROGRAMS
                   ADD 1 TO WS-PROGRAM-COUNT
                   SET WS-PROGRAM-IDX TO WS-PROGRAM-COUNT
                   MOVE AW-PROGRAM-NAME
                       TO WS-PGM-NAME(WS-PROGRAM-IDX)
                   MOVE 0 TO WS-PGM-COUNT(WS-PROGRAM-IDX)
                   MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-PROGRAM-OVERFLOW
               END-IF
           END-IF.
           IF WS-SLOT-FOUND
               ADD 1 TO WS-PGM-COUNT(WS-PROGRAM-IDX)
           END-IF.

       TALLY-USER.
           MOVE 'N' TO WS-SLOT-FOUND-FLAG.
           MOVE 0 TO WS-USER-SCAN.
           PERFORM UNTIL WS-USER-SCAN = WS-USER-COUNT
                      OR WS-SLOT-FOUND
               ADD 1 TO WS-USER-SCAN
               SET WS-USER-IDX TO WS-USER-SCAN
               IF WS-USR-USERID(WS-USER-IDX) = AW-USERID
                   MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-SLOT-FOUND
               IF WS-USER-COUNT < WS-MAX-USERS
                   ADD 1 TO WS-USER-COUNT
                   SET WS-USER-IDX TO WS-USER-COUNT
                   MOVE AW-USERID TO WS-USR-USERID(WS-USER-IDX)
                   MOVE 0 TO WS-USR-COUNT(WS-USER-IDX)
                   MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-USER-OVERFLOW
               END-IF
           END-IF.
           IF WS-SLOT-FOUND
               ADD 1 TO WS-USR-COUNT(WS-USER-IDX)
           END-IF.

      *****************************************************************
      *  THE RUN REPORT: THE SELECTION, WHAT EACH SOURCE GAVE, AND     *
      *  THE EXTRACTED EVENTS BY PROGRAM AND BY USER.                  *
      *****************************************************************
       WRITE-RUN-REPORT.
           WRITE AUDIT-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE WS-FROM-DATE          TO WS-SEL-FROM-DATE.
           MOVE WS-TO-DATE            TO WS-SEL-TO-DATE.
           MOVE WS-SELECT-USERID      TO WS-SEL-USERID.
           MOVE WS-SELECT-ENTITY-TYPE TO WS-SEL-ENTITY-TYPE.
           MOVE WS-SELECT-ENTITY-KEY  TO WS-SEL-ENTITY-KEY.
           WRITE AUDIT-REPORT-LINE FROM WS-SELECTION-LINE.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.

           WRITE AUDIT-REPORT-LINE FROM WS-SOURCE-HEADING.
           MOVE 0 TO WS-SOURCE-SUB.
           PERFORM UNTIL WS-SOURCE-SUB = 7
               ADD 1 TO WS-SOURCE-SUB
               SET WS-SOURCE-IDX TO WS-SOURCE-SUB
               MOVE WS-SRC-NAME(WS-SOURCE-IDX)     TO WS-SRL-NAME
               MOVE WS-SRC-RECORDS(WS-SOURCE-IDX)  TO WS-SRL-RECORDS
               MOVE WS-SRC-EVENTS(WS-SOURCE-IDX)   TO WS-SRL-EVENTS
               MOVE WS-SRC-SELECTED(WS-SOURCE-IDX) TO WS-SRL-SELECTED
               MOVE WS-SRC-UNDATED(WS-SOURCE-IDX)  TO WS-SRL-UNDATED
               IF WS-SRC-PRESENT(WS-SOURCE-IDX)
                   MOVE SPACES TO WS-SRL-ABSENT
               ELSE
                   MOVE 'FILE NOT PRESENT' TO WS-SRL-ABSENT
               END-IF
               WRITE AUDIT-REPORT-LINE FROM WS-SOURCE-LINE
           END-PERFORM.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.

           MOVE 'EVENTS BY PROGRAM' TO WS-CNH-TEXT.
           WRITE AUDIT-REPORT-LINE FROM WS-COUNT-HEADING.
           MOVE 0 TO WS-PROGRAM-SCAN.
           PERFORM UNTIL WS-PROGRAM-SCAN = WS-PROGRAM-COUNT
               ADD 1 TO WS-PROGRAM-SCAN
               SET WS-PROGRAM-IDX TO WS-PROGRAM-SCAN
               IF WS-PGM-NAME(WS-PROGRAM-IDX) = SPACES
                   MOVE '(MANUAL)' TO WS-CNL-NAME
               ELSE
                   MOVE WS-PGM-NAME(WS-PROGRAM-IDX) TO WS-CNL-NAME
               END-IF
               MOVE WS-PGM-COUNT(WS-PROGRAM-IDX) TO WS-CNL-COUNT
               WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
           END-PERFORM.
           IF WS-PROGRAM-OVERFLOW > 0
               MOVE WS-PROGRAM-OVERFLOW TO WS-OVF-COUNT
               MOVE ' EVENTS PAST PROGRAM TABLE BOUND, NOT COUNTED'
                   TO WS-OVF-TEXT
               WRITE AUDIT-REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.

           MOVE 'EVENTS BY USER' TO WS-CNH-TEXT.
           WRITE AUDIT-REPORT-LINE FROM WS-COUNT-HEADING.
           MOVE 0 TO WS-USER-SCAN.
           PERFORM UNTIL WS-USER-SCAN = WS-USER-COUNT
               ADD 1 TO WS-USER-SCAN
               SET WS-USER-IDX TO WS-USER-SCAN
               IF WS-USR-USERID(WS-USER-IDX) = SPACES
                   MOVE '(NONE)' TO WS-CNL-NAME
               ELSE
                   MOVE WS-USR-USERID(WS-USER-IDX) TO WS-CNL-NAME
               END-IF
               MOVE WS-USR-COUNT(WS-USER-IDX) TO WS-CNL-COUNT
               WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
           END-PERFORM.
           IF WS-USER-OVERFLOW > 0
               MOVE WS-USER-OVERFLOW TO WS-OVF-COUNT
               MOVE ' EVENTS PAST USER TABLE BOUND, NOT COUNTED'
                   TO WS-OVF-TEXT
               WRITE AUDIT-REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.

           MOVE WS-EVENTS-EXTRACTED  TO WS-SUM-EXTRACTED.
           MOVE WS-WORK-WRITE-ERRORS TO WS-SUM-WORK-ERRORS.
           WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-LINE.
