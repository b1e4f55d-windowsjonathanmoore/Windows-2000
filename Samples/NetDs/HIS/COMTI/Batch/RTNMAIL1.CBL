      ***********************************************************
      * RTNMAIL1 -- RETURNED-MAIL INTAKE AND RESEARCH WORKLIST      *
      *                                                             *
      * MAIL THE POST OFFICE SENT BACK UNDELIVERABLE WENT IN A BIN  *
      * IN THE MAIL ROOM, AND NOTHING IN THIS SYSTEM KNEW -- THE    *
      * NEXT CYCLE'S STATEMENT, DUNNING LETTER OR REFUND CHECK WENT *
      * STRAIGHT BACK OUT TO THE SAME DEAD ADDRESS. THIS JOB READS  *
      * THE RETURNED-MAIL FILE (RTNMAIL): THE PIECES THE MAIL ROOM  *
      * KEYS, AND THE POSTAL SERVICE'S OWN RETURN FILE, CONCATENATED*
      * IN THE ONE LAYOUT WITH A SOURCE CODE SAYING WHICH IS WHICH. *
      * EACH RETURNED PIECE SETS CD-BAD-ADDRESS-FLAG AND THE DATE OF*
      * THE RETURN ON THE CUSTDEMO.cpy MASTER THROUGH THE USUAL     *
      * STAMP-AND-JOURNAL REWRITE; A CUSTOMER ALREADY FLAGGED KEEPS *
      * THE DATE OF THE FIRST RETURN. EVERY PIECE IS LISTED ON THE  *
      * INTAKE REGISTER, AND ONE FOR A CUSTOMER NOT ON THE MASTER IS*
      * REJECTED THERE FOR THE MAIL ROOM TO LOOK UP BY HAND.        *
      *                                                             *
      * WHILE THE FLAG IS SET STMTGEN1, DUNLTR01, AUDCNF01 AND      *
      * REFUND01 HOLD THE CUSTOMER'S DOCUMENTS AND RECORD EACH ONE  *
      * ON THE RETURNED-MAIL SKIP FILE (MAILSKIP.cpy, THROUGH       *
      * WRITEMAILSKIP). THIS JOB LISTS THAT FILE AS THE SKIP REPORT *
      * AND THEN STARTS IT AFRESH, SO EACH RUN REPORTS THE DOCUMENTS*
      * HELD SINCE THE LAST.                                        *
      *                                                             *
      * LAST, IT WALKS THE WHOLE MASTER FOR EVERY CUSTOMER STILL    *
      * FLAGGED AND WRITES THE ADDRESS RESEARCH WORKLIST: ONE       *
      * SECTION PER ACTIVE COLLECTOR ON COLLMAST, ROUTED THROUGH    *
      * COLLASGN THE SAME WAY COLWRK01 ROUTES, WITH A FINAL         *
      * UNASSIGNED SECTION FOR THE REST. EACH LINE SHOWS HOW LONG   *
      * THE ADDRESS HAS BEEN BAD AND WHAT IS BEING HELD FOR IT; A   *
      * CUSTOMER FLAGGED BY THIS RUN IS MARKED NEW. THE COLLECTOR   *
      * FINDS THE NEW ADDRESS AND CORRECTS IT THROUGH CUSTMNT, WHICH*
      * CLEARS THE FLAG AND RELEASES THE HELD DOCUMENTS ON THEIR    *
      * NEXT RUN.                                                   *
      *                                                             *
      * NO CUSTOMER MASTER GRADES CONDITION CODE 8. A REJECTED      *
      * RETURN, A MISSING COLLECTOR MASTER OR ASSIGNMENT FILE       *
      * (EVERYTHING THEN LISTS AS UNASSIGNED), OR MORE FLAGGED      *
      * CUSTOMERS THAN THE WORKLIST TABLE HOLDS GRADES 4.           *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMAIL1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-FILE ASSIGN TO RTNMAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT COLLECTOR-MASTER-FILE ASSIGN TO COLLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-COLLECTOR-ID
               FILE STATUS IS WS-COLLECTOR-STATUS.
           SELECT COLLECTOR-ASSIGNMENT-FILE ASSIGN TO COLLASGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-CUSTOMER-NUMBER
               FILE STATUS IS WS-ASSIGNMENT-STATUS.
           SELECT MAIL-SKIP-FILE ASSIGN TO MAILSKIP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKIP-STATUS.
           SELECT RETURNED-MAIL-REPORT-FILE ASSIGN TO RTNMLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  ONE RETURNED PIECE. THE MAIL ROOM KEYS THE CUSTOMER NUMBER
      *  FROM THE ENVELOPE'S ADDRESS BLOCK; THE POSTAL RETURN FILE
      *  IS CONVERTED TO THE SAME LAYOUT FROM THE KEYLINE PRINTED
      *  ABOVE THE ADDRESS. A ZERO OR UNUSABLE RETURN DATE IS TAKEN
      *  AS TODAY.
       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-RECORD.
           05  RM-CUSTOMER-NUMBER            PIC X(9).
           05  RM-CUSTOMER-NUMBER-N REDEFINES RM-CUSTOMER-NUMBER
                                             PIC 9(9).
           05  RM-RETURN-DATE                PIC 9(8).
           05  RM-DOCUMENT-TYPE              PIC X(1).
               88  RM-RETURNED-STATEMENT         VALUE 'S'.
               88  RM-RETURNED-DUNNING-LETTER    VALUE 'D'.
               88  RM-RETURNED-CONFIRMATION      VALUE 'C'.
               88  RM-RETURNED-REFUND-CHECK      VALUE 'R'.
           05  RM-RETURN-SOURCE              PIC X(1).
               88  RM-FROM-MAIL-ROOM             VALUE 'M'.
               88  RM-FROM-POSTAL-FILE           VALUE 'P'.
           05  RM-RETURN-REASON              PIC X(30).
           05  FILLER                        PIC X(31).

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  COLLECTOR-MASTER-FILE.
           COPY COLLMAST.

       FD  COLLECTOR-ASSIGNMENT-FILE.
           COPY COLLASGN.

       FD  MAIL-SKIP-FILE.
           COPY MAILSKIP.

       FD  RETURNED-MAIL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RETURNED-MAIL-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RETURN-EOF-FLAG                PIC X VALUE 'N'.
           88  WS-NO-MORE-RETURNS            VALUE 'Y'.
       01  WS-SKIP-EOF-FLAG                  PIC X VALUE 'N'.
           88  WS-NO-MORE-SKIPS              VALUE 'Y'.

      *  THE CUSTOMER MASTER IS THE POINT OF THE JOB. THE RETURNED-
      *  MAIL AND SKIP FILES ARE OPTIONAL IN THE USUAL WAY -- NO
      *  FILE JUST MEANS NOTHING CAME BACK, OR NOTHING WAS HELD.
      *  WITHOUT THE COLLECTOR FILES THE WORKLIST STILL PRINTS, ALL
      *  OF IT IN THE UNASSIGNED SECTION.
       01  WS-RETURN-STATUS                  PIC X(2).
           88  WS-RETURN-STATUS-OK           VALUE '00'.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-STATUS-OK             VALUE '00'.
       01  WS-COLLECTOR-STATUS               PIC X(2).
           88  WS-COLLECTOR-STATUS-OK        VALUE '00'.
       01  WS-ASSIGNMENT-STATUS              PIC X(2).
           88  WS-ASSIGNMENT-STATUS-OK       VALUE '00'.
       01  WS-SKIP-STATUS                    PIC X(2).
           88  WS-SKIP-STATUS-OK             VALUE '00'.

       01  WS-RETURN-FILE-FLAG               PIC X VALUE 'N'.
           88  WS-RETURN-FILE-PRESENT        VALUE 'Y'.
       01  WS-ROUTING-FILE-FLAG              PIC X VALUE 'N'.
           88  WS-ROUTING-FILES-PRESENT      VALUE 'Y'.
       01  WS-SKIP-FILE-FLAG                 PIC X VALUE 'N'.
           88  WS-SKIP-FILE-PRESENT          VALUE 'Y'.

       01  WS-FOUND-FLAG                     PIC X.
           88  WS-RECORD-FOUND               VALUE 'Y'.
       01  WS-MORE-CUSTOMERS                 PIC X.
           88  MORE-CUSTOMER-RECORDS         VALUE 'Y'.
       01  WS-MORE-COLLECTORS                PIC X.
           88  MORE-COLLECTOR-RECORDS        VALUE 'Y'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-INTEGER-DATE             PIC S9(9) COMP.
       01  WS-RETURN-JULIAN                  PIC 9(7).
       01  WS-SINCE-YYYYMMDD                 PIC 9(8).
       01  WS-DAYS-FLAGGED                   PIC S9(9) COMP.
       01  WS-MODIFICATION-STAMP             PIC 9(14).
       01  WS-ROUTE-COLLECTOR-ID             PIC X(8).

      *  EVERY FLAG REWRITE IS JOURNALED THROUGH WRITECUSTJOURNAL
      *  SO CUSTRCV1 CAN ROLL A RESTORED DEMOGRAPHIC MASTER FORWARD.
       01  WS-JOURNAL-ACTION                 PIC X(1) VALUE 'R'.
       01  WS-JOURNAL-PROGRAM                PIC X(8)
                                              VALUE 'RTNMAIL1'.
       01  WS-JOURNAL-BEFORE                 PIC X(300).
       01  WS-JOURNAL-AFTER                  PIC X(300).

      *  EVERY CUSTOMER STILL FLAGGED, IN CUSTOMER-NUMBER ORDER AS
      *  THE MASTER IS WALKED, WITH WHAT THE SKIP FILE SAYS IS HELD
      *  FOR THEM -- SAME BOUNDED-TABLE-AND-CAP APPROACH AS
      *  COLWRK01'S ACCOUNT TABLE. A COLLECTOR ID OF SPACES IS THE
      *  UNASSIGNED SECTION.
       01  WS-MAX-ACCOUNTS                   PIC 9(4) COMP VALUE 5000.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 5000 TIMES
                                       INDEXED BY WS-ACCOUNT-IDX.
               10  WS-ACT-COLLECTOR-ID       PIC X(8).
               10  WS-ACT-CUSTOMER-NUMBER    PIC 9(9).
               10  WS-ACT-CUSTOMER-NAME      PIC X(30).
               10  WS-ACT-CUSTOMER-PHONE     PIC X(14).
               10  WS-ACT-SINCE-DATE         PIC 9(8).
               10  WS-ACT-DAYS-FLAGGED       PIC S9(5) COMP-3.
               10  WS-ACT-HELD-COUNT         PIC 9(4) COMP.
               10  WS-ACT-HELD-AMOUNT        PIC S9(13)V9(2) COMP-3.
               10  WS-ACT-NEW-FLAG           PIC X.
                   88  WS-ACT-FLAGGED-THIS-RUN   VALUE 'Y'.
       01  WS-ACCOUNT-COUNT                  PIC 9(4) COMP VALUE 0.
       01  WS-ACCOUNT-OVERFLOW               PIC 9(9) COMP VALUE 0.
       01  WS-ACCOUNT-SCAN                   PIC 9(4) COMP.
       01  WS-ACCOUNT-SLOT                   PIC 9(4) COMP.
       01  WS-SECTION-COLLECTOR-ID           PIC X(8).
       01  WS-SECTION-COUNT                  PIC 9(4) COMP.
       01  WS-SECTION-HELD                   PIC 9(5) COMP.

       01  WS-COUNTERS.
           05  WS-RETURNS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-CUSTOMERS-FLAGGED          PIC 9(9) COMP VALUE 0.
           05  WS-ALREADY-FLAGGED            PIC 9(9) COMP VALUE 0.
           05  WS-RETURNS-REJECTED           PIC 9(9) COMP VALUE 0.
           05  WS-SKIPS-LISTED               PIC 9(9) COMP VALUE 0.
           05  WS-SKIPS-SINCE-CORRECTED      PIC 9(9) COMP VALUE 0.
           05  WS-SKIPS-TOTAL                PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-CUSTOMERS-UNASSIGNED       PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'RETURNED-MAIL INTAKE REGISTER'.
           05  FILLER                        PIC X(10)
               VALUE 'RUN DATE: '.
           05  WS-TTL-RUN-DATE               PIC 9(8).

       01  WS-INTAKE-HEADING-LINE.
           05  FILLER                        PIC X(36)
               VALUE 'CUSTOMER   NAME                     '.
           05  FILLER                        PIC X(36)
               VALUE 'DOCUMENT      SOURCE     RETURNED  '.
           05  FILLER                        PIC X(36)
               VALUE 'REASON / DISPOSITION'.

       01  WS-INTAKE-LINE.
           05  WS-INT-CUSTOMER-NUMBER        PIC X(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-INT-CUSTOMER-NAME          PIC X(23).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-INT-DOCUMENT               PIC X(12).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-INT-SOURCE                 PIC X(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-INT-RETURN-DATE            PIC 9(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-INT-REASON                 PIC X(30).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-INT-DISPOSITION            PIC X(29).

       01  WS-SKIP-TITLE-LINE.
           05  FILLER                        PIC X(60)
               VALUE 'DOCUMENTS HELD FOR A BAD ADDRESS'.

       01  WS-SKIP-HEADING-LINE.
           05  FILLER                        PIC X(36)
               VALUE 'CUSTOMER   NAME                  DOC'.
           05  FILLER                        PIC X(36)
               VALUE 'UMENT      HELD BY   ON DATE       '.
           05  FILLER                        PIC X(36)
               VALUE '    AMOUNT HELD'.

       01  WS-SKIP-LINE.
           05  WS-SKP-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SKP-LAST-NAME              PIC X(20).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SKP-DOCUMENT               PIC X(12).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SKP-PROGRAM                PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SKP-SKIP-DATE              PIC 9(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SKP-AMOUNT                 PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SKP-NOTE                   PIC X(30).

       01  WS-NO-SKIPS-LINE.
           05  FILLER                        PIC X(44)
               VALUE '    NO DOCUMENTS WERE HELD'.

       01  WS-WORKLIST-TITLE-LINE.
           05  FILLER                        PIC X(60)
               VALUE 'BAD-ADDRESS RESEARCH WORKLIST'.

       01  WS-SECTION-LINE.
           05  FILLER                        PIC X(11)
               VALUE 'COLLECTOR: '.
           05  WS-SEC-COLLECTOR-ID           PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-SEC-COLLECTOR-NAME         PIC X(31).

       01  WS-COLUMN-LINE.
           05  FILLER                        PIC X(36)
               VALUE 'CUSTOMER   NAME                     '.
           05  FILLER                        PIC X(36)
               VALUE '      PHONE           BAD SINCE   DA'.
           05  FILLER                        PIC X(36)
               VALUE 'YS  HELD      AMOUNT HELD'.

       01  WS-WORKLIST-LINE.
           05  WS-WRK-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-WRK-CUSTOMER-NAME          PIC X(30).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-WRK-CUSTOMER-PHONE         PIC X(14).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-WRK-SINCE-DATE             PIC 9(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-WRK-DAYS-FLAGGED           PIC ZZ,ZZ9.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-WRK-HELD-COUNT             PIC ZZZ9.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-WRK-HELD-AMOUNT            PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-WRK-NEW-FLAG               PIC X(3).

       01  WS-NAME-WORK.
           05  WS-NAM-LAST-NAME              PIC X(20).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-NAM-FIRST-NAME             PIC X(9).

       01  WS-EMPTY-SECTION-LINE.
           05  FILLER                        PIC X(44)
               VALUE '    NO ADDRESSES TO RESEARCH'.

       01  WS-SECTION-TOTAL-LINE.
           05  FILLER                        PIC X(20)
               VALUE '    CUSTOMERS:      '.
           05  WS-SEC-CUSTOMERS              PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'DOCUMENTS HELD:     '.
           05  WS-SEC-HELD                   PIC ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(24)
               VALUE 'RETURNED PIECES READ:   '.
           05  WS-SUM-RETURNS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'CUSTOMERS FLAGGED:      '.
           05  WS-SUM-FLAGGED                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'ALREADY FLAGGED:        '.
           05  WS-SUM-ALREADY                PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(24)
               VALUE 'RETURNS REJECTED:       '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'DOCUMENTS HELD:         '.
           05  WS-SUM-SKIPS                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'AMOUNT HELD:            '.
           05  WS-SUM-SKIPS-TOTAL            PIC -(12)9.99.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                        PIC X(24)
               VALUE 'ADDRESSES TO RESEARCH:  '.
           05  WS-SUM-TO-RESEARCH            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'UNASSIGNED:             '.
           05  WS-SUM-UNASSIGNED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'CUSTOMERS OVER TABLE:   '.
           05  WS-SUM-OVERFLOW               PIC ZZZ,ZZZ,ZZ9.

       01  WS-NO-MASTER-LINE.
           05  FILLER                        PIC X(52)
               VALUE 'CUSTOMER MASTER UNAVAILABLE -- NOTHING FLAGGED'.

       01  WS-NO-ROUTING-LINE.
           05  FILLER                        PIC X(60)
               VALUE 'NO COLLECTOR FILES -- ALL UNASSIGNED'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-MODIFICATION-STAMP.

           OPEN OUTPUT RETURNED-MAIL-REPORT-FILE.
           MOVE WS-TODAY-YYYYMMDD TO WS-TTL-RUN-DATE.
           WRITE RETURNED-MAIL-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO RETURNED-MAIL-REPORT-LINE.
           WRITE RETURNED-MAIL-REPORT-LINE.

           OPEN I-O CUSTOMER-DEMOGRAPHIC-FILE.
           IF NOT WS-DEMO-STATUS-OK
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
               WRITE RETURNED-MAIL-REPORT-LINE FROM WS-NO-MASTER-LINE
               CLOSE RETURNED-MAIL-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT COLLECTOR-MASTER-FILE
                      COLLECTOR-ASSIGNMENT-FILE.
           IF WS-COLLECTOR-STATUS-OK AND WS-ASSIGNMENT-STATUS-OK
               SET WS-ROUTING-FILES-PRESENT TO TRUE
           ELSE
               CLOSE COLLECTOR-MASTER-FILE
                     COLLECTOR-ASSIGNMENT-FILE
           END-IF.

      *  PART 1 -- THE RETURNED PIECES.
           WRITE RETURNED-MAIL-REPORT-LINE FROM WS-INTAKE-HEADING-LINE.
           MOVE SPACES TO RETURNED-MAIL-REPORT-LINE.
           WRITE RETURNED-MAIL-REPORT-LINE.

           OPEN INPUT RETURNED-MAIL-FILE.
           IF WS-RETURN-STATUS-OK
               SET WS-RETURN-FILE-PRESENT TO TRUE
               PERFORM READ-NEXT-RETURN
               PERFORM UNTIL WS-NO-MORE-RETURNS
                   ADD 1 TO WS-RETURNS-READ
                   PERFORM APPLY-ONE-RETURN THRU
                           APPLY-ONE-RETURN-EXIT
                   PERFORM READ-NEXT-RETURN
               END-PERFORM
               CLOSE RETURNED-MAIL-FILE
           ELSE
               CLOSE RETURNED-MAIL-FILE
           END-IF.

      *  PART 2 NEEDS THE TABLE OF FLAGGED CUSTOMERS TO TALLY THE
      *  HELD DOCUMENTS AGAINST, SO THE MASTER IS WALKED FIRST.
           PERFORM BUILD-RESEARCH-TABLE.

      *  PART 2 -- THE SKIP REPORT.
           MOVE SPACES TO RETURNED-MAIL-REPORT-LINE.
           WRITE RETURNED-MAIL-REPORT-LINE.
           WRITE RETURNED-MAIL-REPORT-LINE FROM WS-SKIP-TITLE-LINE.
           WRITE RETURNED-MAIL-REPORT-LINE FROM WS-SKIP-HEADING-LINE.
           MOVE SPACES TO RETURNED-MAIL-REPORT-LINE.
           WRITE RETURNED-MAIL-REPORT-LINE.

           OPEN INPUT MAIL-SKIP-FILE.
           IF WS-SKIP-STATUS-OK
               SET WS-SKIP-FILE-PRESENT TO TRUE
               PERFORM READ-NEXT-SKIP
               PERFORM UNTIL WS-NO-MORE-SKIPS
                   PERFORM LIST-ONE-SKIP
                   PERFORM READ-NEXT-SKIP
               END-PERFORM
           END-IF.
           CLOSE MAIL-SKIP-FILE.
           IF WS-SKIPS-LISTED = 0
               WRITE RETURNED-MAIL-REPORT-LINE FROM WS-NO-SKIPS-LINE
           END-IF.

      *  LISTED -- START THE SKIP FILE AFRESH FOR THE NEXT RUN.
           IF WS-SKIP-FILE-PRESENT
               OPEN OUTPUT MAIL-SKIP-FILE
               CLOSE MAIL-SKIP-FILE
           END-IF.

      *  PART 3 -- THE RESEARCH WORKLIST, ONE SECTION PER ACTIVE
      *  COLLECTOR IN COLLECTOR-ID ORDER.
           MOVE SPACES TO RETURNED-MAIL-REPORT-LINE.
           WRITE RETURNED-MAIL-REPORT-LINE.
           WRITE RETURNED-MAIL-REPORT-LINE FROM WS-WORKLIST-TITLE-LINE.
           MOVE SPACES TO RETURNED-MAIL-REPORT-LINE.
           WRITE RETURNED-MAIL-REPORT-LINE.

           IF WS-ROUTING-FILES-PRESENT
               MOVE LOW-VALUES TO CL-COLLECTOR-ID
               MOVE 'Y' TO WS-MORE-COLLECTORS
               START COLLECTOR-MASTER-FILE
                   KEY IS NOT LESS THAN CL-COLLECTOR-ID
                   INVALID KEY MOVE 'N' TO WS-MORE-COLLECTORS
               END-START
               PERFORM UNTIL NOT MORE-COLLECTOR-RECORDS
                   READ COLLECTOR-MASTER-FILE NEXT RECORD
                       AT END MOVE 'N' TO WS-MORE-COLLECTORS
                   END-READ
                   IF MORE-COLLECTOR-RECORDS AND CL-COLLECTOR-ACTIVE
                       MOVE CL-COLLECTOR-ID TO WS-SECTION-COLLECTOR-ID
                       MOVE CL-COLLECTOR-ID TO WS-SEC-COLLECTOR-ID
                       MOVE CL-COLLECTOR-NAME
                           TO WS-SEC-COLLECTOR-NAME
                       PERFORM WRITE-RESEARCH-SECTION
                   END-IF
               END-PERFORM
           ELSE
               WRITE RETURNED-MAIL-REPORT-LINE FROM WS-NO-ROUTING-LINE
               MOVE SPACES TO RETURNED-MAIL-REPORT-LINE
               WRITE RETURNED-MAIL-REPORT-LINE
           END-IF.

           IF WS-CUSTOMERS-UNASSIGNED > 0
               MOVE SPACES TO WS-SECTION-COLLECTOR-ID
               MOVE SPACES TO WS-SEC-COLLECTOR-ID
               MOVE '** UNASSIGNED -- ROUTE THESE **'
                   TO WS-SEC-COLLECTOR-NAME
               PERFORM WRITE-RESEARCH-SECTION
           END-IF.

           MOVE SPACES TO RETURNED-MAIL-REPORT-LINE.
           WRITE RETURNED-MAIL-REPORT-LINE.
           MOVE WS-RETURNS-READ         TO WS-SUM-RETURNS.
           MOVE WS-CUSTOMERS-FLAGGED    TO WS-SUM-FLAGGED.
           MOVE WS-ALREADY-FLAGGED      TO WS-SUM-ALREADY.
           WRITE RETURNED-MAIL-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-RETURNS-REJECTED     TO WS-SUM-REJECTED.
           MOVE WS-SKIPS-LISTED         TO WS-SUM-SKIPS.
           MOVE WS-SKIPS-TOTAL          TO WS-SUM-SKIPS-TOTAL.
           WRITE RETURNED-MAIL-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           COMPUTE WS-SUM-TO-RESEARCH =
               WS-ACCOUNT-COUNT + WS-ACCOUNT-OVERFLOW.
           MOVE WS-CUSTOMERS-UNASSIGNED TO WS-SUM-UNASSIGNED.
           MOVE WS-ACCOUNT-OVERFLOW     TO WS-SUM-OVERFLOW.
           WRITE RETURNED-MAIL-REPORT-LINE FROM WS-SUMMARY-LINE-3.

      *  A REJECTED PIECE IS A CUSTOMER STILL BEING MAILED AT A DEAD
      *  ADDRESS; AN UNROUTED OR OVERFLOWED WORKLIST LEAVES ONE
      *  NOBODY IS RESEARCHING -- EITHER IS A WARNING.
           IF WS-RETURNS-REJECTED > 0 OR
              WS-ACCOUNT-OVERFLOW > 0 OR
              NOT WS-ROUTING-FILES-PRESENT
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CUSTOMER-DEMOGRAPHIC-FILE
                 RETURNED-MAIL-REPORT-FILE.
           IF WS-ROUTING-FILES-PRESENT
               CLOSE COLLECTOR-MASTER-FILE
                     COLLECTOR-ASSIGNMENT-FILE
           END-IF.
           GOBACK.

       READ-NEXT-RETURN.
           READ RETURNED-MAIL-FILE
               AT END MOVE 'Y' TO WS-RETURN-EOF-FLAG
           END-READ.

       READ-NEXT-SKIP.
           READ MAIL-SKIP-FILE
               AT END MOVE 'Y' TO WS-SKIP-EOF-FLAG
           END-READ.

      *****************************************************************
      *  ONE RETURNED PIECE: FIND THE CUSTOMER AND FLAG THE ADDRESS    *
      *  BAD AS OF THE RETURN DATE, UNLESS IT IS FLAGGED ALREADY --    *
      *  THE FIRST RETURN DATES THE PROBLEM, NOT THE LATEST.           *
      *****************************************************************
       APPLY-ONE-RETURN.
           MOVE RM-CUSTOMER-NUMBER TO WS-INT-CUSTOMER-NUMBER.
           MOVE SPACES             TO WS-INT-CUSTOMER-NAME.
           MOVE RM-RETURN-REASON   TO WS-INT-REASON.
           PERFORM DESCRIBE-RETURNED-PIECE.

           IF RM-RETURN-DATE NUMERIC AND
              RM-RETURN-DATE > 19000101 AND
              RM-RETURN-DATE NOT > WS-TODAY-YYYYMMDD
               MOVE RM-RETURN-DATE    TO WS-INT-RETURN-DATE
           ELSE
               MOVE WS-TODAY-YYYYMMDD TO WS-INT-RETURN-DATE
           END-IF.

           IF RM-CUSTOMER-NUMBER NOT NUMERIC
               ADD 1 TO WS-RETURNS-REJECTED
               MOVE 'REJECTED, NUMBER NOT NUMERIC'
                   TO WS-INT-DISPOSITION
               PERFORM WRITE-INTAKE-LINE
               GO TO APPLY-ONE-RETURN-EXIT
           END-IF.

           MOVE RM-CUSTOMER-NUMBER-N TO CD-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-FOUND-FLAG.
           READ CUSTOMER-DEMOGRAPHIC-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
           END-READ.
           IF NOT WS-RECORD-FOUND
               ADD 1 TO WS-RETURNS-REJECTED
               MOVE 'REJECTED, NOT ON CUSTDEMO'
                   TO WS-INT-DISPOSITION
               PERFORM WRITE-INTAKE-LINE
               GO TO APPLY-ONE-RETURN-EXIT
           END-IF.

           MOVE CD-LAST-NAME TO WS-INT-CUSTOMER-NAME.

           IF CD-ADDRESS-BAD
               ADD 1 TO WS-ALREADY-FLAGGED
               MOVE 'ALREADY FLAGGED' TO WS-INT-DISPOSITION
               PERFORM WRITE-INTAKE-LINE
               GO TO APPLY-ONE-RETURN-EXIT
           END-IF.

           COMPUTE WS-RETURN-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-INT-RETURN-DATE)).

           MOVE CUSTOMER-DEMOGRAPHIC-RECORD TO WS-JOURNAL-BEFORE.
           SET CD-ADDRESS-BAD TO TRUE.
           MOVE WS-RETURN-JULIAN      TO CD-BAD-ADDRESS-DATE.
           MOVE WS-MODIFICATION-STAMP TO CD-MODIFICATION-STAMP.
           REWRITE CUSTOMER-DEMOGRAPHIC-RECORD.
           MOVE CUSTOMER-DEMOGRAPHIC-RECORD TO WS-JOURNAL-AFTER.
           CALL 'WRITECUSTJOURNAL' USING WS-JOURNAL-ACTION
                                         WS-JOURNAL-PROGRAM
                                         WS-JOURNAL-BEFORE
                                         WS-JOURNAL-AFTER.

           ADD 1 TO WS-CUSTOMERS-FLAGGED.
           MOVE 'ADDRESS FLAGGED BAD' TO WS-INT-DISPOSITION.
           PERFORM WRITE-INTAKE-LINE.

       APPLY-ONE-RETURN-EXIT.
           EXIT.

       DESCRIBE-RETURNED-PIECE.
           EVALUATE TRUE
               WHEN RM-RETURNED-STATEMENT
                   MOVE 'STATEMENT'    TO WS-INT-DOCUMENT
               WHEN RM-RETURNED-DUNNING-LETTER
                   MOVE 'DUNNING'      TO WS-INT-DOCUMENT
               WHEN RM-RETURNED-CONFIRMATION
                   MOVE 'CONFIRMATION' TO WS-INT-DOCUMENT
               WHEN RM-RETURNED-REFUND-CHECK
                   MOVE 'REFUND CHECK' TO WS-INT-DOCUMENT
               WHEN OTHER
                   MOVE 'OTHER'        TO WS-INT-DOCUMENT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN RM-FROM-MAIL-ROOM
                   MOVE 'MAIL ROOM' TO WS-INT-SOURCE
               WHEN RM-FROM-POSTAL-FILE
                   MOVE 'POSTAL'    TO WS-INT-SOURCE
               WHEN OTHER
                   MOVE 'UNKNOWN'   TO WS-INT-SOURCE
           END-EVALUATE.

       WRITE-INTAKE-LINE.
           WRITE RETURNED-MAIL-REPORT-LINE FROM WS-INTAKE-LINE.

      *****************************************************************
      *  WALK THE WHOLE MASTER IN KEY ORDER AND TABLE EVERY CUSTOMER   *
      *  WHOSE ADDRESS IS STILL FLAGGED, ROUTED TO ITS COLLECTOR. A    *
      *  RECORD THIS RUN REWROTE CARRIES THIS RUN'S MODIFICATION       *
      *  STAMP, WHICH IS HOW A NEWLY FLAGGED CUSTOMER IS TOLD APART.   *
      *****************************************************************
       BUILD-RESEARCH-TABLE.
           MOVE 0 TO CD-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-MORE-CUSTOMERS.
           START CUSTOMER-DEMOGRAPHIC-FILE
               KEY IS NOT LESS THAN CD-CUSTOMER-NUMBER
               INVALID KEY MOVE 'N' TO WS-MORE-CUSTOMERS
           END-START.
           PERFORM UNTIL NOT MORE-CUSTOMER-RECORDS
               READ CUSTOMER-DEMOGRAPHIC-FILE NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-CUSTOMERS
               END-READ
               IF MORE-CUSTOMER-RECORDS AND CD-ADDRESS-BAD
                   PERFORM ADD-FLAGGED-CUSTOMER
               END-IF
           END-PERFORM.

       ADD-FLAGGED-CUSTOMER.
           IF WS-ACCOUNT-COUNT NOT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACCOUNT-OVERFLOW
           ELSE
               PERFORM ROUTE-TO-COLLECTOR
               IF WS-ROUTE-COLLECTOR-ID = SPACES
                   ADD 1 TO WS-CUSTOMERS-UNASSIGNED
               END-IF
               ADD 1 TO WS-ACCOUNT-COUNT
               SET WS-ACCOUNT-IDX TO WS-ACCOUNT-COUNT
               MOVE WS-ROUTE-COLLECTOR-ID
                   TO WS-ACT-COLLECTOR-ID(WS-ACCOUNT-IDX)
               MOVE CD-CUSTOMER-NUMBER
                   TO WS-ACT-CUSTOMER-NUMBER(WS-ACCOUNT-IDX)
               MOVE CD-LAST-NAME  TO WS-NAM-LAST-NAME
               MOVE CD-FIRST-NAME TO WS-NAM-FIRST-NAME
               MOVE WS-NAME-WORK
                   TO WS-ACT-CUSTOMER-NAME(WS-ACCOUNT-IDX)
               MOVE CD-CUSTOMER-PHONE
                   TO WS-ACT-CUSTOMER-PHONE(WS-ACCOUNT-IDX)
               IF CD-BAD-ADDRESS-DATE > 0
                   COMPUTE WS-SINCE-YYYYMMDD =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DAY(
                               CD-BAD-ADDRESS-DATE))
                   COMPUTE WS-DAYS-FLAGGED =
                       WS-TODAY-INTEGER-DATE -
                       FUNCTION INTEGER-OF-DAY(CD-BAD-ADDRESS-DATE)
               ELSE
                   MOVE 0 TO WS-SINCE-YYYYMMDD
                   MOVE 0 TO WS-DAYS-FLAGGED
               END-IF
               MOVE WS-SINCE-YYYYMMDD
                   TO WS-ACT-SINCE-DATE(WS-ACCOUNT-IDX)
               MOVE WS-DAYS-FLAGGED
                   TO WS-ACT-DAYS-FLAGGED(WS-ACCOUNT-IDX)
               MOVE 0 TO WS-ACT-HELD-COUNT(WS-ACCOUNT-IDX)
               MOVE 0 TO WS-ACT-HELD-AMOUNT(WS-ACCOUNT-IDX)
               IF CD-MODIFICATION-STAMP = WS-MODIFICATION-STAMP
                   MOVE 'Y' TO WS-ACT-NEW-FLAG(WS-ACCOUNT-IDX)
               ELSE
                   MOVE 'N' TO WS-ACT-NEW-FLAG(WS-ACCOUNT-IDX)
               END-IF
           END-IF.

      *  THE ASSIGNED COLLECTOR, OR SPACES WHEN THERE IS NO
      *  ASSIGNMENT OR THE COLLECTOR IS NO LONGER ACTIVE -- THOSE
      *  CUSTOMERS GO TO THE UNASSIGNED SECTION.
       ROUTE-TO-COLLECTOR.
           MOVE SPACES TO WS-ROUTE-COLLECTOR-ID.
           IF WS-ROUTING-FILES-PRESENT
               MOVE CD-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-FOUND-FLAG
               READ COLLECTOR-ASSIGNMENT-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               END-READ
               IF WS-RECORD-FOUND
                   MOVE CA-COLLECTOR-ID TO CL-COLLECTOR-ID
                   READ COLLECTOR-MASTER-FILE
                       INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
                   END-READ
               END-IF
               IF WS-RECORD-FOUND AND CL-COLLECTOR-ACTIVE
                   MOVE CA-COLLECTOR-ID TO WS-ROUTE-COLLECTOR-ID
               END-IF
           END-IF.

      *  ONE HELD DOCUMENT: LIST IT AND TALLY IT AGAINST THE
      *  CUSTOMER'S WORKLIST ENTRY. ONE WHOSE ADDRESS HAS BEEN
      *  CORRECTED SINCE IS NOTED -- IT GOES OUT ON ITS NEXT RUN.
       LIST-ONE-SKIP.
           ADD 1 TO WS-SKIPS-LISTED.
           ADD MS-DOCUMENT-AMOUNT TO WS-SKIPS-TOTAL.
           MOVE MS-CUSTOMER-NUMBER TO WS-SKP-CUSTOMER-NUMBER.
           MOVE MS-LAST-NAME       TO WS-SKP-LAST-NAME.
           MOVE MS-CALLER-PROGRAM  TO WS-SKP-PROGRAM.
           MOVE MS-SKIP-DATE       TO WS-SKP-SKIP-DATE.
           MOVE MS-DOCUMENT-AMOUNT TO WS-SKP-AMOUNT.
           EVALUATE TRUE
               WHEN MS-SKIPPED-STATEMENT
                   MOVE 'STATEMENT'    TO WS-SKP-DOCUMENT
               WHEN MS-SKIPPED-DUNNING-LETTER
                   MOVE 'DUNNING'      TO WS-SKP-DOCUMENT
               WHEN MS-SKIPPED-CONFIRMATION
                   MOVE 'CONFIRMATION' TO WS-SKP-DOCUMENT
               WHEN MS-SKIPPED-REFUND-CHECK
                   MOVE 'REFUND CHECK' TO WS-SKP-DOCUMENT
               WHEN OTHER
                   MOVE 'OTHER'        TO WS-SKP-DOCUMENT
           END-EVALUATE.

           PERFORM FIND-ACCOUNT-SLOT.
           IF WS-ACCOUNT-SLOT > 0
               SET WS-ACCOUNT-IDX TO WS-ACCOUNT-SLOT
               ADD 1 TO WS-ACT-HELD-COUNT(WS-ACCOUNT-IDX)
               ADD MS-DOCUMENT-AMOUNT
                   TO WS-ACT-HELD-AMOUNT(WS-ACCOUNT-IDX)
               MOVE SPACES TO WS-SKP-NOTE
           ELSE
               ADD 1 TO WS-SKIPS-SINCE-CORRECTED
               MOVE 'ADDRESS SINCE CORRECTED' TO WS-SKP-NOTE
           END-IF.
           WRITE RETURNED-MAIL-REPORT-LINE FROM WS-SKIP-LINE.

       FIND-ACCOUNT-SLOT.
           MOVE 0 TO WS-ACCOUNT-SLOT.
           MOVE 0 TO WS-ACCOUNT-SCAN.
           PERFORM UNTIL WS-ACCOUNT-SCAN = WS-ACCOUNT-COUNT OR
                         WS-ACCOUNT-SLOT > 0
               ADD 1 TO WS-ACCOUNT-SCAN
               SET WS-ACCOUNT-IDX TO WS-ACCOUNT-SCAN
               IF WS-ACT-CUSTOMER-NUMBER(WS-ACCOUNT-IDX) =
                      MS-CUSTOMER-NUMBER
                   MOVE WS-ACCOUNT-SCAN TO WS-ACCOUNT-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      *  ONE COLLECTOR'S RESEARCH LIST, IN CUSTOMER-NUMBER ORDER --    *
      *  THE ORDER THE TABLE WAS BUILT IN.                             *
      *****************************************************************
       WRITE-RESEARCH-SECTION.
           WRITE RETURNED-MAIL-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RETURNED-MAIL-REPORT-LINE FROM WS-COLUMN-LINE.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE 0 TO WS-SECTION-HELD.

           MOVE 0 TO WS-ACCOUNT-SCAN.
           PERFORM UNTIL WS-ACCOUNT-SCAN = WS-ACCOUNT-COUNT
               ADD 1 TO WS-ACCOUNT-SCAN
               SET WS-ACCOUNT-IDX TO WS-ACCOUNT-SCAN
               IF WS-ACT-COLLECTOR-ID(WS-ACCOUNT-IDX) =
                      WS-SECTION-COLLECTOR-ID
                   ADD 1 TO WS-SECTION-COUNT
                   ADD WS-ACT-HELD-COUNT(WS-ACCOUNT-IDX)
                       TO WS-SECTION-HELD
                   PERFORM WRITE-RESEARCH-LINE
               END-IF
           END-PERFORM.

           IF WS-SECTION-COUNT = 0
               WRITE RETURNED-MAIL-REPORT-LINE
                   FROM WS-EMPTY-SECTION-LINE
           ELSE
               MOVE WS-SECTION-COUNT TO WS-SEC-CUSTOMERS
               MOVE WS-SECTION-HELD  TO WS-SEC-HELD
               WRITE RETURNED-MAIL-REPORT-LINE
                   FROM WS-SECTION-TOTAL-LINE
           END-IF.
           MOVE SPACES TO RETURNED-MAIL-REPORT-LINE.
           WRITE RETURNED-MAIL-REPORT-LINE.

       WRITE-RESEARCH-LINE.
           MOVE WS-ACT-CUSTOMER-NUMBER(WS-ACCOUNT-IDX)
               TO WS-WRK-CUSTOMER-NUMBER.
           MOVE WS-ACT-CUSTOMER-NAME(WS-ACCOUNT-IDX)
               TO WS-WRK-CUSTOMER-NAME.
           MOVE WS-ACT-CUSTOMER-PHONE(WS-ACCOUNT-IDX)
               TO WS-WRK-CUSTOMER-PHONE.
           MOVE WS-ACT-SINCE-DATE(WS-ACCOUNT-IDX)
               TO WS-WRK-SINCE-DATE.
           MOVE WS-ACT-DAYS-FLAGGED(WS-ACCOUNT-IDX)
               TO WS-WRK-DAYS-FLAGGED.
           MOVE WS-ACT-HELD-COUNT(WS-ACCOUNT-IDX)
               TO WS-WRK-HELD-COUNT.
           MOVE WS-ACT-HELD-AMOUNT(WS-ACCOUNT-IDX)
               TO WS-WRK-HELD-AMOUNT.
           IF WS-ACT-FLAGGED-THIS-RUN(WS-ACCOUNT-IDX)
               MOVE 'NEW' TO WS-WRK-NEW-FLAG
           ELSE
               MOVE SPACES TO WS-WRK-NEW-FLAG
           END-IF.
           WRITE RETURNED-MAIL-REPORT-LINE FROM WS-WORKLIST-LINE.
