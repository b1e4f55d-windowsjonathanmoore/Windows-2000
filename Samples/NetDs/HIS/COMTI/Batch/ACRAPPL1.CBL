      ***********************************************************
      * ACRAPPL1 -- PROPOSE REMOVAL OF UNCERTIFIED ACCESS            *
      *                                                              *
      * THE COMPANION TO ACRCRT01'S QUARTERLY RECERTIFICATION: READS *
      * THE ACRSIGN SIGN-OFF FILE THE MANAGERS RETURNED AND PROPOSES *
      * THE DELETION OF EVERY PROFILE MARKED FOR REMOVAL, AND --     *
      * ONCE THE ROW'S DEADLINE HAS PASSED -- OF EVERY PROFILE       *
      * NOBODY CERTIFIED. A ROW CERTIFIED WITHOUT A CERTIFIER, OR BY *
      * THE USERID ITSELF, IS NOT A CERTIFICATION.                   *
      *                                                              *
      * THE PROPOSAL IS THE SAME AUTHPEND DELETE RECORD AUTHMNT'S    *
      * 'P' ACTION WRITES, REQUESTED BY ACRAPPL1, SO THE LIVE        *
      * PROFILE IS ONLY EVER REMOVED WHEN A SECURITY OPERATOR        *
      * APPROVES IT THROUGH AUTHMNT -- THE BATCH JOB NEVER TOUCHES   *
      * AUTHPROF ITSELF. A PROFILE ALREADY GONE IS REPORTED AND      *
      * SKIPPED; ONE WITH A CHANGE ALREADY PENDING IS LEFT FOR THAT  *
      * CHANGE TO BE SETTLED AND IS RETURN-CODE 4, AS IS NO SIGN-OFF *
      * FILE AT ALL. NO AUTHPROF OR AUTHPEND FILE IS RETURN-CODE 8.  *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACRAPPL1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNOFF-FILE ASSIGN TO ACRSIGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-STATUS.
           SELECT AUTH-PROFILE-FILE ASSIGN TO AUTHPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AU-USERID
               FILE STATUS IS WS-AUTHPROF-STATUS.
           SELECT AUTH-PENDING-FILE ASSIGN TO AUTHPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-USERID
               FILE STATUS IS WS-AUTHPEND-STATUS.
           SELECT AUDIT-REPORT-FILE ASSIGN TO ACRAPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNOFF-FILE.
           COPY ACRSIGN.

       FD  AUTH-PROFILE-FILE.
           COPY AUTHPROF.

       FD  AUTH-PENDING-FILE.
           COPY AUTHPEND.

       FD  AUDIT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  AUDIT-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SIGNOFF-STATUS                 PIC X(2).
           88  WS-SIGNOFF-STATUS-OK          VALUE '00'.
       01  WS-AUTHPROF-STATUS                PIC X(2).
           88  WS-AUTHPROF-STATUS-OK         VALUE '00'.
       01  WS-AUTHPEND-STATUS                PIC X(2).
           88  WS-AUTHPEND-STATUS-OK         VALUE '00'.
       01  WS-SIGNOFF-PRESENT-FLAG           PIC X VALUE 'N'.
           88  WS-SIGNOFF-PRESENT            VALUE 'Y'.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-ROWS               VALUE 'Y'.

      *  THE PENDING CHANGES CARRY THIS JOB'S NAME AS REQUESTER --
      *  ANY SECURITY OPERATOR MAY BE THE SECOND PAIR OF EYES.
       01  WS-REQUESTER                      PIC X(8) VALUE 'ACRAPPL1'.
       01  WS-TODAY-YYYYMMDD                 PIC 9(8).

       01  WS-COUNTERS.
           05  WS-ROWS-READ                  PIC 9(9) COMP VALUE 0.
           05  WS-CERTIFIED                  PIC 9(9) COMP VALUE 0.
           05  WS-AWAITING-SIGNOFF           PIC 9(9) COMP VALUE 0.
           05  WS-REMOVALS-PROPOSED          PIC 9(9) COMP VALUE 0.
           05  WS-ALREADY-PENDING            PIC 9(9) COMP VALUE 0.
           05  WS-ALREADY-REMOVED            PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'ACCESS RECERTIFICATION REMOVAL PROPOSALS'.
           05  FILLER                        PIC X(10)
               VALUE 'RUN DATE: '.
           05  WS-TTL-RUN-DATE               PIC 9(8).

       01  WS-DETAIL-LINE.
           05  WS-DTL-USERID                 PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'DEADLINE: '.
           05  WS-DTL-DEADLINE               PIC 9(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'DECISION: '.
           05  WS-DTL-DECISION               PIC X(1).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-CERTIFIED-BY           PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-MESSAGE                PIC X(44).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(20)
               VALUE 'ROWS READ:          '.
           05  WS-SUM-READ                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'CERTIFIED:          '.
           05  WS-SUM-CERTIFIED              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'AWAITING SIGN-OFF:  '.
           05  WS-SUM-AWAITING               PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(20)
               VALUE 'REMOVALS PROPOSED:  '.
           05  WS-SUM-PROPOSED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'CHANGE PENDING:     '.
           05  WS-SUM-PENDING                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'ALREADY REMOVED:    '.
           05  WS-SUM-REMOVED                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.

           OPEN INPUT AUTH-PROFILE-FILE.
           IF NOT WS-AUTHPROF-STATUS-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O AUTH-PENDING-FILE.
           IF NOT WS-AUTHPEND-STATUS-OK
               CLOSE AUTH-PROFILE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SIGNOFF-FILE.
           IF WS-SIGNOFF-STATUS-OK
               SET WS-SIGNOFF-PRESENT TO TRUE
           ELSE
               CLOSE SIGNOFF-FILE
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT AUDIT-REPORT-FILE.

           MOVE WS-TODAY-YYYYMMDD TO WS-TTL-RUN-DATE.
           WRITE AUDIT-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.

           IF NOT WS-NO-MORE-ROWS
               PERFORM READ-NEXT-ROW
           END-IF.
           PERFORM UNTIL WS-NO-MORE-ROWS
               ADD 1 TO WS-ROWS-READ
               PERFORM JUDGE-ONE-ROW THRU JUDGE-ONE-ROW-EXIT
               PERFORM READ-NEXT-ROW
           END-PERFORM.

           MOVE SPACES TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           MOVE WS-ROWS-READ          TO WS-SUM-READ.
           MOVE WS-CERTIFIED          TO WS-SUM-CERTIFIED.
           MOVE WS-AWAITING-SIGNOFF   TO WS-SUM-AWAITING.
           WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-REMOVALS-PROPOSED  TO WS-SUM-PROPOSED.
           MOVE WS-ALREADY-PENDING    TO WS-SUM-PENDING.
           MOVE WS-ALREADY-REMOVED    TO WS-SUM-REMOVED.
           WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-LINE-2.

           IF WS-SIGNOFF-PRESENT
               CLOSE SIGNOFF-FILE
           END-IF.
           CLOSE AUTH-PROFILE-FILE
                 AUTH-PENDING-FILE
                 AUDIT-REPORT-FILE.
           IF WS-ALREADY-PENDING > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-NEXT-ROW.
           READ SIGNOFF-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *****************************************************************
      *  ONE RETURNED ROW. A GOOD CERTIFICATION KEEPS THE PROFILE; A   *
      *  REMOVAL, OR NO CERTIFICATION BY THE DEADLINE, PROPOSES ITS    *
      *  DELETION; ANYTHING ELSE WAITS FOR THE DEADLINE.               *
      *****************************************************************
       JUDGE-ONE-ROW.
           MOVE AS-USERID        TO WS-DTL-USERID.
           MOVE AS-DEADLINE-DATE TO WS-DTL-DEADLINE.
           MOVE AS-DECISION      TO WS-DTL-DECISION.
           MOVE AS-CERTIFIED-BY  TO WS-DTL-CERTIFIED-BY.

           IF AS-CERTIFIED AND AS-CERTIFIED-BY NOT = SPACES AND
              AS-CERTIFIED-BY NOT = AS-USERID
               ADD 1 TO WS-CERTIFIED
               GO TO JUDGE-ONE-ROW-EXIT
           END-IF.

           IF NOT AS-REMOVE AND
              WS-TODAY-YYYYMMDD NOT > AS-DEADLINE-DATE
               ADD 1 TO WS-AWAITING-SIGNOFF
               MOVE 'AWAITING SIGN-OFF' TO WS-DTL-MESSAGE
               WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO JUDGE-ONE-ROW-EXIT
           END-IF.

           MOVE AS-USERID TO AU-USERID.
           READ AUTH-PROFILE-FILE
               INVALID KEY
                   ADD 1 TO WS-ALREADY-REMOVED
                   MOVE 'SKIPPED, PROFILE ALREADY GONE'
                       TO WS-DTL-MESSAGE
                   WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE
                   GO TO JUDGE-ONE-ROW-EXIT
           END-READ.

           MOVE AS-USERID TO PD-USERID.
           READ AUTH-PENDING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-PENDING
                   MOVE 'SKIPPED, A CHANGE IS ALREADY PENDING'
                       TO WS-DTL-MESSAGE
                   WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE
                   GO TO JUDGE-ONE-ROW-EXIT
           END-READ.

           MOVE AS-USERID         TO PD-USERID.
           SET PD-DELETE-PROFILE  TO TRUE.
           MOVE AU-ALLOWED-CODES  TO PD-PROPOSED-CODES.
           MOVE WS-REQUESTER      TO PD-REQUESTED-BY.
           MOVE WS-TODAY-YYYYMMDD TO PD-REQUEST-DATE.
           WRITE AUTH-PENDING-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALREADY-PENDING
                   MOVE 'SKIPPED, A CHANGE IS ALREADY PENDING'
                       TO WS-DTL-MESSAGE
                   WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE
                   GO TO JUDGE-ONE-ROW-EXIT
           END-WRITE.

           ADD 1 TO WS-REMOVALS-PROPOSED.
           IF AS-REMOVE
               MOVE 'DELETE PROPOSED, MARKED FOR REMOVAL'
                   TO WS-DTL-MESSAGE
           ELSE
               MOVE 'DELETE PROPOSED, NOT CERTIFIED IN TIME'
                   TO WS-DTL-MESSAGE
           END-IF.
           WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE.

       JUDGE-ONE-ROW-EXIT.
           EXIT.
