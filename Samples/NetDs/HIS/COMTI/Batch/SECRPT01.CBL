      *     'AUTHMNT ...' -- A PROFILE LIFECYCLE EVENT (PROPOSED,    *
      *         APPROVED, REJECTED, OR A SELF-APPROVAL ATTEMPT),     *
      *         COUNTED UNDER THE TARGET PROFILE'S USERID            *
      *     ' REQUEST RATE THROTTLED, USERID=' -- A REQUEST NAKED    *
      *         FOR RUNNING PAST THE USERID'S PER-MINUTE RATE LIMIT  *
      *     ' CLIENT ADDRESS REFUSED, ADDRESS=' -- A CONNECTION FROM *
      *         AN ADDRESS OUTSIDE THE ADDRALW ALLOW-LIST, COUNTED   *
      *         UNDER THE USERID IT OFFERED AND AGAIN, IN A SECOND   *
      *         SECTION, BY THE REFUSED ADDRESS ITSELF               *
      * ONE LINE PER USERID WITH ITS EVENT COUNTS, PLUS TOTALS. THE USERIDS IN THESE MESSAGES ARE THE   *
      * MASKED MCID-USERID IDENTITY FIELDS -- NO PASSWORD EVER       *
      * REACHES THE QUEUE.                                           *
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.

       01  WS-EVENT-USERID                   PIC X(8).
       01  WS-EVENT-ADDRESS                  PIC X(15).
       01  WS-EVENT-KIND                     PIC X(1).
           88  WS-EVENT-FAILURE              VALUE 'F'.
           88  WS-EVENT-LOCKOUT              VALUE 'L'.
           88  WS-EVENT-RESET                VALUE 'R'.
           88  WS-EVENT-CAP-REFUSAL          VALUE 'C'.
           88  WS-EVENT-PROFILE              VALUE 'P'.
           88  WS-EVENT-THROTTLE             VALUE 'T'.
           88  WS-EVENT-ADDRESS-REFUSAL      VALUE 'A'.
           88  WS-EVENT-NONE                 VALUE ' '.

      *  PER-USERID EVENT COUNTS, LINEAR-SEARCHED -- SAME BOUNDED-
               10  WS-USR-RESETS             PIC 9(9) COMP.
               10  WS-USR-CAP-REFUSALS       PIC 9(9) COMP.
               10  WS-USR-PROFILE-EVENTS     PIC 9(9) COMP.
               10  WS-USR-THROTTLES          PIC 9(9) COMP.
               10  WS-USR-ADDRESS-REFUSALS   PIC 9(9) COMP.
       01  WS-USERID-COUNT                   PIC 9(4) COMP VALUE 0.
       01  WS-USERID-SCAN                    PIC 9(4) COMP.
       01  WS-USERID-SLOT                    PIC 9(4) COMP.

      *  REFUSED CLIENT ADDRESSES, COUNTED THE SAME WAY. AN ADDRESS
      *  PAST THE TABLE'S END STILL COUNTS IN THE TOTAL.
       01  WS-MAX-ADDRESSES                  PIC 9(4) COMP VALUE 200.
       01  WS-ADDRESS-TABLE.
           05  WS-ADDRESS-ENTRY OCCURS 200 TIMES
                                       INDEXED BY WS-ADDR-IDX.
               10  WS-ADR-ADDRESS            PIC X(15).
               10  WS-ADR-REFUSALS           PIC 9(9) COMP.
               10  WS-ADR-LAST-USERID        PIC X(8).
       01  WS-ADDRESS-COUNT                  PIC 9(4) COMP VALUE 0.
       01  WS-ADDRESS-SCAN                   PIC 9(4) COMP.
       01  WS-ADDRESS-SLOT                   PIC 9(4) COMP.
       01  WS-ADDRESSES-NOT-LISTED           PIC 9(9) COMP VALUE 0.

       01  WS-TOTALS.
           05  WS-TOTAL-FAILURES             PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-LOCKOUTS             PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-RESETS               PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-CAP-REFUSALS         PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-PROFILE-EVENTS       PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-THROTTLES            PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-ADDRESS-REFUSALS     PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'RESETS'.
           05  FILLER                        PIC X(12)
               VALUE 'CAP REFS'.
           05  FILLER                        PIC X(12)
               VALUE 'PROFILE'.
           05  FILLER                        PIC X(12)
               VALUE 'THROTTLES'.
           05  FILLER                        PIC X(9)
               VALUE 'ADDR REFS'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-USERID                 PIC X(8).
           05  WS-DTL-CAP-REFUSALS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-PROFILE-EVENTS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-THROTTLES              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-ADDRESS-REFUSALS       PIC ZZZ,ZZZ,ZZ9.

       01  WS-ADDRESS-HEADING-LINE.
           05  FILLER                        PIC X(26)
               VALUE 'REFUSED CLIENT ADDRESS'.
           05  FILLER                        PIC X(12)
               VALUE 'REFUSALS'.
           05  FILLER                        PIC X(11)
               VALUE 'LAST USERID'.

       01  WS-ADDRESS-LINE.
           05  WS-ADL-ADDRESS                PIC X(15).
           05  FILLER                        PIC X(9) VALUE SPACES.
           05  WS-ADL-REFUSALS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-ADL-LAST-USERID            PIC X(8).

       01  WS-ADDRESS-OVERFLOW-LINE.
           05  FILLER                        PIC X(24)
               VALUE 'OTHER ADDRESSES'.
           05  WS-ADO-REFUSALS               PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               IF NOT WS-EVENT-NONE
                   PERFORM COUNT-THE-EVENT
               END-IF
               IF WS-EVENT-ADDRESS-REFUSAL
                   PERFORM COUNT-THE-ADDRESS
               END-IF
               PERFORM READ-NEXT-RECORD
           END-PERFORM.

           MOVE WS-TOTAL-RESETS     TO WS-DTL-RESETS.
           MOVE WS-TOTAL-CAP-REFUSALS TO WS-DTL-CAP-REFUSALS.
           MOVE WS-TOTAL-PROFILE-EVENTS TO WS-DTL-PROFILE-EVENTS.
           MOVE WS-TOTAL-THROTTLES  TO WS-DTL-THROTTLES.
           MOVE WS-TOTAL-ADDRESS-REFUSALS TO WS-DTL-ADDRESS-REFUSALS.
           WRITE SECURITY-REPORT-LINE FROM WS-DETAIL-LINE.

           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE FROM WS-ADDRESS-HEADING-LINE.
           PERFORM WRITE-ADDRESS-LINES.
           IF WS-ADDRESSES-NOT-LISTED > 0
               MOVE WS-ADDRESSES-NOT-LISTED TO WS-ADO-REFUSALS
               WRITE SECURITY-REPORT-LINE
                   FROM WS-ADDRESS-OVERFLOW-LINE
           END-IF.

           CLOSE CSMT-EXTRACT-FILE
                 SECURITY-REPORT-FILE.
           GOBACK.
       CLASSIFY-SECURITY-EVENT.
           SET WS-EVENT-NONE TO TRUE.
           MOVE SPACES TO WS-EVENT-USERID.
           MOVE SPACES TO WS-EVENT-ADDRESS.

           EVALUATE TRUE
               WHEN CL-LOG-MSG-BUFFER(1:35) =
                       ' SESSION CAP REFUSAL, USERID='
                   SET WS-EVENT-CAP-REFUSAL TO TRUE
                   MOVE CL-LOG-MSG-BUFFER(30:8) TO WS-EVENT-USERID
               WHEN CL-LOG-MSG-BUFFER(1:32) =
                       ' REQUEST RATE THROTTLED, USERID='
                   SET WS-EVENT-THROTTLE TO TRUE
                   MOVE CL-LOG-MSG-BUFFER(33:8) TO WS-EVENT-USERID
      *  THE DOTTED PEER ADDRESS FOLLOWS THE PREFIX, THEN
      *  ' USERID=' AND THE USERID THE CLIENT OFFERED.
               WHEN CL-LOG-MSG-BUFFER(1:33) =
                       ' CLIENT ADDRESS REFUSED, ADDRESS='
                   SET WS-EVENT-ADDRESS-REFUSAL TO TRUE
                   MOVE CL-LOG-MSG-BUFFER(34:15) TO WS-EVENT-ADDRESS
                   MOVE CL-LOG-MSG-BUFFER(57:8) TO WS-EVENT-USERID
      *  AUTHMNT LINES CARRY THE EVENT WORD IN COLUMNS 9-18 AND
      *  THE TARGET PROFILE'S USERID BEHIND 'TARGET=' -- EVERY
      *  LIFECYCLE EVENT COUNTS UNDER THE PROFILE IT TOUCHED.
               MOVE 0 TO WS-USR-RESETS(WS-USER-IDX)
               MOVE 0 TO WS-USR-CAP-REFUSALS(WS-USER-IDX)
               MOVE 0 TO WS-USR-PROFILE-EVENTS(WS-USER-IDX)
               MOVE 0 TO WS-USR-THROTTLES(WS-USER-IDX)
               MOVE 0 TO WS-USR-ADDRESS-REFUSALS(WS-USER-IDX)
           END-IF.

           IF WS-USERID-SLOT > 0
                   WHEN WS-EVENT-PROFILE
                       ADD 1 TO WS-USR-PROFILE-EVENTS(WS-USER-IDX)
                       ADD 1 TO WS-TOTAL-PROFILE-EVENTS
                   WHEN WS-EVENT-THROTTLE
                       ADD 1 TO WS-USR-THROTTLES(WS-USER-IDX)
                       ADD 1 TO WS-TOTAL-THROTTLES
                   WHEN WS-EVENT-ADDRESS-REFUSAL
                       ADD 1 TO WS-USR-ADDRESS-REFUSALS(WS-USER-IDX)
                       ADD 1 TO WS-TOTAL-ADDRESS-REFUSALS
               END-EVALUATE
           END-IF.

                   TO WS-DTL-CAP-REFUSALS
               MOVE WS-USR-PROFILE-EVENTS(WS-USER-IDX)
                   TO WS-DTL-PROFILE-EVENTS
               MOVE WS-USR-THROTTLES(WS-USER-IDX) TO WS-DTL-THROTTLES
               MOVE WS-USR-ADDRESS-REFUSALS(WS-USER-IDX)
                   TO WS-DTL-ADDRESS-REFUSALS
               WRITE SECURITY-REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM.

       COUNT-THE-ADDRESS.
           MOVE 0 TO WS-ADDRESS-SLOT.
           MOVE 0 TO WS-ADDRESS-SCAN.
           PERFORM UNTIL WS-ADDRESS-SCAN = WS-ADDRESS-COUNT
                      OR WS-ADDRESS-SLOT > 0
               ADD 1 TO WS-ADDRESS-SCAN
               SET WS-ADDR-IDX TO WS-ADDRESS-SCAN
               IF WS-ADR-ADDRESS(WS-ADDR-IDX) = WS-EVENT-ADDRESS
                   MOVE WS-ADDRESS-SCAN TO WS-ADDRESS-SLOT
               END-IF
           END-PERFORM.

           IF WS-ADDRESS-SLOT = 0 AND
              WS-ADDRESS-COUNT < WS-MAX-ADDRESSES
               ADD 1 TO WS-ADDRESS-COUNT
               MOVE WS-ADDRESS-COUNT TO WS-ADDRESS-SLOT
               SET WS-ADDR-IDX TO WS-ADDRESS-SLOT
               MOVE WS-EVENT-ADDRESS TO WS-ADR-ADDRESS(WS-ADDR-IDX)
               MOVE 0 TO WS-ADR-REFUSALS(WS-ADDR-IDX)
           END-IF.

           IF WS-ADDRESS-SLOT > 0
               SET WS-ADDR-IDX TO WS-ADDRESS-SLOT
               ADD 1 TO WS-ADR-REFUSALS(WS-ADDR-IDX)
               MOVE WS-EVENT-USERID TO WS-ADR-LAST-USERID(WS-ADDR-IDX)
           ELSE
               ADD 1 TO WS-ADDRESSES-NOT-LISTED
           END-IF.

       WRITE-ADDRESS-LINES.
           MOVE 0 TO WS-ADDRESS-SCAN.
           PERFORM UNTIL WS-ADDRESS-SCAN = WS-ADDRESS-COUNT
               ADD 1 TO WS-ADDRESS-SCAN
               SET WS-ADDR-IDX TO WS-ADDRESS-SCAN
               MOVE WS-ADR-ADDRESS(WS-ADDR-IDX)  TO WS-ADL-ADDRESS
               MOVE WS-ADR-REFUSALS(WS-ADDR-IDX) TO WS-ADL-REFUSALS
               MOVE WS-ADR-LAST-USERID(WS-ADDR-IDX)
                   TO WS-ADL-LAST-USERID
               WRITE SECURITY-REPORT-LINE FROM WS-ADDRESS-LINE
           END-PERFORM.
