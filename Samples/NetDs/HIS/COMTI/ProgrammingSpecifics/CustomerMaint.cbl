      * RSETSAMP style (GET-INPUT / validate / SEND-OUTPUT, with   *
      * the ERRROW.cpy error path), reads a CUSTDEMO.cpy record    *
      * and, for an update request, applies the non-blank new      *
      * address/phone/status/statement-style fields and rewrites   *
      * it. Every change writes a before/after image of each       *
      * changed field to the CSMT transient data queue the way     *
      * UPDATEARRAY's WRITE-BEFORE-IMAGE does, so there is an      *
      * audit trail of who-changed-what to investigate from.       *
      * Correcting any part of the address of a customer whose     *
      * mail came back undeliverable (CD-ADDRESS-BAD, set by       *
      * RTNMAIL1) clears the bad-address flag and date in the same *
      * rewrite, so the held statements, letters and refunds go    *
      * out to the new address on their next run.                  *
      *                                                            *
      * ERROR-STATUS VALUES SENT ON THE ERRROW PATH:               *
      *   '05' CUSTOMER NUMBER FAILED CHECK DIGIT (AS RSETSAMP)    *
      *        STILL HAS OPEN INVOICES, A HOLD, OR AN ACTIVE       *
      *        BILLING SCHEDULE; CLOSING WOULD ORPHAN THE          *
      *        INVOICES OUT OF THE STATEMENT RUN                   *
      *   '12' ACCOUNT IS PENDING CREDIT APPROVAL -- ONLY AN       *
      *        APPROVED CREDIT APPLICATION (CRAMNT) ACTIVATES A    *
      *        NEW CUSTOMER; CLOSING ONE IS STILL ALLOWED          *
      *   '13' NEW STATEMENT STYLE IS NOT O OR B                   *
      *   '18' RECORD CHANGED SINCE IT WAS READ -- THE UPDATE'S    *
      *        MODIFICATION STAMP NO LONGER MATCHES THE RECORD;    *
      *        RE-READ AND REAPPLY INSTEAD OF CLOBBERING THE       *
           88  WS-CUSTOMER-NOT-FOUND          VALUE '09'.
           88  WS-BAD-NEW-STATUS              VALUE '10'.
           88  WS-ACCOUNT-NOT-CLEAN           VALUE '11'.
           88  WS-PENDING-APPROVAL            VALUE '12'.
           88  WS-BAD-STATEMENT-STYLE         VALUE '13'.
           88  WS-RECORD-CHANGED-SINCE        VALUE '18'.

      *  THE MAINTENANCE REQUEST AS RECEIVED FROM THE CLIENT. A
      *  A LEGACY CLIENT THAT DOESN'T PLAY THE STAMP GAME YET AND
      *  GETS THE OLD LAST-WRITER-WINS BEHAVIOR.
           05  CM-EXPECTED-STAMP              PIC 9(14).
      *  'O' OPEN-ITEM OR 'B' BALANCE-FORWARD STATEMENTS. BLANK (OR
      *  NOT SENT AT ALL BY AN OLDER CLIENT) LEAVES IT ALONE.
           05  CM-NEW-STATEMENT-STYLE         PIC X(1).

      *  THE DEMOGRAPHIC RECORD, READ FROM (AND FOR AN UPDATE
      *  REWRITTEN TO) THE CUSTDEMO FILE, AND SENT BACK AS THE REPLY.
                         CD-CUSTOMER-STATUS BY BI-CUSTOMER-STATUS
                         CD-CUSTOMER-ACTIVE BY BI-CUSTOMER-ACTIVE
                         CD-CUSTOMER-CLOSED BY BI-CUSTOMER-CLOSED
                         CD-CUSTOMER-PENDING BY
                             BI-CUSTOMER-PENDING
                         CD-CREDIT-LIMIT BY BI-CREDIT-LIMIT
                         CD-CREDIT-HOLD-STATUS BY
                             BI-CREDIT-HOLD-STATUS
                         CD-OVERLIMIT-SINCE-DATE BY
                             BI-OVERLIMIT-SINCE-DATE
                         CD-STATEMENT-CYCLE BY BI-STATEMENT-CYCLE
                         CD-TERMS-CODE BY BI-TERMS-CODE
                         CD-COLLECTION-STATUS BY
                             BI-COLLECTION-STATUS
                         CD-COLLECTION-NORMAL BY
                             BI-COLLECTION-NORMAL
                         CD-IN-BANKRUPTCY BY BI-IN-BANKRUPTCY
                         CD-PLACED-WITH-AGENCY BY
                             BI-PLACED-WITH-AGENCY
                         CD-UNDER-LEGAL-HOLD BY
                             BI-UNDER-LEGAL-HOLD
                         CD-COLLECTION-BARRED BY
                             BI-COLLECTION-BARRED
                         CD-PO-REQUIRED-FLAG BY BI-PO-REQUIRED-FLAG
                         CD-PO-NOT-REQUIRED BY BI-PO-NOT-REQUIRED
                         CD-PO-REQUIRED BY BI-PO-REQUIRED
                         CD-MODIFICATION-STAMP BY
                             BI-MODIFICATION-STAMP
                         CD-COMPANY-CODE BY BI-COMPANY-CODE
                         CD-GROUP-CREDIT-LIMIT BY
                             BI-GROUP-CREDIT-LIMIT
                         CD-STATEMENT-STYLE BY BI-STATEMENT-STYLE
                         CD-OPEN-ITEM-STATEMENT BY
                             BI-OPEN-ITEM-STATEMENT
                         CD-BALANCE-FORWARD-STATEMENT BY
                             BI-BALANCE-FORWARD-STATEMENT
                         CD-BAD-ADDRESS-FLAG BY BI-BAD-ADDRESS-FLAG
                         CD-ADDRESS-GOOD BY BI-ADDRESS-GOOD
                         CD-ADDRESS-BAD BY BI-ADDRESS-BAD
                         CD-BAD-ADDRESS-DATE BY BI-BAD-ADDRESS-DATE.

      *  READ-ONLY LOOKS AT THE INVOICE MASTER AND THE BILLING
      *  SCHEDULES FOR THE CLOSURE GUARD.
       01  WS-JOURNAL-ACTION                  PIC X(1) VALUE 'R'.
       01  WS-JOURNAL-PROGRAM                 PIC X(8)
                                               VALUE 'CUSTMNT'.
       01  WS-JOURNAL-BEFORE                  PIC X(300).
       01  WS-JOURNAL-AFTER                   PIC X(300).

       01  WS-STAMP-DATE                      PIC 9(8).
       01  WS-STAMP-TIME                      PIC 9(6).
               SET WS-RECORD-CHANGED-SINCE TO TRUE
           END-IF.

      *
      *  A NEW CUSTOMER IS MADE BILLABLE ONLY BY THE CREDIT
      *  ANALYST'S APPROVAL IN CRAMNT, WHICH SETS ITS LIMIT AND
      *  TERMS AT THE SAME TIME -- NOT BY A STATUS KEYED HERE.
      *
           IF WS-REQUEST-OK AND CM-ACTION-UPDATE AND
              CM-NEW-CUSTOMER-STATUS = 'A' AND
              CD-CUSTOMER-PENDING
               SET WS-PENDING-APPROVAL TO TRUE
           END-IF.

      *
      *  CLOSURE IS GUARDED -- AN ACCOUNT WITH OPEN INVOICES, ANY
      *  HOLD, OR AN ACTIVE BILLING SCHEDULE CANNOT BE SET TO 'C',
               END-IF
           END-IF.

           IF WS-REQUEST-OK AND CM-ACTION-UPDATE
               IF CM-NEW-STATEMENT-STYLE NOT = SPACE AND
                  CM-NEW-STATEMENT-STYLE NOT = LOW-VALUE AND
                  CM-NEW-STATEMENT-STYLE NOT = 'O' AND
                  CM-NEW-STATEMENT-STYLE NOT = 'B'
                   SET WS-BAD-STATEMENT-STYLE TO TRUE
               END-IF
           END-IF.

       READ-CUSTOMER-RECORD.
           MOVE CM-REQUEST-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER.
           IF CM-ACTION-UPDATE
           IF CM-NEW-CUSTOMER-STATUS NOT = SPACE
               MOVE CM-NEW-CUSTOMER-STATUS TO CD-CUSTOMER-STATUS
           END-IF.
           IF CM-NEW-STATEMENT-STYLE = 'O' OR
              CM-NEW-STATEMENT-STYLE = 'B'
               MOVE CM-NEW-STATEMENT-STYLE TO CD-STATEMENT-STYLE
           END-IF.

      *  A CORRECTED ADDRESS IS PRESUMED GOOD UNTIL THE POST OFFICE
      *  SAYS OTHERWISE -- THE NEXT RETURNED PIECE SETS IT AGAIN.
           IF CD-ADDRESS-BAD AND
              CD-CUSTOMER-ADDRESS NOT = BI-CUSTOMER-ADDRESS
               MOVE 'N' TO CD-BAD-ADDRESS-FLAG
               MOVE 0   TO CD-BAD-ADDRESS-DATE
           END-IF.

           PERFORM WRITE-CHANGE-IMAGES.

               MOVE CD-CUSTOMER-STATUS TO WS-LOG-NEW-VALUE
               PERFORM WRITE-ONE-CHANGE-IMAGE
           END-IF.
           IF CD-STATEMENT-STYLE NOT = BI-STATEMENT-STYLE
               MOVE 'STMTSTYL'         TO WS-LOG-FIELD-NAME
               MOVE BI-STATEMENT-STYLE TO WS-LOG-OLD-VALUE
               MOVE CD-STATEMENT-STYLE TO WS-LOG-NEW-VALUE
               PERFORM WRITE-ONE-CHANGE-IMAGE
           END-IF.
           IF CD-BAD-ADDRESS-FLAG NOT = BI-BAD-ADDRESS-FLAG
               MOVE 'BADADDR'           TO WS-LOG-FIELD-NAME
               MOVE BI-BAD-ADDRESS-FLAG TO WS-LOG-OLD-VALUE
               MOVE CD-BAD-ADDRESS-FLAG TO WS-LOG-NEW-VALUE
               PERFORM WRITE-ONE-CHANGE-IMAGE
           END-IF.

       WRITE-ONE-CHANGE-IMAGE.
           MOVE CM-REQUEST-CUSTOMER-NUMBER TO CM-LOG-CUSTOMER-NUMBER.
               WHEN '11'
                   MOVE 'ACCOUNT NOT CLEAN, CANNOT CLOSE'
                       TO ERROR-MESSAGE-TEXT
               WHEN '12'
                   MOVE 'ACCOUNT IS PENDING CREDIT APPROVAL'
                       TO ERROR-MESSAGE-TEXT
               WHEN '18'
                   MOVE 'RECORD CHANGED SINCE READ, RE-READ'
                       TO ERROR-MESSAGE-TEXT
