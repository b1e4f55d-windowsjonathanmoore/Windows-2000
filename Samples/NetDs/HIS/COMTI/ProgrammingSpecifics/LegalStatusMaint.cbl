      ***********************************************************
      * LGLMNT -- ONLINE LEGAL-STATUS MAINTENANCE METHOD           *
      *                                                            *
      * Once a customer files for bankruptcy we may not chase      *
      * them, and the letters, finance charges and statements only *
      * stopped if someone remembered to suppress them. This       *
      * method, in the CONTMNT style (GET-INPUT / validate /       *
      * SEND-OUTPUT, with the ERRROW.cpy error path), maintains    *
      * the customer's LEGLSTAT.cpy legal status. An open (A)      *
      * starts a bankruptcy -- chapter, filing date, case number,  *
      * court, claim bar date, attorney -- or another legal hold;  *
      * an update applies the non-blank, non-zero new fields,      *
      * which is how the claim we filed and its amount are         *
      * recorded; a close (C) ends the case as discharged,         *
      * dismissed or released; an inquiry changes nothing. Every   *
      * successful request replies with the legal-status record as *
      * it now stands.                                             *
      *                                                            *
      * Opening and closing also set and clear                     *
      * CD-COLLECTION-STATUS on the CUSTDEMO master ('B' or 'L',   *
      * the status type), journaled through WRITECUSTJOURNAL as    *
      * CUSTMNT does, so every collection job that already reads   *
      * the flag stays off the account without being told. A hold  *
      * closes back to normal only if the flag is still one this   *
      * method set. Each legal-status change is journaled through  *
      * WRITELEGLJOURNAL and writes a CUST-# CSMT audit line. An   *
      * update or close carrying the stamp from the client's last  *
      * reply is refused if the status has changed since.          *
      *                                                            *
      * ERROR-STATUS VALUES SENT ON THE ERRROW PATH:               *
      *   '05' CUSTOMER NUMBER FAILED CHECK DIGIT (AS RSETSAMP)    *
      *   '09' CUSTOMER NOT ON THE DEMOGRAPHIC MASTER              *
      *   '18' STATUS CHANGED SINCE IT WAS READ -- RE-READ AND     *
      *        REAPPLY (AS CUSTMNT)                                *
      *   '25' REQUEST ACTION IS NOT A, U, C OR I                  *
      *   '45' STATUS TYPE IS NOT B OR L, OR THE CHAPTER IS NOT    *
      *        7, 11 OR 13                                         *
      *   '46' A DATE IS NOT A VALID YYYYMMDD DATE, OR THE FILING  *
      *        DATE IS AFTER TODAY                                 *
      *   '47' A NEW CASE NEEDS A FILING DATE, AND A BANKRUPTCY    *
      *        A CASE NUMBER TOO                                   *
      *   '48' THE CUSTOMER ALREADY HAS AN OPEN CASE               *
      *   '49' NO CASE ON FILE FOR THE CUSTOMER -- OR, FOR AN      *
      *        UPDATE OR CLOSE, NONE STILL OPEN                    *
      *   '50' CLOSE REASON IS NOT D, M OR R                       *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLMNT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-LENGTHS.
           05  RECEIVE-LENGTH                 PIC S9(4) COMP.
           05  SEND-LENGTH                    PIC S9(4) COMP.
       01  HW-LENGTH                          PIC S9(4) COMP.
       01  CMD-RESP                           PIC S9(8) COMP VALUE +0.
       01  READ-RESP                          PIC S9(8) COMP VALUE +0.

       01  WS-VALCUSNO-STATUS                 PIC X(2).
           88  WS-VALCUSNO-OK                 VALUE '00'.

       01  WS-REQUEST-STATUS                  PIC X(2).
           88  WS-REQUEST-OK                  VALUE '00'.
           88  WS-BAD-CHECK-DIGIT             VALUE '05'.
           88  WS-CUSTOMER-NOT-FOUND          VALUE '09'.
           88  WS-RECORD-CHANGED-SINCE        VALUE '18'.
           88  WS-BAD-ACTION                  VALUE '25'.
           88  WS-BAD-TYPE-OR-CHAPTER         VALUE '45'.
           88  WS-BAD-DATE                    VALUE '46'.
           88  WS-CASE-INCOMPLETE             VALUE '47'.
           88  WS-CASE-ALREADY-OPEN           VALUE '48'.
           88  WS-NO-CASE-ON-FILE             VALUE '49'.
           88  WS-BAD-CLOSE-REASON            VALUE '50'.

      *  THE MAINTENANCE REQUEST AS RECEIVED FROM THE CLIENT. DATES
      *  ARE YYYYMMDD AS A CLERK KEYS THEM. A BLANK OR ZERO NEW-xxx
      *  FIELD ON AN UPDATE MEANS "LEAVE THAT FIELD ALONE", AS IN
      *  CUSTMNT; THE STATUS TYPE IS ONLY READ ON AN OPEN. A ZERO
      *  CLOSED DATE ON A CLOSE MEANS TODAY.
       01  LGLMNT-REQUEST-AREA.
           05  LM-REQUEST-ACTION              PIC X(1).
               88  LM-ACTION-OPEN             VALUE 'A'.
               88  LM-ACTION-UPDATE           VALUE 'U'.
               88  LM-ACTION-CLOSE            VALUE 'C'.
               88  LM-ACTION-INQUIRY          VALUE 'I'.
           05  LM-REQUEST-CUSTOMER-NUMBER     PIC 9(9).
           05  LM-NEW-STATUS-TYPE             PIC X(1).
           05  LM-NEW-CHAPTER                 PIC 9(2).
           05  LM-NEW-FILING-DATE             PIC 9(8).
           05  LM-NEW-CASE-NUMBER             PIC X(20).
           05  LM-NEW-COURT-DISTRICT          PIC X(20).
           05  LM-NEW-CLAIM-BAR-DATE          PIC 9(8).
           05  LM-NEW-ATTORNEY-NAME           PIC X(30).
           05  LM-NEW-ATTORNEY-PHONE          PIC X(14).
           05  LM-NEW-CLAIM-FILED-DATE        PIC 9(8).
           05  LM-NEW-CLAIM-AMOUNT            PIC 9(13)V9(2).
           05  LM-CLOSE-REASON                PIC X(1).
           05  LM-CLOSED-DATE                 PIC 9(8).
      *  THE STAMP THE CLIENT'S LAST REPLY CARRIED FOR THIS
      *  STATUS. ZERO SKIPS THE GUARD, AS CUSTMNT ALLOWS.
           05  LM-EXPECTED-STAMP              PIC 9(14).

      *  THE LEGAL-STATUS RECORD, READ FROM (AND WRITTEN OR
      *  REWRITTEN TO) THE LEGLSTAT FILE AND SENT BACK AS THE
      *  REPLY, THE WAY CUSTMNT REPLIES WITH THE CUSTDEMO RECORD.
           COPY LEGLSTAT.

           COPY LEGLSTAT
               REPLACING LEGAL-STATUS-RECORD BY
                             BEFORE-STATUS-RECORD
                         LEADING ==LS== BY ==BI==.

           COPY CUSTDEMO.

       01  ERROR-OUTPUT-AREA.
           COPY ERRROW.

      *  THE SAME CUST-# CSMT AUDIT SHAPE CUSTMNT WRITES.
       01  LM-LOG-MSG.
           05  LM-LOG-ID                      PIC X(7)
                                               VALUE 'CUST #'.
           05  LM-LOG-CUSTOMER-NUMBER         PIC 9(9).
           05  FILLER                         PIC X VALUE SPACE.
           05  LM-LOG-DATE                    PIC 9(8) VALUE ZEROS.
           05  LM-LOG-TIME                    PIC 9(6) VALUE ZEROS.
           05  FILLER                         PIC X VALUE SPACE.
           05  LM-LOG-MSG-BUFFER              PIC X(80) VALUE SPACES.

       01  WS-LOG-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-LOG-VERB                        PIC X(3).

      *  BEFORE/AFTER IMAGES FOR THE LEGAL-STATUS JOURNAL, AND
      *  AGAIN FOR THE CUSTDEMO JOURNAL WHEN THE COLLECTION FLAG
      *  MOVES. THE BEFORE IMAGE IS LOW-VALUES ON A FIRST FILING.
       01  WS-JOURNAL-ACTION                  PIC X(1).
       01  WS-JOURNAL-PROGRAM                 PIC X(8)
                                               VALUE 'LGLMNT'.
       01  WS-JOURNAL-BEFORE                  PIC X(300).
       01  WS-JOURNAL-AFTER                   PIC X(300).

       01  WS-TODAY-YYYYMMDD                  PIC 9(8).
       01  WS-STAMP-DATE                      PIC 9(8).
       01  WS-STAMP-TIME                      PIC 9(6).
       01  WS-NEW-STAMP                       PIC X(14).
       01  WS-NEW-STAMP-NUM REDEFINES WS-NEW-STAMP
                                              PIC 9(14).

       01  WS-CHECK-DATE                      PIC 9(8).
       01  WS-STATUS-ON-FILE-FLAG             PIC X.
           88  WS-STATUS-ON-FILE              VALUE 'Y'.
       01  WS-NEW-COLLECTION-STATUS           PIC X(1).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           SET WS-REQUEST-OK TO TRUE.

           MOVE LENGTH OF LGLMNT-REQUEST-AREA TO RECEIVE-LENGTH.
           EXEC CICS RECEIVE INTO(LGLMNT-REQUEST-AREA)
                 LENGTH(RECEIVE-LENGTH)
                 MAXLENGTH(RECEIVE-LENGTH)
                 NOTRUNCATE
                 RESP(CMD-RESP)
           END-EXEC.

           PERFORM STAMP-TODAY.
           PERFORM VALIDATE-THE-REQUEST.

           IF WS-REQUEST-OK
               PERFORM READ-CUSTOMER-RECORD
           END-IF.

           IF WS-REQUEST-OK
               EVALUATE TRUE
                   WHEN LM-ACTION-OPEN
                       PERFORM OPEN-THE-CASE THRU
                               OPEN-THE-CASE-EXIT
                   WHEN LM-ACTION-UPDATE
                       PERFORM UPDATE-THE-CASE THRU
                               UPDATE-THE-CASE-EXIT
                   WHEN LM-ACTION-CLOSE
                       PERFORM CLOSE-THE-CASE THRU
                               CLOSE-THE-CASE-EXIT
                   WHEN OTHER
                       PERFORM INQUIRE-THE-CASE
               END-EVALUATE
           END-IF.

           IF WS-REQUEST-OK
               PERFORM SEND-STATUS-REPLY
           ELSE
               PERFORM SEND-ERROR-REPLY
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *
      *  THE CUSTOMER NUMBER GOES THROUGH VALIDATECUSTOMERNUMBER
      *  BEFORE IT IS USED TO READ ANYTHING, THE SAME GUARD
      *  CUSTMNT APPLIES. EVERY NON-ZERO DATE MUST BE A REAL
      *  CALENDAR DATE; A CASE CANNOT HAVE BEEN FILED IN THE FUTURE.
      *
       VALIDATE-THE-REQUEST.
           IF NOT LM-ACTION-OPEN AND NOT LM-ACTION-UPDATE AND
              NOT LM-ACTION-CLOSE AND NOT LM-ACTION-INQUIRY
               SET WS-BAD-ACTION TO TRUE
           END-IF.

           IF WS-REQUEST-OK
               CALL 'VALIDATECUSTOMERNUMBER'
                   USING LM-REQUEST-CUSTOMER-NUMBER
                         WS-VALCUSNO-STATUS
               IF NOT WS-VALCUSNO-OK
                   SET WS-BAD-CHECK-DIGIT TO TRUE
               END-IF
           END-IF.

           IF WS-REQUEST-OK AND NOT LM-ACTION-INQUIRY
               MOVE LM-NEW-FILING-DATE TO WS-CHECK-DATE
               PERFORM CHECK-ONE-DATE
               MOVE LM-NEW-CLAIM-BAR-DATE TO WS-CHECK-DATE
               PERFORM CHECK-ONE-DATE
               MOVE LM-NEW-CLAIM-FILED-DATE TO WS-CHECK-DATE
               PERFORM CHECK-ONE-DATE
               MOVE LM-CLOSED-DATE TO WS-CHECK-DATE
               PERFORM CHECK-ONE-DATE
               IF LM-NEW-FILING-DATE NUMERIC AND
                  LM-NEW-FILING-DATE > WS-TODAY-YYYYMMDD
                   SET WS-BAD-DATE TO TRUE
               END-IF
               IF LM-NEW-CHAPTER NOT NUMERIC OR
                  LM-NEW-CLAIM-AMOUNT NOT NUMERIC
                   SET WS-BAD-TYPE-OR-CHAPTER TO TRUE
               END-IF
           END-IF.

           IF WS-REQUEST-OK AND LM-ACTION-OPEN
               MOVE LM-NEW-STATUS-TYPE TO LS-STATUS-TYPE
               MOVE LM-NEW-CHAPTER TO LS-BANKRUPTCY-CHAPTER
               IF NOT LS-TYPE-VALID
                   SET WS-BAD-TYPE-OR-CHAPTER TO TRUE
               ELSE
                   IF LS-TYPE-BANKRUPTCY AND NOT LS-CHAPTER-VALID
                       SET WS-BAD-TYPE-OR-CHAPTER TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF WS-REQUEST-OK AND LM-ACTION-OPEN
               IF LM-NEW-FILING-DATE = 0 OR
                  (LS-TYPE-BANKRUPTCY AND
                   LM-NEW-CASE-NUMBER = SPACES)
                   SET WS-CASE-INCOMPLETE TO TRUE
               END-IF
           END-IF.

           IF WS-REQUEST-OK AND LM-ACTION-CLOSE
               MOVE LM-CLOSE-REASON TO LS-CLOSE-REASON
               IF NOT LS-CLOSE-REASON-VALID
                   SET WS-BAD-CLOSE-REASON TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-DATE.
           IF WS-CHECK-DATE NOT NUMERIC
               SET WS-BAD-DATE TO TRUE
           ELSE
               IF WS-CHECK-DATE > 0 AND
                  FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) NOT = 0
                   SET WS-BAD-DATE TO TRUE
               END-IF
           END-IF.

       READ-CUSTOMER-RECORD.
           MOVE LM-REQUEST-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER.
           EXEC CICS READ FILE('CUSTDEMO')
                INTO(CUSTOMER-DEMOGRAPHIC-RECORD)
                RIDFLD(CD-CUSTOMER-NUMBER)
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-CUSTOMER-NOT-FOUND TO TRUE
           END-IF.

      *****************************************************************
      *  A NEW FILING. A CUSTOMER WITH NO STATUS ON FILE GETS A NEW    *
      *  RECORD; ONE WHOSE EARLIER CASE IS CLOSED HAS IT REPLACED --   *
      *  THE JOURNAL KEEPS THE OLD CASE. AN OPEN CASE MUST BE CLOSED   *
      *  (OR UPDATED, FOR A CHAPTER CONVERSION) RATHER THAN OPENED     *
      *  AGAIN. THE COLLECTION FLAG GOES ON ONCE THE STATUS IS SAVED.  *
      *****************************************************************
       OPEN-THE-CASE.
           PERFORM READ-STATUS-FOR-UPDATE.
           IF WS-STATUS-ON-FILE AND LS-CASE-OPEN
               EXEC CICS UNLOCK FILE('LEGLSTAT') END-EXEC
               SET WS-CASE-ALREADY-OPEN TO TRUE
               GO TO OPEN-THE-CASE-EXIT
           END-IF.

           IF WS-STATUS-ON-FILE
               MOVE LEGAL-STATUS-RECORD TO BEFORE-STATUS-RECORD
           END-IF.
           INITIALIZE LEGAL-STATUS-RECORD.
           MOVE LM-REQUEST-CUSTOMER-NUMBER TO LS-CUSTOMER-NUMBER.
           MOVE LM-NEW-STATUS-TYPE    TO LS-STATUS-TYPE.
           SET LS-CASE-OPEN TO TRUE.
           MOVE SPACE                 TO LS-CLOSE-REASON.
           IF LS-TYPE-BANKRUPTCY
               MOVE LM-NEW-CHAPTER    TO LS-BANKRUPTCY-CHAPTER
           END-IF.
           MOVE LM-NEW-FILING-DATE    TO LS-FILING-DATE.
           MOVE LM-NEW-CASE-NUMBER    TO LS-CASE-NUMBER.
           MOVE LM-NEW-COURT-DISTRICT TO LS-COURT-DISTRICT.
           MOVE LM-NEW-CLAIM-BAR-DATE TO LS-CLAIM-BAR-DATE.
           MOVE LM-NEW-ATTORNEY-NAME  TO LS-ATTORNEY-NAME.
           MOVE LM-NEW-ATTORNEY-PHONE TO LS-ATTORNEY-PHONE.
           MOVE LM-NEW-CLAIM-FILED-DATE TO LS-CLAIM-FILED-DATE.
           MOVE LM-NEW-CLAIM-AMOUNT   TO LS-CLAIM-AMOUNT.
           PERFORM STAMP-THE-STATUS.

           IF WS-STATUS-ON-FILE
               EXEC CICS REWRITE FILE('LEGLSTAT')
                    FROM(LEGAL-STATUS-RECORD)
                    RESP(CMD-RESP)
               END-EXEC
               MOVE 'R' TO WS-JOURNAL-ACTION
               MOVE BEFORE-STATUS-RECORD TO WS-JOURNAL-BEFORE
           ELSE
               EXEC CICS WRITE FILE('LEGLSTAT')
                    FROM(LEGAL-STATUS-RECORD)
                    RIDFLD(LS-CUSTOMER-NUMBER)
                    RESP(CMD-RESP)
               END-EXEC
               MOVE 'W' TO WS-JOURNAL-ACTION
               MOVE LOW-VALUES TO WS-JOURNAL-BEFORE
           END-IF.

           IF CMD-RESP = DFHRESP(NORMAL)
               MOVE LEGAL-STATUS-RECORD TO WS-JOURNAL-AFTER
               PERFORM WRITE-LEGAL-JOURNAL
               MOVE LS-STATUS-TYPE TO WS-NEW-COLLECTION-STATUS
               PERFORM SET-COLLECTION-FLAG THRU
                       SET-COLLECTION-FLAG-EXIT
               MOVE 'OPN' TO WS-LOG-VERB
               PERFORM WRITE-AUDIT-MSG
           END-IF.

       OPEN-THE-CASE-EXIT.
           EXIT.

      *  CHANGES TO AN OPEN CASE -- A NEW BAR DATE, A CHANGE OF
      *  ATTORNEY, A CHAPTER CONVERSION, OR THE CLAIM WE FILED. THE
      *  COLLECTION FLAG DOES NOT MOVE.
       UPDATE-THE-CASE.
           PERFORM READ-STATUS-FOR-UPDATE.
           PERFORM CHECK-CASE-STILL-OPEN.
           IF NOT WS-REQUEST-OK
               GO TO UPDATE-THE-CASE-EXIT
           END-IF.

           MOVE LEGAL-STATUS-RECORD TO BEFORE-STATUS-RECORD.
           IF LM-NEW-CHAPTER > 0 AND LS-TYPE-BANKRUPTCY
               MOVE LM-NEW-CHAPTER TO LS-BANKRUPTCY-CHAPTER
               IF NOT LS-CHAPTER-VALID
                   EXEC CICS UNLOCK FILE('LEGLSTAT') END-EXEC
                   SET WS-BAD-TYPE-OR-CHAPTER TO TRUE
                   GO TO UPDATE-THE-CASE-EXIT
               END-IF
           END-IF.
           IF LM-NEW-FILING-DATE > 0
               MOVE LM-NEW-FILING-DATE TO LS-FILING-DATE
           END-IF.
           IF LM-NEW-CASE-NUMBER NOT = SPACES
               MOVE LM-NEW-CASE-NUMBER TO LS-CASE-NUMBER
           END-IF.
           IF LM-NEW-COURT-DISTRICT NOT = SPACES
               MOVE LM-NEW-COURT-DISTRICT TO LS-COURT-DISTRICT
           END-IF.
           IF LM-NEW-CLAIM-BAR-DATE > 0
               MOVE LM-NEW-CLAIM-BAR-DATE TO LS-CLAIM-BAR-DATE
           END-IF.
           IF LM-NEW-ATTORNEY-NAME NOT = SPACES
               MOVE LM-NEW-ATTORNEY-NAME TO LS-ATTORNEY-NAME
           END-IF.
           IF LM-NEW-ATTORNEY-PHONE NOT = SPACES
               MOVE LM-NEW-ATTORNEY-PHONE TO LS-ATTORNEY-PHONE
           END-IF.
           IF LM-NEW-CLAIM-FILED-DATE > 0
               MOVE LM-NEW-CLAIM-FILED-DATE TO LS-CLAIM-FILED-DATE
           END-IF.
           IF LM-NEW-CLAIM-AMOUNT > 0
               MOVE LM-NEW-CLAIM-AMOUNT TO LS-CLAIM-AMOUNT
           END-IF.
           PERFORM STAMP-THE-STATUS.

           EXEC CICS REWRITE FILE('LEGLSTAT')
                FROM(LEGAL-STATUS-RECORD)
                RESP(CMD-RESP)
           END-EXEC.

           IF CMD-RESP = DFHRESP(NORMAL)
               MOVE 'R' TO WS-JOURNAL-ACTION
               MOVE BEFORE-STATUS-RECORD TO WS-JOURNAL-BEFORE
               MOVE LEGAL-STATUS-RECORD  TO WS-JOURNAL-AFTER
               PERFORM WRITE-LEGAL-JOURNAL
               MOVE 'CHG' TO WS-LOG-VERB
               PERFORM WRITE-AUDIT-MSG
           END-IF.

       UPDATE-THE-CASE-EXIT.
           EXIT.

      *  THE CASE ENDS -- DISCHARGED, DISMISSED OR RELEASED -- AND
      *  THE ACCOUNT GOES BACK TO NORMAL COLLECTION.
       CLOSE-THE-CASE.
           PERFORM READ-STATUS-FOR-UPDATE.
           PERFORM CHECK-CASE-STILL-OPEN.
           IF NOT WS-REQUEST-OK
               GO TO CLOSE-THE-CASE-EXIT
           END-IF.

           MOVE LEGAL-STATUS-RECORD TO BEFORE-STATUS-RECORD.
           SET LS-CASE-CLOSED TO TRUE.
           MOVE LM-CLOSE-REASON TO LS-CLOSE-REASON.
           IF LM-CLOSED-DATE > 0
               MOVE LM-CLOSED-DATE TO LS-CLOSED-DATE
           ELSE
               MOVE WS-TODAY-YYYYMMDD TO LS-CLOSED-DATE
           END-IF.
           PERFORM STAMP-THE-STATUS.

           EXEC CICS REWRITE FILE('LEGLSTAT')
                FROM(LEGAL-STATUS-RECORD)
                RESP(CMD-RESP)
           END-EXEC.

           IF CMD-RESP = DFHRESP(NORMAL)
               MOVE 'R' TO WS-JOURNAL-ACTION
               MOVE BEFORE-STATUS-RECORD TO WS-JOURNAL-BEFORE
               MOVE LEGAL-STATUS-RECORD  TO WS-JOURNAL-AFTER
               PERFORM WRITE-LEGAL-JOURNAL
               MOVE SPACE TO WS-NEW-COLLECTION-STATUS
               PERFORM SET-COLLECTION-FLAG THRU
                       SET-COLLECTION-FLAG-EXIT
               MOVE 'CLS' TO WS-LOG-VERB
               PERFORM WRITE-AUDIT-MSG
           END-IF.

       CLOSE-THE-CASE-EXIT.
           EXIT.

       INQUIRE-THE-CASE.
           MOVE LM-REQUEST-CUSTOMER-NUMBER TO LS-CUSTOMER-NUMBER.
           EXEC CICS READ FILE('LEGLSTAT')
                INTO(LEGAL-STATUS-RECORD)
                RIDFLD(LS-CUSTOMER-NUMBER)
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-NO-CASE-ON-FILE TO TRUE
           END-IF.

       READ-STATUS-FOR-UPDATE.
           MOVE LM-REQUEST-CUSTOMER-NUMBER TO LS-CUSTOMER-NUMBER.
           EXEC CICS READ FILE('LEGLSTAT')
                INTO(LEGAL-STATUS-RECORD)
                RIDFLD(LS-CUSTOMER-NUMBER)
                UPDATE
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP = DFHRESP(NORMAL)
               SET WS-STATUS-ON-FILE TO TRUE
           ELSE
               MOVE 'N' TO WS-STATUS-ON-FILE-FLAG
           END-IF.

      *  AN UPDATE OR CLOSE NEEDS AN OPEN CASE, AND THE STAMP GUARD
      *  REFUSES A CHANGE BUILT FROM A STALE READ BEFORE IT CAN
      *  OVERWRITE ANOTHER CLERK'S SAVE.
       CHECK-CASE-STILL-OPEN.
           IF NOT WS-STATUS-ON-FILE
               SET WS-NO-CASE-ON-FILE TO TRUE
           ELSE
               IF NOT LS-CASE-OPEN
                   SET WS-NO-CASE-ON-FILE TO TRUE
               ELSE
                   IF LM-EXPECTED-STAMP NUMERIC AND
                      LM-EXPECTED-STAMP > 0 AND
                      LM-EXPECTED-STAMP NOT = LS-MODIFICATION-STAMP
                       SET WS-RECORD-CHANGED-SINCE TO TRUE
                   END-IF
               END-IF
               IF NOT WS-REQUEST-OK
                   EXEC CICS UNLOCK FILE('LEGLSTAT') END-EXEC
               END-IF
           END-IF.

      *****************************************************************
      *  CD-COLLECTION-STATUS FOLLOWS THE CASE: THE STATUS TYPE WHILE  *
      *  IT IS OPEN -- OVER AN AGENCY PLACEMENT TOO, SINCE THE STAY    *
      *  BINDS THE AGENCY AS WELL -- AND NORMAL ONCE IT CLOSES. A      *
      *  CLOSE ONLY CLEARS A FLAG THIS METHOD SET, SO IT NEVER UNDOES  *
      *  SOMEONE ELSE'S. THE CHANGE IS JOURNALED AS CUSTMNT JOURNALS   *
      *  ITS OWN.                                                      *
      *****************************************************************
       SET-COLLECTION-FLAG.
           MOVE LM-REQUEST-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER.
           EXEC CICS READ FILE('CUSTDEMO')
                INTO(CUSTOMER-DEMOGRAPHIC-RECORD)
                RIDFLD(CD-CUSTOMER-NUMBER)
                UPDATE
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               GO TO SET-COLLECTION-FLAG-EXIT
           END-IF.

           IF CD-COLLECTION-STATUS = WS-NEW-COLLECTION-STATUS OR
              (WS-NEW-COLLECTION-STATUS = SPACE AND
               NOT CD-COLLECTION-BARRED)
               EXEC CICS UNLOCK FILE('CUSTDEMO') END-EXEC
               GO TO SET-COLLECTION-FLAG-EXIT
           END-IF.

           MOVE CUSTOMER-DEMOGRAPHIC-RECORD TO WS-JOURNAL-BEFORE.
           MOVE WS-NEW-COLLECTION-STATUS TO CD-COLLECTION-STATUS.
           MOVE WS-NEW-STAMP-NUM TO CD-MODIFICATION-STAMP.

           EXEC CICS REWRITE FILE('CUSTDEMO')
                FROM(CUSTOMER-DEMOGRAPHIC-RECORD)
                RESP(CMD-RESP)
           END-EXEC.

           IF CMD-RESP = DFHRESP(NORMAL)
               MOVE 'R' TO WS-JOURNAL-ACTION
               MOVE CUSTOMER-DEMOGRAPHIC-RECORD TO WS-JOURNAL-AFTER
               CALL 'WRITECUSTJOURNAL' USING WS-JOURNAL-ACTION
                                             WS-JOURNAL-PROGRAM
                                             WS-JOURNAL-BEFORE
                                             WS-JOURNAL-AFTER
           END-IF.

       SET-COLLECTION-FLAG-EXIT.
           EXIT.

       STAMP-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-LOG-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOG-ABSTIME)
                                YYYYMMDD(WS-TODAY-YYYYMMDD)
                                END-EXEC.

       STAMP-THE-STATUS.
           EXEC CICS ASKTIME ABSTIME(WS-LOG-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOG-ABSTIME)
                                YYYYMMDD(WS-STAMP-DATE)
                                TIME(WS-STAMP-TIME)
                                END-EXEC.
           MOVE WS-STAMP-DATE TO WS-NEW-STAMP(1:8).
           MOVE WS-STAMP-TIME TO WS-NEW-STAMP(9:6).
           MOVE WS-NEW-STAMP-NUM TO LS-MODIFICATION-STAMP.

       WRITE-LEGAL-JOURNAL.
           CALL 'WRITELEGLJOURNAL' USING WS-JOURNAL-ACTION
                                         WS-JOURNAL-PROGRAM
                                         WS-JOURNAL-BEFORE
                                         WS-JOURNAL-AFTER.

      *  ONE CSMT LINE PER CASE OPENED, CHANGED OR CLOSED -- THE
      *  TYPE, CHAPTER AND CASE NUMBER, THE CASE STATUS, AND THE
      *  COLLECTION FLAG THE CUSTOMER NOW CARRIES.
       WRITE-AUDIT-MSG.
           MOVE LM-REQUEST-CUSTOMER-NUMBER TO LM-LOG-CUSTOMER-NUMBER.
           MOVE SPACES TO LM-LOG-MSG-BUFFER.
           STRING 'LGLMNT '              DELIMITED SIZE
                  WS-LOG-VERB            DELIMITED SIZE
                  ' TYPE='               DELIMITED SIZE
                  LS-STATUS-TYPE         DELIMITED SIZE
                  ' CH='                 DELIMITED SIZE
                  LS-BANKRUPTCY-CHAPTER  DELIMITED SIZE
                  ' CASE='               DELIMITED SIZE
                  LS-CASE-NUMBER         DELIMITED SIZE
                  ' ST='                 DELIMITED SIZE
                  LS-CASE-STATUS         DELIMITED SIZE
                  LS-CLOSE-REASON        DELIMITED SIZE
                  ' FLAG='               DELIMITED SIZE
                  CD-COLLECTION-STATUS   DELIMITED SIZE
                  INTO LM-LOG-MSG-BUFFER
           END-STRING.

           EXEC CICS ASKTIME ABSTIME(WS-LOG-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOG-ABSTIME)
                                YYYYMMDD(LM-LOG-DATE)
                                TIME(LM-LOG-TIME)
                                END-EXEC.
           MOVE LENGTH OF LM-LOG-MSG TO HW-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                               FROM(LM-LOG-MSG)
                               LENGTH(HW-LENGTH)
                               NOHANDLE
                               END-EXEC.

       SEND-STATUS-REPLY.
           MOVE LENGTH OF LEGAL-STATUS-RECORD TO SEND-LENGTH.
           EXEC CICS SEND FROM(LEGAL-STATUS-RECORD)
                          LENGTH(SEND-LENGTH)
           END-EXEC.

       SEND-ERROR-REPLY.
           MOVE LM-REQUEST-CUSTOMER-NUMBER TO ERROR-CUSTOMER-NUMBER.
           MOVE WS-REQUEST-STATUS TO ERROR-STATUS.
           EVALUATE WS-REQUEST-STATUS
               WHEN '05'
                   MOVE 'CUSTOMER NUMBER FAILED CHECK DIGIT'
                       TO ERROR-MESSAGE-TEXT
               WHEN '09'
                   MOVE 'CUSTOMER NOT ON THE DEMOGRAPHIC MASTER'
                       TO ERROR-MESSAGE-TEXT
               WHEN '18'
                   MOVE 'LEGAL STATUS CHANGED SINCE READ, RE-READ'
                       TO ERROR-MESSAGE-TEXT
               WHEN '25'
                   MOVE 'REQUEST ACTION IS NOT A, U, C OR I'
                       TO ERROR-MESSAGE-TEXT
               WHEN '45'
                   MOVE 'STATUS TYPE OR CHAPTER IS NOT VALID'
                       TO ERROR-MESSAGE-TEXT
               WHEN '46'
                   MOVE 'A DATE IS NOT VALID OR IS IN THE FUTURE'
                       TO ERROR-MESSAGE-TEXT
               WHEN '47'
                   MOVE 'NEW CASE NEEDS FILING DATE AND CASE NUMBER'
                       TO ERROR-MESSAGE-TEXT
               WHEN '48'
                   MOVE 'CUSTOMER ALREADY HAS AN OPEN CASE'
                       TO ERROR-MESSAGE-TEXT
               WHEN '49'
                   MOVE 'NO OPEN CASE ON FILE FOR THAT CUSTOMER'
                       TO ERROR-MESSAGE-TEXT
               WHEN '50'
                   MOVE 'CLOSE REASON IS NOT D, M OR R'
                       TO ERROR-MESSAGE-TEXT
               WHEN OTHER
                   MOVE 'REQUEST REJECTED'
                       TO ERROR-MESSAGE-TEXT
           END-EVALUATE.
           MOVE LENGTH OF ERROR-OUTPUT-AREA TO SEND-LENGTH.
           EXEC CICS SEND FROM(ERROR-OUTPUT-AREA)
                          LENGTH(SEND-LENGTH)
           END-EXEC.
