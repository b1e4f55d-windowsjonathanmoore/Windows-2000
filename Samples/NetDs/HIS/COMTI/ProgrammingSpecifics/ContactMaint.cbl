      ***********************************************************
      * CONTMNT -- ONLINE CUSTOMER CONTACT MAINTENANCE METHOD      *
      *                                                            *
      * CUSTDEMO holds one name and one phone, so letters went to  *
      * whoever that was and the collectors kept their own         *
      * contact lists. This method, in the CUSTMNT style           *
      * (GET-INPUT / validate / SEND-OUTPUT, with the ERRROW.cpy   *
      * error path), maintains the CUSTCONT.cpy contact file --    *
      * several contacts per customer, each with a role (billing,  *
      * AP, escalation, disputes). An add takes the next contact   *
      * sequence number; an update applies the non-blank new       *
      * fields to one contact; a delete removes it; an inquiry     *
      * changes nothing. Every successful request replies with the *
      * customer's whole contact list in CONTROW.cpy rows. Each    *
      * change is journaled through WRITECONTJOURNAL (replayed by  *
      * CONTRCV1) and writes a CUST-# CSMT audit line, the same    *
      * two trails CUSTMNT leaves for CUSTDEMO. An update or       *
      * delete carrying the stamp from the client's last reply is  *
      * refused if the contact has changed since.                  *
      *                                                            *
      * ERROR-STATUS VALUES SENT ON THE ERRROW PATH:               *
      *   '05' CUSTOMER NUMBER FAILED CHECK DIGIT (AS RSETSAMP)    *
      *   '09' CUSTOMER NOT ON THE DEMOGRAPHIC MASTER              *
      *   '18' CONTACT CHANGED SINCE IT WAS READ -- RE-READ AND    *
      *        REAPPLY (AS CUSTMNT)                                *
      *   '25' REQUEST ACTION IS NOT A, U, D OR I                  *
      *   '26' ROLE IS NOT B, A, E OR D, OR STATUS IS NOT A OR I   *
      *   '27' A NEW CONTACT NEEDS BOTH A NAME AND A ROLE          *
      *   '28' NO CONTACT WITH THAT SEQUENCE FOR THE CUSTOMER      *
      *   '29' THE CUSTOMER ALREADY HAS THE MAXIMUM 20 CONTACTS    *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMNT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-LENGTHS.
           05  RECEIVE-LENGTH                 PIC S9(4) COMP.
           05  SEND-LENGTH                    PIC S9(4) COMP.
       01  HW-LENGTH                          PIC S9(4) COMP.
       01  CMD-RESP                           PIC S9(8) COMP VALUE +0.
       01  READ-RESP                          PIC S9(8) COMP VALUE +0.
       01  BROWSE-RESP                        PIC S9(8) COMP VALUE +0.

       01  WS-VALCUSNO-STATUS                 PIC X(2).
           88  WS-VALCUSNO-OK                 VALUE '00'.

       01  WS-REQUEST-STATUS                  PIC X(2).
           88  WS-REQUEST-OK                  VALUE '00'.
           88  WS-BAD-CHECK-DIGIT             VALUE '05'.
           88  WS-CUSTOMER-NOT-FOUND          VALUE '09'.
           88  WS-RECORD-CHANGED-SINCE        VALUE '18'.
           88  WS-BAD-ACTION                  VALUE '25'.
           88  WS-BAD-ROLE-OR-STATUS          VALUE '26'.
           88  WS-CONTACT-INCOMPLETE          VALUE '27'.
           88  WS-CONTACT-NOT-FOUND           VALUE '28'.
           88  WS-TOO-MANY-CONTACTS           VALUE '29'.

      *  THE MAINTENANCE REQUEST AS RECEIVED FROM THE CLIENT. THE
      *  SEQUENCE NAMES THE CONTACT FOR AN UPDATE OR DELETE AND IS
      *  IGNORED ON AN ADD. A BLANK NEW-xxx FIELD ON AN UPDATE
      *  MEANS "LEAVE THAT FIELD ALONE", AS IN CUSTMNT.
       01  CONTMNT-REQUEST-AREA.
           05  KM-REQUEST-ACTION              PIC X(1).
               88  KM-ACTION-ADD              VALUE 'A'.
               88  KM-ACTION-UPDATE           VALUE 'U'.
               88  KM-ACTION-DELETE           VALUE 'D'.
               88  KM-ACTION-INQUIRY          VALUE 'I'.
           05  KM-REQUEST-CUSTOMER-NUMBER     PIC 9(9).
           05  KM-CONTACT-SEQUENCE            PIC 9(3).
           05  KM-NEW-CONTACT-ROLE            PIC X(1).
           05  KM-NEW-CONTACT-NAME            PIC X(30).
           05  KM-NEW-CONTACT-TITLE           PIC X(30).
           05  KM-NEW-CONTACT-PHONE           PIC X(14).
           05  KM-NEW-CONTACT-EMAIL           PIC X(60).
           05  KM-NEW-CONTACT-STATUS          PIC X(1).
      *  THE STAMP THE CLIENT'S LAST REPLY CARRIED FOR THIS
      *  CONTACT. ZERO SKIPS THE GUARD, AS CUSTMNT ALLOWS.
           05  KM-EXPECTED-STAMP              PIC 9(14).

      *  THE CUSTOMER'S CONTACTS AFTER THE REQUEST, LOWEST
      *  SEQUENCE FIRST. THE ADD LIMIT KEEPS THE LIST INSIDE THE
      *  ROW TABLE.
       01  CONTMNT-REPLY-AREA.
           05  KR-CUSTOMER-NUMBER             PIC 9(9).
           05  KR-CONTACT-COUNT               PIC 9(3).
           05  KR-CONTACT-ROWS.
               10  CONTACT-ROW OCCURS 20 TIMES.
                   COPY CONTROW.

       01  WS-MAX-CONTACTS                    PIC 9(3) VALUE 20.

           COPY CUSTDEMO.

           COPY CUSTCONT.

           COPY CUSTCONT
               REPLACING CUSTOMER-CONTACT-RECORD BY
                             BEFORE-CONTACT-RECORD
                         LEADING ==CC== BY ==BI==.

       01  ERROR-OUTPUT-AREA.
           COPY ERRROW.

      *  THE SAME CUST-# CSMT AUDIT SHAPE CUSTMNT WRITES.
       01  KM-LOG-MSG.
           05  KM-LOG-ID                      PIC X(7)
                                               VALUE 'CUST #'.
           05  KM-LOG-CUSTOMER-NUMBER         PIC 9(9).
           05  FILLER                         PIC X VALUE SPACE.
           05  KM-LOG-DATE                    PIC 9(8) VALUE ZEROS.
           05  KM-LOG-TIME                    PIC 9(6) VALUE ZEROS.
           05  FILLER                         PIC X VALUE SPACE.
           05  KM-LOG-MSG-BUFFER              PIC X(80) VALUE SPACES.

       01  WS-LOG-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-LOG-VERB                        PIC X(3).

      *  BEFORE/AFTER IMAGES FOR THE CONTACT JOURNAL -- THE
      *  REPLAYABLE RECORD CONTRCV1 ROLLS A RESTORED FILE FORWARD
      *  FROM. THE BEFORE IMAGE IS LOW-VALUES ON AN ADD AND THE
      *  AFTER IMAGE LOW-VALUES ON A DELETE.
       01  WS-JOURNAL-ACTION                  PIC X(1).
       01  WS-JOURNAL-PROGRAM                 PIC X(8)
                                               VALUE 'CONTMNT'.
       01  WS-JOURNAL-BEFORE                  PIC X(300).
       01  WS-JOURNAL-AFTER                   PIC X(300).

       01  WS-STAMP-DATE                      PIC 9(8).
       01  WS-STAMP-TIME                      PIC 9(6).
       01  WS-NEW-STAMP                       PIC X(14).
       01  WS-NEW-STAMP-NUM REDEFINES WS-NEW-STAMP
                                              PIC 9(14).

       01  WS-CONTACT-COUNT                   PIC 9(3).
       01  WS-HIGH-SEQUENCE                   PIC 9(3).
       01  WS-BROWSE-DONE-FLAG                PIC X.
           88  WS-BROWSE-DONE                 VALUE 'Y'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           SET WS-REQUEST-OK TO TRUE.

           MOVE LENGTH OF CONTMNT-REQUEST-AREA TO RECEIVE-LENGTH.
           EXEC CICS RECEIVE INTO(CONTMNT-REQUEST-AREA)
                 LENGTH(RECEIVE-LENGTH)
                 MAXLENGTH(RECEIVE-LENGTH)
                 NOTRUNCATE
                 RESP(CMD-RESP)
           END-EXEC.

           PERFORM VALIDATE-THE-REQUEST.

           IF WS-REQUEST-OK
               PERFORM READ-CUSTOMER-RECORD
           END-IF.

           IF WS-REQUEST-OK
               EVALUATE TRUE
                   WHEN KM-ACTION-ADD
                       PERFORM ADD-THE-CONTACT THRU
                               ADD-THE-CONTACT-EXIT
                   WHEN KM-ACTION-UPDATE
                       PERFORM UPDATE-THE-CONTACT THRU
                               UPDATE-THE-CONTACT-EXIT
                   WHEN KM-ACTION-DELETE
                       PERFORM DELETE-THE-CONTACT THRU
                               DELETE-THE-CONTACT-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF WS-REQUEST-OK
               PERFORM BUILD-CONTACT-LIST
               PERFORM SEND-CONTACT-REPLY
           ELSE
               PERFORM SEND-ERROR-REPLY
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *
      *  THE CUSTOMER NUMBER GOES THROUGH VALIDATECUSTOMERNUMBER
      *  BEFORE IT IS USED TO READ ANYTHING, THE SAME GUARD
      *  CUSTMNT APPLIES. A BLANK ROLE OR STATUS ON AN UPDATE IS
      *  "NO CHANGE"; ANYTHING ELSE MUST BE A KNOWN CODE.
      *
       VALIDATE-THE-REQUEST.
           IF NOT KM-ACTION-ADD AND NOT KM-ACTION-UPDATE AND
              NOT KM-ACTION-DELETE AND NOT KM-ACTION-INQUIRY
               SET WS-BAD-ACTION TO TRUE
           END-IF.

           IF WS-REQUEST-OK
               CALL 'VALIDATECUSTOMERNUMBER'
                   USING KM-REQUEST-CUSTOMER-NUMBER
                         WS-VALCUSNO-STATUS
               IF NOT WS-VALCUSNO-OK
                   SET WS-BAD-CHECK-DIGIT TO TRUE
               END-IF
           END-IF.

           IF WS-REQUEST-OK AND (KM-ACTION-ADD OR KM-ACTION-UPDATE)
               MOVE KM-NEW-CONTACT-ROLE TO CC-CONTACT-ROLE
               IF KM-NEW-CONTACT-ROLE NOT = SPACE AND
                  NOT CC-ROLE-VALID
                   SET WS-BAD-ROLE-OR-STATUS TO TRUE
               END-IF
               IF KM-NEW-CONTACT-STATUS NOT = SPACE AND
                  KM-NEW-CONTACT-STATUS NOT = 'A' AND
                  KM-NEW-CONTACT-STATUS NOT = 'I'
                   SET WS-BAD-ROLE-OR-STATUS TO TRUE
               END-IF
           END-IF.

           IF WS-REQUEST-OK AND KM-ACTION-ADD
               IF KM-NEW-CONTACT-NAME = SPACES OR
                  KM-NEW-CONTACT-ROLE = SPACE
                   SET WS-CONTACT-INCOMPLETE TO TRUE
               END-IF
           END-IF.

       READ-CUSTOMER-RECORD.
           MOVE KM-REQUEST-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER.
           EXEC CICS READ FILE('CUSTDEMO')
                INTO(CUSTOMER-DEMOGRAPHIC-RECORD)
                RIDFLD(CD-CUSTOMER-NUMBER)
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-CUSTOMER-NOT-FOUND TO TRUE
           END-IF.

      *****************************************************************
      *  A NEW CONTACT TAKES THE SEQUENCE AFTER THE HIGHEST ONE ON     *
      *  FILE FOR THE CUSTOMER, SO A DELETED CONTACT'S NUMBER IS NOT   *
      *  REUSED WHILE A HIGHER ONE EXISTS. STATUS DEFAULTS ACTIVE.     *
      *****************************************************************
       ADD-THE-CONTACT.
           PERFORM COUNT-CUSTOMER-CONTACTS.
           IF WS-CONTACT-COUNT NOT < WS-MAX-CONTACTS OR
              WS-HIGH-SEQUENCE = 999
               SET WS-TOO-MANY-CONTACTS TO TRUE
               GO TO ADD-THE-CONTACT-EXIT
           END-IF.

           INITIALIZE CUSTOMER-CONTACT-RECORD.
           MOVE KM-REQUEST-CUSTOMER-NUMBER TO CC-CUSTOMER-NUMBER.
           COMPUTE CC-CONTACT-SEQUENCE = WS-HIGH-SEQUENCE + 1.
           MOVE KM-NEW-CONTACT-ROLE  TO CC-CONTACT-ROLE.
           MOVE KM-NEW-CONTACT-NAME  TO CC-CONTACT-NAME.
           MOVE KM-NEW-CONTACT-TITLE TO CC-CONTACT-TITLE.
           MOVE KM-NEW-CONTACT-PHONE TO CC-CONTACT-PHONE.
           MOVE KM-NEW-CONTACT-EMAIL TO CC-CONTACT-EMAIL.
           IF KM-NEW-CONTACT-STATUS = SPACE
               SET CC-CONTACT-ACTIVE TO TRUE
           ELSE
               MOVE KM-NEW-CONTACT-STATUS TO CC-CONTACT-STATUS
           END-IF.
           PERFORM STAMP-THE-CONTACT.

           EXEC CICS WRITE FILE('CUSTCONT')
                FROM(CUSTOMER-CONTACT-RECORD)
                RIDFLD(CC-KEY)
                RESP(CMD-RESP)
           END-EXEC.

           IF CMD-RESP = DFHRESP(NORMAL)
               MOVE 'W' TO WS-JOURNAL-ACTION
               MOVE LOW-VALUES TO WS-JOURNAL-BEFORE
               MOVE CUSTOMER-CONTACT-RECORD TO WS-JOURNAL-AFTER
               PERFORM WRITE-CONTACT-JOURNAL
               MOVE 'ADD' TO WS-LOG-VERB
               PERFORM WRITE-AUDIT-MSG
           END-IF.

       ADD-THE-CONTACT-EXIT.
           EXIT.

       UPDATE-THE-CONTACT.
           PERFORM READ-CONTACT-FOR-UPDATE.
           IF NOT WS-REQUEST-OK
               GO TO UPDATE-THE-CONTACT-EXIT
           END-IF.

           MOVE CUSTOMER-CONTACT-RECORD TO BEFORE-CONTACT-RECORD.
           IF KM-NEW-CONTACT-ROLE NOT = SPACE
               MOVE KM-NEW-CONTACT-ROLE TO CC-CONTACT-ROLE
           END-IF.
           IF KM-NEW-CONTACT-NAME NOT = SPACES
               MOVE KM-NEW-CONTACT-NAME TO CC-CONTACT-NAME
           END-IF.
           IF KM-NEW-CONTACT-TITLE NOT = SPACES
               MOVE KM-NEW-CONTACT-TITLE TO CC-CONTACT-TITLE
           END-IF.
           IF KM-NEW-CONTACT-PHONE NOT = SPACES
               MOVE KM-NEW-CONTACT-PHONE TO CC-CONTACT-PHONE
           END-IF.
           IF KM-NEW-CONTACT-EMAIL NOT = SPACES
               MOVE KM-NEW-CONTACT-EMAIL TO CC-CONTACT-EMAIL
           END-IF.
           IF KM-NEW-CONTACT-STATUS NOT = SPACE
               MOVE KM-NEW-CONTACT-STATUS TO CC-CONTACT-STATUS
           END-IF.
           PERFORM STAMP-THE-CONTACT.

           EXEC CICS REWRITE FILE('CUSTCONT')
                FROM(CUSTOMER-CONTACT-RECORD)
                RESP(CMD-RESP)
           END-EXEC.

           IF CMD-RESP = DFHRESP(NORMAL)
               MOVE 'R' TO WS-JOURNAL-ACTION
               MOVE BEFORE-CONTACT-RECORD   TO WS-JOURNAL-BEFORE
               MOVE CUSTOMER-CONTACT-RECORD TO WS-JOURNAL-AFTER
               PERFORM WRITE-CONTACT-JOURNAL
               MOVE 'CHG' TO WS-LOG-VERB
               PERFORM WRITE-AUDIT-MSG
           END-IF.

       UPDATE-THE-CONTACT-EXIT.
           EXIT.

       DELETE-THE-CONTACT.
           PERFORM READ-CONTACT-FOR-UPDATE.
           IF NOT WS-REQUEST-OK
               GO TO DELETE-THE-CONTACT-EXIT
           END-IF.

           EXEC CICS DELETE FILE('CUSTCONT')
                RESP(CMD-RESP)
           END-EXEC.

           IF CMD-RESP = DFHRESP(NORMAL)
               MOVE 'D' TO WS-JOURNAL-ACTION
               MOVE CUSTOMER-CONTACT-RECORD TO WS-JOURNAL-BEFORE
               MOVE LOW-VALUES TO WS-JOURNAL-AFTER
               PERFORM WRITE-CONTACT-JOURNAL
               MOVE 'DEL' TO WS-LOG-VERB
               PERFORM WRITE-AUDIT-MSG
           END-IF.

       DELETE-THE-CONTACT-EXIT.
           EXIT.

      *  THE NAMED CONTACT, HELD FOR UPDATE, AND THE STAMP GUARD --
      *  A CHANGE BUILT FROM A STALE READ IS REFUSED BEFORE IT CAN
      *  OVERWRITE ANOTHER CLERK'S SAVE.
       READ-CONTACT-FOR-UPDATE.
           MOVE KM-REQUEST-CUSTOMER-NUMBER TO CC-CUSTOMER-NUMBER.
           MOVE KM-CONTACT-SEQUENCE TO CC-CONTACT-SEQUENCE.
           EXEC CICS READ FILE('CUSTCONT')
                INTO(CUSTOMER-CONTACT-RECORD)
                RIDFLD(CC-KEY)
                UPDATE
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-CONTACT-NOT-FOUND TO TRUE
           ELSE
               IF KM-EXPECTED-STAMP NUMERIC AND
                  KM-EXPECTED-STAMP > 0 AND
                  KM-EXPECTED-STAMP NOT = CC-MODIFICATION-STAMP
                   SET WS-RECORD-CHANGED-SINCE TO TRUE
               END-IF
           END-IF.

      *  HOW MANY CONTACTS THE CUSTOMER HOLDS AND THE HIGHEST
      *  SEQUENCE IN USE -- THE KEY ORDER MAKES THE LAST ONE READ
      *  THE HIGHEST.
       COUNT-CUSTOMER-CONTACTS.
           MOVE 0 TO WS-CONTACT-COUNT.
           MOVE 0 TO WS-HIGH-SEQUENCE.
           MOVE KM-REQUEST-CUSTOMER-NUMBER TO CC-CUSTOMER-NUMBER.
           MOVE 0 TO CC-CONTACT-SEQUENCE.
           MOVE 'N' TO WS-BROWSE-DONE-FLAG.

           EXEC CICS STARTBR FILE('CUSTCONT')
                RIDFLD(CC-KEY)
                GTEQ
                RESP(BROWSE-RESP)
           END-EXEC.
           IF BROWSE-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           END-IF.

           PERFORM COUNT-NEXT-CONTACT UNTIL WS-BROWSE-DONE.

           IF BROWSE-RESP = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('CUSTCONT') END-EXEC
           END-IF.

       COUNT-NEXT-CONTACT.
           EXEC CICS READNEXT FILE('CUSTCONT')
                INTO(CUSTOMER-CONTACT-RECORD)
                RIDFLD(CC-KEY)
                RESP(BROWSE-RESP)
           END-EXEC.
           IF BROWSE-RESP NOT = DFHRESP(NORMAL) OR
              CC-CUSTOMER-NUMBER NOT = KM-REQUEST-CUSTOMER-NUMBER
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               ADD 1 TO WS-CONTACT-COUNT
               MOVE CC-CONTACT-SEQUENCE TO WS-HIGH-SEQUENCE
           END-IF.

      *  THE REPLY: EVERY CONTACT THE CUSTOMER NOW HOLDS.
       BUILD-CONTACT-LIST.
           INITIALIZE CONTMNT-REPLY-AREA.
           MOVE KM-REQUEST-CUSTOMER-NUMBER TO KR-CUSTOMER-NUMBER.
           MOVE 0 TO KR-CONTACT-COUNT.
           MOVE KM-REQUEST-CUSTOMER-NUMBER TO CC-CUSTOMER-NUMBER.
           MOVE 0 TO CC-CONTACT-SEQUENCE.
           MOVE 'N' TO WS-BROWSE-DONE-FLAG.

           EXEC CICS STARTBR FILE('CUSTCONT')
                RIDFLD(CC-KEY)
                GTEQ
                RESP(BROWSE-RESP)
           END-EXEC.
           IF BROWSE-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           END-IF.

           PERFORM LIST-NEXT-CONTACT UNTIL WS-BROWSE-DONE.

           IF BROWSE-RESP = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('CUSTCONT') END-EXEC
           END-IF.

       LIST-NEXT-CONTACT.
           EXEC CICS READNEXT FILE('CUSTCONT')
                INTO(CUSTOMER-CONTACT-RECORD)
                RIDFLD(CC-KEY)
                RESP(BROWSE-RESP)
           END-EXEC.
           IF BROWSE-RESP NOT = DFHRESP(NORMAL) OR
              CC-CUSTOMER-NUMBER NOT = KM-REQUEST-CUSTOMER-NUMBER OR
              KR-CONTACT-COUNT NOT < WS-MAX-CONTACTS
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               ADD 1 TO KR-CONTACT-COUNT
               MOVE CC-CONTACT-SEQUENCE
                   TO CONTACT-SEQUENCE(KR-CONTACT-COUNT)
               MOVE CC-CONTACT-ROLE
                   TO CONTACT-ROLE(KR-CONTACT-COUNT)
               MOVE CC-CONTACT-NAME
                   TO CONTACT-NAME(KR-CONTACT-COUNT)
               MOVE CC-CONTACT-TITLE
                   TO CONTACT-TITLE(KR-CONTACT-COUNT)
               MOVE CC-CONTACT-PHONE
                   TO CONTACT-PHONE(KR-CONTACT-COUNT)
               MOVE CC-CONTACT-EMAIL
                   TO CONTACT-EMAIL(KR-CONTACT-COUNT)
               MOVE CC-CONTACT-STATUS
                   TO CONTACT-STATUS(KR-CONTACT-COUNT)
               MOVE CC-MODIFICATION-STAMP
                   TO CONTACT-MODIFICATION-STAMP(KR-CONTACT-COUNT)
           END-IF.

       STAMP-THE-CONTACT.
           EXEC CICS ASKTIME ABSTIME(WS-LOG-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOG-ABSTIME)
                                YYYYMMDD(WS-STAMP-DATE)
                                TIME(WS-STAMP-TIME)
                                END-EXEC.
           MOVE WS-STAMP-DATE TO WS-NEW-STAMP(1:8).
           MOVE WS-STAMP-TIME TO WS-NEW-STAMP(9:6).
           MOVE WS-NEW-STAMP-NUM TO CC-MODIFICATION-STAMP.

       WRITE-CONTACT-JOURNAL.
           CALL 'WRITECONTJOURNAL' USING WS-JOURNAL-ACTION
                                         WS-JOURNAL-PROGRAM
                                         WS-JOURNAL-BEFORE
                                         WS-JOURNAL-AFTER.

      *  ONE CSMT LINE PER CONTACT ADDED, CHANGED OR DELETED --
      *  WHICH CONTACT, ITS ROLE AND NAME AS THEY NOW STAND (AS
      *  THEY STOOD, FOR A DELETE).
       WRITE-AUDIT-MSG.
           MOVE KM-REQUEST-CUSTOMER-NUMBER TO KM-LOG-CUSTOMER-NUMBER.
           MOVE SPACES TO KM-LOG-MSG-BUFFER.
           STRING 'CONTMNT '           DELIMITED SIZE
                  WS-LOG-VERB          DELIMITED SIZE
                  ' SEQ='              DELIMITED SIZE
                  CC-CONTACT-SEQUENCE  DELIMITED SIZE
                  ' ROLE='             DELIMITED SIZE
                  CC-CONTACT-ROLE      DELIMITED SIZE
                  ' NAME='             DELIMITED SIZE
                  CC-CONTACT-NAME      DELIMITED SIZE
                  INTO KM-LOG-MSG-BUFFER
           END-STRING.

           EXEC CICS ASKTIME ABSTIME(WS-LOG-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOG-ABSTIME)
                                YYYYMMDD(KM-LOG-DATE)
                                TIME(KM-LOG-TIME)
                                END-EXEC.
           MOVE LENGTH OF KM-LOG-MSG TO HW-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                               FROM(KM-LOG-MSG)
                               LENGTH(HW-LENGTH)
                               NOHANDLE
                               END-EXEC.

       SEND-CONTACT-REPLY.
           MOVE LENGTH OF CONTMNT-REPLY-AREA TO SEND-LENGTH.
           EXEC CICS SEND FROM(CONTMNT-REPLY-AREA)
                          LENGTH(SEND-LENGTH)
           END-EXEC.

       SEND-ERROR-REPLY.
           MOVE KM-REQUEST-CUSTOMER-NUMBER TO ERROR-CUSTOMER-NUMBER.
           MOVE WS-REQUEST-STATUS TO ERROR-STATUS.
           EVALUATE WS-REQUEST-STATUS
               WHEN '05'
                   MOVE 'CUSTOMER NUMBER FAILED CHECK DIGIT'
                       TO ERROR-MESSAGE-TEXT
               WHEN '09'
                   MOVE 'CUSTOMER NOT ON THE DEMOGRAPHIC MASTER'
                       TO ERROR-MESSAGE-TEXT
               WHEN '18'
                   MOVE 'CONTACT CHANGED SINCE READ, RE-READ'
                       TO ERROR-MESSAGE-TEXT
               WHEN '25'
                   MOVE 'REQUEST ACTION IS NOT A, U, D OR I'
                       TO ERROR-MESSAGE-TEXT
               WHEN '26'
                   MOVE 'CONTACT ROLE OR STATUS IS NOT VALID'
                       TO ERROR-MESSAGE-TEXT
               WHEN '27'
                   MOVE 'NEW CONTACT NEEDS A NAME AND A ROLE'
                       TO ERROR-MESSAGE-TEXT
               WHEN '28'
                   MOVE 'CONTACT NOT ON FILE FOR THAT CUSTOMER'
                       TO ERROR-MESSAGE-TEXT
               WHEN '29'
                   MOVE 'CUSTOMER ALREADY HAS 20 CONTACTS'
                       TO ERROR-MESSAGE-TEXT
               WHEN OTHER
                   MOVE 'REQUEST REJECTED'
                       TO ERROR-MESSAGE-TEXT
           END-EVALUATE.
           MOVE LENGTH OF ERROR-OUTPUT-AREA TO SEND-LENGTH.
           EXEC CICS SEND FROM(ERROR-OUTPUT-AREA)
                          LENGTH(SEND-LENGTH)
           END-EXEC.
