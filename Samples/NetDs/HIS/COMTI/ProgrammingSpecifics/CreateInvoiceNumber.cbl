      * caller that gets LK-CRINVNO-STATUS '04' back must treat    *
      * the number range as exhausted and stop billing rather      *
      * than reuse numbers.                                        *
      * Every legal entity (COMPMAST.cpy) numbers its invoices     *
      * from its own range on its own control record -- the home  *
      * company '01' keeps the original 'INVOICE ' record, any     *
      * other company uses 'INVCO' plus its code -- so invoices    *
      * billed under different companies never share a number.    *
      * LK-COMPANY-CODE spaces means the home company. The home    *
      * company without a range on the company master issues from  *
      * the whole original range as before; any other company     *
      * without one gets status '08' and must not be billed.       *
      * Every number issued is logged through WRITEINVNUMLOG       *
      * (INVNLOG.cpy) with the LK-CALLER-PROGRAM the caller names  *
      * and the time, so INVAUD01 can prove each one was billed.   *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREATEINVOICENUMBER.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-CONTROL-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT COMPANY-MASTER-FILE ASSIGN TO COMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-COMPANY-CODE
               FILE STATUS IS WS-COMPANY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-SEQUENCE-FILE.
           COPY INVSEQ.

       FD  COMPANY-MASTER-FILE.
           COPY COMPMAST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                       PIC X(2).
           88  WS-FILE-STATUS-OK                VALUE '00'.
       01  WS-CEILING-INVOICE-NUMBER            PIC 9(10)
                                                 VALUE 9899999999.

       01  WS-COMPANY-STATUS                    PIC X(2).
           88  WS-COMPANY-STATUS-OK             VALUE '00'.
       01  WS-HOME-COMPANY-CODE                 PIC X(2) VALUE '01'.
       01  WS-COMPANY-CODE                      PIC X(2).

      *  THE RANGE THIS CALL ISSUES FROM AND THE CONTROL RECORD
      *  THAT TRACKS IT.
       01  WS-RANGE-FIRST-NUMBER                PIC 9(10).
       01  WS-RANGE-LAST-NUMBER                 PIC 9(10).
       01  WS-CONTROL-ID.
           05  WS-CONTROL-PREFIX                PIC X(5).
           05  WS-CONTROL-COMPANY               PIC X(2).
           05  FILLER                           PIC X(1) VALUE SPACE.

      *  THE ISSUE-LOG ENTRY FOR THE NUMBER HANDED OUT.
       01  WS-NUMLOG-ISSUED                     PIC X(1) VALUE 'I'.
       01  WS-NUMLOG-NO-REASON                  PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-INVOICE-NUMBER                    PIC 9(10).
       01  LK-CRINVNO-STATUS                    PIC X(2).
           88  CRINVNO-OK                       VALUE '00'.
           88  CRINVNO-FILE-ERROR               VALUE '02'.
           88  CRINVNO-RANGE-EXHAUSTED          VALUE '04'.
           88  CRINVNO-COMPANY-NOT-SET-UP       VALUE '08'.
       01  LK-COMPANY-CODE                      PIC X(2).
       01  LK-CALLER-PROGRAM                    PIC X(8).

       PROCEDURE DIVISION USING LK-INVOICE-NUMBER LK-CRINVNO-STATUS
                                LK-COMPANY-CODE LK-CALLER-PROGRAM.

       MAIN-LOGIC.
           SET CRINVNO-OK TO TRUE.
           MOVE 0 TO LK-INVOICE-NUMBER.

           PERFORM FIND-COMPANY-RANGE THRU FIND-COMPANY-RANGE-EXIT.
           IF CRINVNO-COMPANY-NOT-SET-UP
               GOBACK
           END-IF.

           OPEN I-O INVOICE-SEQUENCE-FILE.
           IF NOT WS-FILE-STATUS-OK
      *

           PERFORM ASSIGN-NEXT-NUMBER THRU ASSIGN-NEXT-NUMBER-EXIT.
           CLOSE INVOICE-SEQUENCE-FILE.

           IF CRINVNO-OK AND LK-INVOICE-NUMBER > 0
               CALL 'WRITEINVNUMLOG' USING WS-NUMLOG-ISSUED
                                           LK-INVOICE-NUMBER
                                           LK-CALLER-PROGRAM
                                           WS-COMPANY-CODE
                                           WS-NUMLOG-NO-REASON
           END-IF.
           GOBACK.

      *****************************************************************
      *  SETTLE THE COMPANY'S NUMBER RANGE AND CONTROL RECORD. THE     *
      *  COMPANY MASTER IS OPENED AND CLOSED PER CALL LIKE THE         *
      *  CONTROL FILE; NO MASTER AT ALL LEAVES ONLY THE HOME COMPANY   *
      *  ABLE TO BILL, ON THE ORIGINAL RANGE.                          *
      *****************************************************************
       FIND-COMPANY-RANGE.
           MOVE LK-COMPANY-CODE TO WS-COMPANY-CODE.
           IF WS-COMPANY-CODE = SPACES
               MOVE WS-HOME-COMPANY-CODE TO WS-COMPANY-CODE
           END-IF.

           IF WS-COMPANY-CODE = WS-HOME-COMPANY-CODE
               MOVE 'INVOICE ' TO WS-CONTROL-ID
           ELSE
               MOVE 'INVCO' TO WS-CONTROL-PREFIX
               MOVE WS-COMPANY-CODE TO WS-CONTROL-COMPANY
           END-IF.

           MOVE 0 TO WS-RANGE-FIRST-NUMBER WS-RANGE-LAST-NUMBER.
           OPEN INPUT COMPANY-MASTER-FILE.
           IF WS-COMPANY-STATUS-OK
               MOVE WS-COMPANY-CODE TO CO-COMPANY-CODE
               READ COMPANY-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CO-FIRST-INVOICE-NUMBER
                           TO WS-RANGE-FIRST-NUMBER
                       MOVE CO-LAST-INVOICE-NUMBER
                           TO WS-RANGE-LAST-NUMBER
               END-READ
           END-IF.
           CLOSE COMPANY-MASTER-FILE.

           IF WS-RANGE-FIRST-NUMBER = 0 AND WS-RANGE-LAST-NUMBER = 0
               IF WS-COMPANY-CODE NOT = WS-HOME-COMPANY-CODE
                   SET CRINVNO-COMPANY-NOT-SET-UP TO TRUE
                   GO TO FIND-COMPANY-RANGE-EXIT
               END-IF
               MOVE WS-FIRST-INVOICE-NUMBER   TO WS-RANGE-FIRST-NUMBER
               MOVE WS-CEILING-INVOICE-NUMBER TO WS-RANGE-LAST-NUMBER
           END-IF.

       FIND-COMPANY-RANGE-EXIT.
           EXIT.

      *****************************************************************
      *  READ THE COMPANY'S CONTROL RECORD, HAND OUT THE NEXT NUMBER,  *
      *  AND PERSIST IT BACK SO THE NEXT CALL -- FROM ANY PROGRAM --   *
      *  PICKS UP WHERE THIS ONE LEFT OFF. A RANGE MOVED UP ABOVE THE  *
      *  LAST NUMBER ISSUED RESTARTS AT ITS NEW FIRST NUMBER.          *
      *****************************************************************
       ASSIGN-NEXT-NUMBER.
           MOVE WS-CONTROL-ID TO IS-CONTROL-ID.
           READ INVOICE-SEQUENCE-FILE
               INVALID KEY
                   MOVE WS-RANGE-FIRST-NUMBER
                       TO IS-LAST-INVOICE-NUMBER
                   MOVE IS-LAST-INVOICE-NUMBER TO LK-INVOICE-NUMBER
                   WRITE INVOICE-SEQUENCE-RECORD
           END-READ.

           IF WS-FILE-STATUS-OK
               IF IS-LAST-INVOICE-NUMBER < WS-RANGE-FIRST-NUMBER
                   MOVE WS-RANGE-FIRST-NUMBER
                       TO IS-LAST-INVOICE-NUMBER
               END-IF
               IF IS-LAST-INVOICE-NUMBER NOT LESS THAN
                       WS-RANGE-LAST-NUMBER
                   SET CRINVNO-RANGE-EXHAUSTED TO TRUE
                   GO TO ASSIGN-NEXT-NUMBER-EXIT
               END-IF
