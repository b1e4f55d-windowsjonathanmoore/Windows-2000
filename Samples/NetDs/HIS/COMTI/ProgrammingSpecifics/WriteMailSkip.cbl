      ***********************************************************
      * WriteMailSkip appends one entry (MAILSKIP.cpy) to the      *
      * returned-mail skip file for a document a batch run is      *
      * holding back because the customer's address is flagged     *
      * bad. STMTGEN1, DUNLTR01, AUDCNF01 and REFUND01 call it     *
      * once per document held. The file is opened in EXTEND per   *
      * call, the same open-use-close discipline as                *
      * WRITEINVJOURNAL, so the four jobs can share it without     *
      * holding it.                                                *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEMAILSKIP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAIL-SKIP-FILE ASSIGN TO MAILSKIP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAIL-SKIP-FILE.
           COPY MAILSKIP.

       WORKING-STORAGE SECTION.
       01  WS-SKIP-STATUS                       PIC X(2).
           88  WS-SKIP-STATUS-OK                VALUE '00'.

       01  WS-NOW-TEXT                          PIC X(21).

       LINKAGE SECTION.
       01  LK-DOCUMENT-TYPE                     PIC X(1).
       01  LK-CUSTOMER-NUMBER                   PIC 9(9).
       01  LK-LAST-NAME                         PIC X(20).
       01  LK-DOCUMENT-AMOUNT                   PIC S9(13)V9(2)
                                                 COMP-3.
       01  LK-CALLER-PROGRAM                    PIC X(8).

       PROCEDURE DIVISION USING LK-DOCUMENT-TYPE
                                LK-CUSTOMER-NUMBER
                                LK-LAST-NAME
                                LK-DOCUMENT-AMOUNT
                                LK-CALLER-PROGRAM.

       MAIN-LOGIC.
           OPEN EXTEND MAIL-SKIP-FILE.
           IF NOT WS-SKIP-STATUS-OK
      *
      *  FIRST DOCUMENT HELD SINCE RTNMAIL1 LAST EMPTIED THE FILE
      *  -- IT DOESN'T EXIST YET, SO CREATE IT AND CARRY ON.
      *
               OPEN OUTPUT MAIL-SKIP-FILE
               IF NOT WS-SKIP-STATUS-OK
                   CLOSE MAIL-SKIP-FILE
                   GOBACK
               END-IF
           END-IF.

           MOVE LK-CUSTOMER-NUMBER TO MS-CUSTOMER-NUMBER.
           MOVE LK-DOCUMENT-TYPE   TO MS-DOCUMENT-TYPE.
           MOVE LK-CALLER-PROGRAM  TO MS-CALLER-PROGRAM.
           MOVE LK-LAST-NAME       TO MS-LAST-NAME.
           MOVE LK-DOCUMENT-AMOUNT TO MS-DOCUMENT-AMOUNT.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TEXT.
           MOVE WS-NOW-TEXT(1:8)   TO MS-SKIP-DATE.

           WRITE MAIL-SKIP-RECORD.

           CLOSE MAIL-SKIP-FILE.
           GOBACK.
