      ***********************************************************
      * WriteLegalJournal appends one before/after image entry to  *
      * the legal-status journal -- the LEGLSTAT twin of           *
      * WriteContactJournal, using the same CUSTJRNL.cpy layout    *
      * (the 200-byte images hold a full LEGLSTAT.cpy record with  *
      * slack). LGLMNT calls this immediately after every          *
      * successful WRITE or REWRITE of a LEGLSTAT record, so the   *
      * journal is the full history of each case -- who opened it, *
      * every change to the bar date, claim and attorney, and how  *
      * it closed -- even though the file itself keeps only the    *
      * latest filing per customer. The journal is opened in       *
      * EXTEND per call, the same open-use-close discipline as     *
      * WRITECUSTJOURNAL, so no caller holds it.                   *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITELEGLJOURNAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-JOURNAL-FILE ASSIGN TO LEGLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-JOURNAL-FILE.
           COPY CUSTJRNL
               REPLACING CUSTOMER-JOURNAL-RECORD BY
                             LEGAL-JOURNAL-RECORD
                         LEADING ==CJ== BY ==LJ==.

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS                    PIC X(2).
           88  WS-JOURNAL-STATUS-OK             VALUE '00'.

       01  WS-NOW-TEXT                          PIC X(21).

       LINKAGE SECTION.
       01  LK-JOURNAL-ACTION                    PIC X(1).
       01  LK-PROGRAM-NAME                      PIC X(8).
       01  LK-BEFORE-IMAGE                      PIC X(300).
       01  LK-AFTER-IMAGE                       PIC X(300).

       PROCEDURE DIVISION USING LK-JOURNAL-ACTION
                                LK-PROGRAM-NAME
                                LK-BEFORE-IMAGE
                                LK-AFTER-IMAGE.

       MAIN-LOGIC.
           OPEN EXTEND LEGAL-JOURNAL-FILE.
           IF NOT WS-JOURNAL-STATUS-OK
      *
      *  FIRST ENTRY EVER -- THE JOURNAL DOESN'T EXIST YET, SO
      *  CREATE IT AND CARRY ON.
      *
               OPEN OUTPUT LEGAL-JOURNAL-FILE
               IF NOT WS-JOURNAL-STATUS-OK
                   CLOSE LEGAL-JOURNAL-FILE
                   GOBACK
               END-IF
           END-IF.

           MOVE LK-JOURNAL-ACTION TO LJ-JOURNAL-ACTION.
           MOVE LK-PROGRAM-NAME   TO LJ-PROGRAM-NAME.
           MOVE LK-BEFORE-IMAGE   TO LJ-BEFORE-IMAGE.
           MOVE LK-AFTER-IMAGE    TO LJ-AFTER-IMAGE.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TEXT.
           MOVE WS-NOW-TEXT(1:8)  TO LJ-JOURNAL-DATE.
           MOVE WS-NOW-TEXT(9:6)  TO LJ-JOURNAL-TIME.

           WRITE LEGAL-JOURNAL-RECORD.

           CLOSE LEGAL-JOURNAL-FILE.
           GOBACK.
