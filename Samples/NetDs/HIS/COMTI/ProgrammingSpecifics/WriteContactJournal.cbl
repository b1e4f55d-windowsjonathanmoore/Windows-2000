      ***********************************************************
      * WriteContactJournal appends one before/after image entry   *
      * to the customer contact journal -- the CUSTCONT twin of    *
      * WriteCustomerJournal, using the same CUSTJRNL.cpy layout   *
      * (the 200-byte images hold a full CUSTCONT.cpy record with  *
      * slack). Every program that WRITEs, REWRITEs, or DELETEs a  *
      * CUSTCONT record calls this immediately after the           *
      * successful operation, and Batch/CONTRCV1.CBL replays the   *
      * journal for forward recovery. The journal is opened in     *
      * EXTEND per call, the same open-use-close discipline as     *
      * WRITECUSTJOURNAL, so no caller holds it.                   *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITECONTJOURNAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-JOURNAL-FILE ASSIGN TO CONTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-JOURNAL-FILE.
           COPY CUSTJRNL
               REPLACING CUSTOMER-JOURNAL-RECORD BY
                             CONTACT-JOURNAL-RECORD
                         LEADING ==CJ== BY ==KJ==.

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
           OPEN EXTEND CONTACT-JOURNAL-FILE.
           IF NOT WS-JOURNAL-STATUS-OK
      *
      *  FIRST ENTRY EVER -- THE JOURNAL DOESN'T EXIST YET, SO
      *  CREATE IT AND CARRY ON.
      *
               OPEN OUTPUT CONTACT-JOURNAL-FILE
               IF NOT WS-JOURNAL-STATUS-OK
                   CLOSE CONTACT-JOURNAL-FILE
                   GOBACK
               END-IF
           END-IF.

           MOVE LK-JOURNAL-ACTION TO KJ-JOURNAL-ACTION.
           MOVE LK-PROGRAM-NAME   TO KJ-PROGRAM-NAME.
           MOVE LK-BEFORE-IMAGE   TO KJ-BEFORE-IMAGE.
           MOVE LK-AFTER-IMAGE    TO KJ-AFTER-IMAGE.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TEXT.
           MOVE WS-NOW-TEXT(1:8)  TO KJ-JOURNAL-DATE.
           MOVE WS-NOW-TEXT(9:6)  TO KJ-JOURNAL-TIME.

           WRITE CONTACT-JOURNAL-RECORD.

           CLOSE CONTACT-JOURNAL-FILE.
           GOBACK.
