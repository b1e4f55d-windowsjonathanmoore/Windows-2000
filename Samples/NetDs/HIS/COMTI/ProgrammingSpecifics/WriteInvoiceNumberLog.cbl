      ***********************************************************
      * WriteInvoiceNumberLog appends one entry (INVNLOG.cpy) to   *
      * the invoice-number issue log. CREATEINVOICENUMBER calls it *
      * for every number it issues; a program that abandons a      *
      * number it was issued calls it with entry type 'S' and the  *
      * reason, and FINCHG01 calls it for each reserved-range      *
      * number it assigns itself. The log is opened in EXTEND per  *
      * call, the same open-use-close discipline as                *
      * WRITEINVJOURNAL, so concurrent batch steps don't hold it.  *
      * LK-SPOIL-REASON is ignored on an issue entry.              *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEINVNUMLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-NUMBER-LOG-FILE ASSIGN TO INVNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-NUMBER-LOG-FILE.
           COPY INVNLOG.

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS                        PIC X(2).
           88  WS-LOG-STATUS-OK                 VALUE '00'.

       01  WS-NOW-TEXT                          PIC X(21).

       LINKAGE SECTION.
       01  LK-ENTRY-TYPE                        PIC X(1).
       01  LK-INVOICE-NUMBER                    PIC 9(10).
       01  LK-CALLER-PROGRAM                    PIC X(8).
       01  LK-COMPANY-CODE                      PIC X(2).
       01  LK-SPOIL-REASON                      PIC X(40).

       PROCEDURE DIVISION USING LK-ENTRY-TYPE
                                LK-INVOICE-NUMBER
                                LK-CALLER-PROGRAM
                                LK-COMPANY-CODE
                                LK-SPOIL-REASON.

       MAIN-LOGIC.
           OPEN EXTEND INVOICE-NUMBER-LOG-FILE.
           IF NOT WS-LOG-STATUS-OK
      *
      *  FIRST ENTRY EVER -- THE LOG DOESN'T EXIST YET, SO CREATE
      *  IT AND CARRY ON.
      *
               OPEN OUTPUT INVOICE-NUMBER-LOG-FILE
               IF NOT WS-LOG-STATUS-OK
                   CLOSE INVOICE-NUMBER-LOG-FILE
                   GOBACK
               END-IF
           END-IF.

           MOVE LK-INVOICE-NUMBER TO NL-INVOICE-NUMBER.
           MOVE LK-ENTRY-TYPE     TO NL-ENTRY-TYPE.
           MOVE LK-CALLER-PROGRAM TO NL-CALLER-PROGRAM.
           MOVE LK-COMPANY-CODE   TO NL-COMPANY-CODE.
           IF NL-NUMBER-SPOILED
               MOVE LK-SPOIL-REASON TO NL-SPOIL-REASON
           ELSE
               MOVE SPACES TO NL-SPOIL-REASON
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TEXT.
           MOVE WS-NOW-TEXT(1:8)  TO NL-LOG-DATE.
           MOVE WS-NOW-TEXT(9:6)  TO NL-LOG-TIME.

           WRITE INVOICE-NUMBER-LOG-RECORD.

           CLOSE INVOICE-NUMBER-LOG-FILE.
           GOBACK.
