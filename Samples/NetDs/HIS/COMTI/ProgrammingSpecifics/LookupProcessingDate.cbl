      ***********************************************************
      * LookupProcessingDate hands back the business date the      *
      * batch chain is running as of, from the PROCDATE.cpy        *
      * control record BATCHDRV maintains, so a job rerun after    *
      * midnight still ages, assesses and dates its output as of   *
      * the cycle it belongs to. Same open-use-close discipline as *
      * WRITEPAYHISTORY, so no caller holds the file. With no      *
      * control record at all -- a system that has never run the   *
      * driver -- the answer is the system clock's date, exactly   *
      * what the jobs used before, so the call always answers and  *
      * the caller needs no fallback of its own.                   *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOKUPPROCESSINGDATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESSING-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCESSING-DATE-FILE.
           COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-PROCDATE-STATUS                   PIC X(2).
           88  WS-PROCDATE-STATUS-OK            VALUE '00'.

       LINKAGE SECTION.
       01  LK-PROCESSING-DATE                   PIC 9(8).

       PROCEDURE DIVISION USING LK-PROCESSING-DATE.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LK-PROCESSING-DATE.

           OPEN INPUT PROCESSING-DATE-FILE.
           IF NOT WS-PROCDATE-STATUS-OK
               CLOSE PROCESSING-DATE-FILE
               GOBACK
           END-IF.

           READ PROCESSING-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PD-PROCESSING-DATE NUMERIC AND
                      PD-PROCESSING-DATE > 0
                       MOVE PD-PROCESSING-DATE TO LK-PROCESSING-DATE
                   END-IF
           END-READ.

           CLOSE PROCESSING-DATE-FILE.
           GOBACK.
