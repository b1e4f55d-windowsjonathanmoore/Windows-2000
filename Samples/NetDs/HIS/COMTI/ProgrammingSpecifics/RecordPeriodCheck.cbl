      ***********************************************************
      * RecordPeriodCheck stamps a fiscal period (YYYYMM) on the   *
      * PERCTL.cpy period control file as having passed one of the *
      * close-readiness checks:                                    *
      *   'Y'  CYCCHK01 found every statement cycle run            *
      *   'S'  ARSNAP01 took the month-end A/R snapshot            *
      *                                                            *
      * The stamp is today's date. A period with no record yet is  *
      * added with the default reject/move rule of 'M', and an     *
      * open period goes to closing, so the posting jobs still     *
      * accept it but the close job (PERCLS01) can see how far it  *
      * has got. A period already closed keeps its status -- a     *
      * rerun of either check after the close is harmless. The     *
      * file is created on the first call, same as                 *
      * CreateInvoiceNumber.                                       *
      *                                                            *
      * Status answers '00' stamped, '08' bad check code, '12'     *
      * control file could not be opened or written.               *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORDPERIODCHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-FISCAL-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE.
           COPY PERCTL.

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-STATUS                     PIC X(2).
           88  WS-PERIOD-STATUS-OK              VALUE '00'.
       01  WS-PERIOD-FOUND-FLAG                 PIC X.
           88  WS-PERIOD-FOUND                  VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE                  PIC 9(8).
           05  FILLER                           PIC X(13).

       LINKAGE SECTION.
       01  LK-FISCAL-PERIOD                     PIC 9(6).
       01  LK-CHECK-CODE                        PIC X(1).
           88  LK-CYCLE-CHECK                   VALUE 'Y'.
           88  LK-SNAPSHOT-CHECK                VALUE 'S'.
       01  LK-PERIOD-CHECK-STATUS               PIC X(2).
           88  PERIOD-CHECK-RECORDED            VALUE '00'.
           88  PERIOD-CHECK-BAD-CODE            VALUE '08'.
           88  PERIOD-CHECK-FILE-ERROR          VALUE '12'.

       PROCEDURE DIVISION USING LK-FISCAL-PERIOD
                                LK-CHECK-CODE
                                LK-PERIOD-CHECK-STATUS.

       MAIN-LOGIC.
           SET PERIOD-CHECK-RECORDED TO TRUE.
           IF NOT LK-CYCLE-CHECK AND NOT LK-SNAPSHOT-CHECK
               SET PERIOD-CHECK-BAD-CODE TO TRUE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

           OPEN I-O PERIOD-CONTROL-FILE.
           IF NOT WS-PERIOD-STATUS-OK
               OPEN OUTPUT PERIOD-CONTROL-FILE
               IF WS-PERIOD-STATUS-OK
                   CLOSE PERIOD-CONTROL-FILE
                   OPEN I-O PERIOD-CONTROL-FILE
               END-IF
               IF NOT WS-PERIOD-STATUS-OK
                   SET PERIOD-CHECK-FILE-ERROR TO TRUE
                   CLOSE PERIOD-CONTROL-FILE
                   GOBACK
               END-IF
           END-IF.

           PERFORM STAMP-PERIOD THRU STAMP-PERIOD-EXIT.
           CLOSE PERIOD-CONTROL-FILE.
           GOBACK.

       STAMP-PERIOD.
           MOVE LK-FISCAL-PERIOD TO PC-FISCAL-PERIOD.
           MOVE 'Y' TO WS-PERIOD-FOUND-FLAG.
           READ PERIOD-CONTROL-FILE
               INVALID KEY MOVE 'N' TO WS-PERIOD-FOUND-FLAG
           END-READ.

           IF NOT WS-PERIOD-FOUND
               INITIALIZE PERIOD-CONTROL-RECORD
               MOVE LK-FISCAL-PERIOD TO PC-FISCAL-PERIOD
               SET PC-PERIOD-OPEN TO TRUE
               SET PC-MOVE-LATE-ACTIVITY TO TRUE
           END-IF.

           IF LK-CYCLE-CHECK
               MOVE WS-CURRENT-DATE TO PC-CYCLE-CHECK-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO PC-SNAPSHOT-DATE
           END-IF.
           IF NOT PC-PERIOD-CLOSED
               SET PC-PERIOD-CLOSING TO TRUE
           END-IF.

           IF WS-PERIOD-FOUND
               REWRITE PERIOD-CONTROL-RECORD
           ELSE
               WRITE PERIOD-CONTROL-RECORD
           END-IF.
           IF NOT WS-PERIOD-STATUS-OK
               SET PERIOD-CHECK-FILE-ERROR TO TRUE
           END-IF.

       STAMP-PERIOD-EXIT.
           EXIT.
