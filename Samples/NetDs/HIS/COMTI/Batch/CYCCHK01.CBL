      * RECORDED AS CYCLE '*', COVERS EVERY CYCLE AT ONCE. A        *
      * MISSING CYCLE FAILS THE STEP WITH CONDITION CODE 8 SO       *
      * BATCHDRV STOPS THE CHAIN SHORT OF THE SNAPSHOT.             *
      * A CLEAN PASS ALSO STAMPS THE MONTH'S FISCAL PERIOD ON THE   *
      * PERCTL.cpy CONTROL FILE (RECORDPERIODCHECK) AS              *
      * CYCLE-CHECKED, ONE OF THE TWO STAMPS PERCLS01 NEEDS BEFORE  *
      * IT WILL LOCK THE PERIOD.                                    *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCCHK01.
       01  WS-COUNTERS.
           05  WS-CYCLES-MISSING             PIC 9(2) COMP VALUE 0.

      *  CLOSE-READINESS STAMP FOR THE FISCAL PERIOD (PERCTL.cpy).
       01  WS-PERIOD-CHECK-CODE              PIC X(1) VALUE 'Y'.
       01  WS-PERCHK-STATUS                  PIC X(2).
           88  WS-PERCHK-RECORDED            VALUE '00'.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'STATEMENT CYCLE COMPLETENESS CHECK'.
               VALUE 'CYCLES MISSING: '.
           05  WS-SUM-MISSING                PIC ZZ9.

       01  WS-PERIOD-STAMP-LINE.
           05  FILLER                        PIC X(14)
               VALUE 'FISCAL PERIOD '.
           05  WS-STP-PERIOD                 PIC 9(6).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-STP-MESSAGE                PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.

           OPEN OUTPUT CHECK-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-CURRENT-YYYYMM.

           WRITE CHECK-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE WS-CYCLES-MISSING TO WS-SUM-MISSING.
           WRITE CHECK-REPORT-LINE FROM WS-SUMMARY-LINE.

      *  ONLY A PASS EARNS THE PERIOD ITS CYCLE-CHECK STAMP. A
      *  STAMP THAT CANNOT BE WRITTEN DOES NOT UNDO THE PASS, BUT
      *  GRADES CONDITION CODE 4 SO THE CLOSE REFUSAL IS NO SURPRISE.
           MOVE 0 TO RETURN-CODE.
           IF WS-CYCLES-MISSING = 0
               CALL 'RECORDPERIODCHECK' USING WS-CURRENT-YYYYMM
                                              WS-PERIOD-CHECK-CODE
                                              WS-PERCHK-STATUS
               MOVE WS-CURRENT-YYYYMM TO WS-STP-PERIOD
               IF WS-PERCHK-RECORDED
                   MOVE 'CYCLE-CHECKED FOR CLOSE' TO WS-STP-MESSAGE
               ELSE
                   MOVE 'CYCLE-CHECK STAMP COULD NOT BE RECORDED'
                       TO WS-STP-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF
               WRITE CHECK-REPORT-LINE FROM WS-PERIOD-STAMP-LINE
           END-IF.

           CLOSE CUSTOMER-DEMOGRAPHIC-FILE
                 CHECK-REPORT-FILE.

           IF WS-CYCLES-MISSING > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

