      * FOR THE MOVEMENT REPORT: NEW CUSTOMERS, CLOSED-OUT           *
      * BALANCES, AND THE TEN LARGEST SWINGS, SO THE CLOSE IS        *
      * RECONCILED FROM THE SYSTEM OF RECORD.                        *
      * A FINISHED SNAPSHOT ALSO STAMPS THE AS-OF DATE'S FISCAL      *
      * PERIOD ON THE PERCTL.cpy CONTROL FILE (RECORDPERIODCHECK) AS *
      * SNAPSHOTTED, ONE OF THE TWO STAMPS PERCLS01 NEEDS BEFORE IT  *
      * WILL LOCK THE PERIOD.                                        *
      * THE PARAMETER FILE MAY NAME ONE COMPANY (COMPMAST.cpy) TO    *
      * SNAPSHOT ON ITS OWN; LEFT BLANK, ALL COMPANIES ARE           *
      * SNAPSHOTTED TOGETHER, AND ONLY THAT ALL-COMPANY RUN STAMPS   *
      * THE PERIOD.                                                  *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARSNAP01.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.

           RECORD CONTAINS 132 CHARACTERS.
       01  MOVEMENT-REPORT-LINE              PIC X(132).

      *  AS-OF DATE (YYYYMMDD) AND THE COMPANY TO SNAPSHOT --
      *  SPACES SNAPSHOT ALL COMPANIES TOGETHER.
       FD  ASOF-PARM-FILE.
       01  ASOF-PARM-RECORD.
           05  AP-AS-OF-DATE                 PIC 9(8).
           05  AP-COMPANY-CODE               PIC X(2).
           05  FILLER                        PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-RECORD-LENGTH          PIC 9(4) COMP.
       01  WS-FIRST-RECORD-FLAG              PIC X VALUE 'Y'.
           88  WS-FIRST-RECORD               VALUE 'Y'.

      *  A ONE-COMPANY RUN SNAPSHOTS ONLY THAT COMPANY'S ITEMS; AN
      *  ITEM WITH A BLANK COMPANY IS THE HOME COMPANY'S. ONLY AN
      *  ALL-COMPANY RUN IS THE CLOSE SNAPSHOT AND STAMPS THE PERIOD.
       01  WS-HOME-COMPANY-CODE              PIC X(2) VALUE '01'.
       01  WS-SNAP-COMPANY-CODE              PIC X(2) VALUE SPACES.
           88  WS-ALL-COMPANIES              VALUE SPACES.
       01  WS-ITEM-COMPANY-CODE              PIC X(2).
       01  WS-ITEM-SELECTED-FLAG             PIC X.
           88  WS-ITEM-SELECTED              VALUE 'Y'.

       01  WS-CURRENT-CUSTOMER-NUMBER        PIC 9(9).
       01  WS-OPEN-CHARGES                   PIC S9(13)V9(2) COMP-3.
       01  WS-OPEN-CREDITS                   PIC S9(13)V9(2) COMP-3.
           88  WS-ASOF-PARM-OPENED-OK        VALUE '00'.
       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-AS-OF-JULIAN                   PIC 9(7).

      *  CLOSE-READINESS STAMP FOR THE AS-OF PERIOD (PERCTL.cpy).
       01  WS-AS-OF-YYYYMMDD                 PIC 9(8).
       01  WS-AS-OF-PERIOD                   PIC 9(6).
       01  WS-PERIOD-CHECK-CODE              PIC X(1) VALUE 'S'.
       01  WS-PERCHK-STATUS                  PIC X(2).
           88  WS-PERCHK-RECORDED            VALUE '00'.
       01  WS-RESTATEMENT-RATE               PIC 9(3)V9(6) COMP-3.
       01  WS-LOOKED-UP-RATE                 PIC 9(3)V9(6) COMP-3.
       01  WS-RATELKP-STATUS                 PIC X(2).
           05  WS-CUSTOMERS-SNAPPED          PIC 9(9) COMP VALUE 0.
           05  WS-NEW-CUSTOMERS              PIC 9(9) COMP VALUE 0.
           05  WS-CLOSED-OUT                 PIC 9(9) COMP VALUE 0.
           05  WS-ITEMS-OTHER-COMPANY        PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-NET-BALANCE          PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'MONTH-END A/R TRIAL BALANCE MOVEMENT REPORT'.
           05  WS-TTL-COMPANY                PIC X(16).
           05  FILLER REDEFINES WS-TTL-COMPANY.
               10  FILLER                    PIC X(8).
               10  WS-TTL-COMPANY-CODE       PIC X(2).
               10  FILLER                    PIC X(6).

       01  WS-MOVEMENT-LINE.
           05  WS-MOV-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(24)
               VALUE 'TOTAL A/R NET (USD):    '.
           05  WS-SUM-TOTAL-NET              PIC -(12)9.99.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(26)
               VALUE 'OTHER-COMPANY ITEMS:      '.
           05  WS-SUM-OTHER-COMPANY          PIC ZZZ,ZZZ,ZZ9.

       01  WS-PERIOD-STAMP-LINE.
           05  FILLER                        PIC X(14)
               VALUE 'FISCAL PERIOD '.
           05  WS-STP-PERIOD                 PIC 9(6).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-STP-MESSAGE                PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-AS-OF-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).
                OUTPUT CURRENT-SNAPSHOT-FILE
                       MOVEMENT-REPORT-FILE.

           IF WS-ALL-COMPANIES
               MOVE 'ALL COMPANIES' TO WS-TTL-COMPANY
           ELSE
               MOVE 'COMPANY' TO WS-TTL-COMPANY
               MOVE WS-SNAP-COMPANY-CODE TO WS-TTL-COMPANY-CODE
           END-IF.
           WRITE MOVEMENT-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO MOVEMENT-REPORT-LINE.
           WRITE MOVEMENT-REPORT-LINE.
           MOVE WS-CLOSED-OUT        TO WS-SUM-CLOSED.
           WRITE MOVEMENT-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-TOTAL-NET-BALANCE TO WS-SUM-TOTAL-NET.
           MOVE WS-ITEMS-OTHER-COMPANY TO WS-SUM-OTHER-COMPANY.
           WRITE MOVEMENT-REPORT-LINE FROM WS-SUMMARY-LINE-2.

      *  THE SNAPSHOT IS TAKEN -- STAMP ITS PERIOD READY FOR CLOSE.
      *  A STAMP THAT CANNOT BE WRITTEN GRADES CONDITION CODE 4. A
      *  ONE-COMPANY SNAPSHOT IS NOT THE WHOLE LEDGER AND LEAVES THE
      *  STAMP ALONE.
           COMPUTE WS-AS-OF-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DAY(WS-AS-OF-JULIAN)).
           MOVE WS-AS-OF-YYYYMMDD(1:6) TO WS-AS-OF-PERIOD.
           MOVE WS-AS-OF-PERIOD TO WS-STP-PERIOD.
           IF NOT WS-ALL-COMPANIES
               MOVE 'NOT STAMPED, ONE-COMPANY SNAPSHOT'
                   TO WS-STP-MESSAGE
               WRITE MOVEMENT-REPORT-LINE FROM WS-PERIOD-STAMP-LINE
               CLOSE MOVEMENT-REPORT-FILE
               GOBACK
           END-IF.
           CALL 'RECORDPERIODCHECK' USING WS-AS-OF-PERIOD
                                          WS-PERIOD-CHECK-CODE
                                          WS-PERCHK-STATUS.
           IF WS-PERCHK-RECORDED
               MOVE 'SNAPSHOTTED FOR CLOSE' TO WS-STP-MESSAGE
           ELSE
               MOVE 'SNAPSHOT STAMP COULD NOT BE RECORDED'
                   TO WS-STP-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE MOVEMENT-REPORT-LINE FROM WS-PERIOD-STAMP-LINE.

           CLOSE MOVEMENT-REPORT-FILE.
           GOBACK.

                   FUNCTION DAY-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(AP-AS-OF-DATE))
           END-IF.
           MOVE AP-COMPANY-CODE TO WS-SNAP-COMPANY-CODE.
       CLOSE-ASOF-PARM.
           CLOSE ASOF-PARM-FILE.
       READ-ASOF-PARM-EXIT.
           EXIT.

      *  NEXT ITEM FOR THE COMPANY BEING SNAPSHOTTED.
       READ-NEXT-INVOICE.
           MOVE 'N' TO WS-ITEM-SELECTED-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS OR WS-ITEM-SELECTED
               READ INVOICE-EXTRACT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM SELECT-ITEM-COMPANY
               END-READ
           END-PERFORM.

       SELECT-ITEM-COMPANY.
           MOVE IM-COMPANY-CODE TO WS-ITEM-COMPANY-CODE.
           IF WS-ITEM-COMPANY-CODE = SPACES
               MOVE WS-HOME-COMPANY-CODE TO WS-ITEM-COMPANY-CODE
           END-IF.
           IF WS-ALL-COMPANIES OR
              WS-ITEM-COMPANY-CODE = WS-SNAP-COMPANY-CODE
               SET WS-ITEM-SELECTED TO TRUE
           ELSE
               ADD 1 TO WS-ITEMS-OTHER-COMPANY
           END-IF.

       START-NEW-CUSTOMER-GROUP.
           MOVE 'N' TO WS-FIRST-RECORD-FLAG.
