      ***********************************************************
      * DOCRTE01 -- DOCUMENT DELIVERY ROUTING AND MAIL MANIFEST      *
      *                                                              *
      * RUNS AFTER EACH DOCUMENT RUN -- STMTGEN1 STATEMENTS,         *
      * DUNLTR01 DUNNING LETTERS, AUDCNF01 AUDIT CONFIRMATIONS --    *
      * WITH THAT RUN'S 132-COLUMN PRINT STREAM ON DOCPRINT AND ITS  *
      * DOCINDX.cpy DOCUMENT INDEX ON DOCINDEX. THE INDEX CUTS THE   *
      * STREAM BACK INTO CUSTOMER DOCUMENTS, AND EACH ONE IS ROUTED  *
      * BY THE CUSTOMER'S DLVPREF.cpy DELIVERY PREFERENCE (NO RECORD *
      * MEANS ONE PAPER COPY, AS ALWAYS):                            *
      *   P  ONE PIECE TO THE BILL-TO ADDRESS ON THE PRINT FILE      *
      *   E  ONE DOCUMENT ON THE E-DELIVERY FILE                     *
      *   B  BOTH                                                    *
      * AND EVERY COPY-TO ADDRESS GETS ITS OWN PAPER PIECE, HEADED   *
      * BY A FIVE-LINE ADDRESS BLOCK FOR THE WINDOW ENVELOPE. AN     *
      * ELECTRONIC-ONLY CUSTOMER WITH NO E-DELIVERY ADDRESS ON FILE  *
      * IS PRINTED INSTEAD AND COUNTED. THE PRINT FILE (PRTMAIL) IS  *
      * WRITTEN IN ZIP ORDER FOR THE POSTAL PRESORT DISCOUNT, BY WAY *
      * OF AN INDEXED WORK FILE KEYED ZIP/PIECE/LINE; THE E-DELIVERY *
      * FILE (EDELIVER) STAYS IN RUN ORDER. BOTH USE THE DOCLINE.cpy *
      * LAYOUT. THE MANIFEST (DOCMANF) GIVES PIECES AND PAGES PER    *
      * CHANNEL AND PER 3-DIGIT ZIP, WITH SIGN-OFF LINES FOR THE     *
      * MAIL HOUSE AND THE E-DELIVERY VENDOR, AND LISTS ANY STREAM   *
      * LINES THAT BELONG TO NO DOCUMENT (ORPHAN NOTICES, THE RUN'S  *
      * OWN SUMMARY) SO NOTHING IS MAILED THAT SHOULD NOT BE. PAGES  *
      * ARE FIGURED AT 60 LINES UNLESS THE USUAL OPTIONAL PARAMETER  *
      * FILE SAYS OTHERWISE. A STREAM THAT RUNS OUT BEFORE THE INDEX *
      * DOES, OR AN UNREADABLE INDEX, ENDS THE RUN WITH RETURN-CODE  *
      * 8 -- THE FILES ARE NOT TO BE RELEASED. A PRINTED E-ONLY      *
      * CUSTOMER GRADES 4.                                           *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCRTE01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTING-PARM-FILE ASSIGN TO DOCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DOCUMENT-INDEX-FILE ASSIGN TO DOCINDEX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT DOCUMENT-STREAM-FILE ASSIGN TO DOCPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.
           SELECT DELIVERY-PREFERENCE-FILE ASSIGN TO DLVPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CUSTOMER-NUMBER
               FILE STATUS IS WS-PREFERENCE-STATUS.
           SELECT PRINT-WORK-FILE ASSIGN TO DOCWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-KEY
               FILE STATUS IS WS-WORK-STATUS.
           SELECT MAIL-PRINT-FILE ASSIGN TO PRTMAIL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDELIVERY-FILE ASSIGN TO EDELIVER
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-FILE ASSIGN TO DOCMANF
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUTING-PARM-FILE.
       01  ROUTING-PARM-RECORD.
           05  RP-LINES-PER-PAGE             PIC 9(3).
           05  FILLER                        PIC X(77).

       FD  DOCUMENT-INDEX-FILE.
           COPY DOCINDX.

       FD  DOCUMENT-STREAM-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DOCUMENT-STREAM-LINE              PIC X(132).

       FD  DELIVERY-PREFERENCE-FILE.
           COPY DLVPREF.

       FD  PRINT-WORK-FILE.
           COPY DOCLINE
               REPLACING DOCUMENT-LINE-RECORD BY PRINT-WORK-RECORD
                         LEADING ==DL== BY ==DW==.

       FD  MAIL-PRINT-FILE.
           COPY DOCLINE.

       FD  EDELIVERY-FILE.
           COPY DOCLINE
               REPLACING DOCUMENT-LINE-RECORD BY EDELIVERY-RECORD
                         LEADING ==DL== BY ==ED==.

       FD  MANIFEST-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MANIFEST-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-INDEX-STATUS                   PIC X(2).
           88  WS-INDEX-STATUS-OK            VALUE '00'.
       01  WS-STREAM-STATUS                  PIC X(2).
           88  WS-STREAM-STATUS-OK           VALUE '00'.
       01  WS-PREFERENCE-STATUS              PIC X(2).
           88  WS-PREFERENCE-STATUS-OK       VALUE '00'.
       01  WS-WORK-STATUS                    PIC X(2).
           88  WS-WORK-STATUS-OK             VALUE '00'.

       01  WS-INDEX-EOF-FLAG                 PIC X VALUE 'N'.
           88  WS-NO-MORE-DOCUMENTS          VALUE 'Y'.
       01  WS-STREAM-EOF-FLAG                PIC X VALUE 'N'.
           88  WS-STREAM-EXHAUSTED           VALUE 'Y'.
       01  WS-WORK-EOF-FLAG                  PIC X VALUE 'N'.
           88  WS-NO-MORE-PRINT-LINES        VALUE 'Y'.

      *  A MISSING PREFERENCE FILE JUST MEANS NOBODY HAS ASKED
      *  FOR ANYTHING BUT PAPER YET.
       01  WS-PREFERENCE-FILE-FLAG           PIC X VALUE 'N'.
           88  WS-PREFERENCE-FILE-PRESENT    VALUE 'Y'.

      *  THE INDEX AND THE STREAM DISAGREE, OR THE INDEX CANNOT BE
      *  READ -- NOTHING ROUTED FROM HERE ON CAN BE TRUSTED.
       01  WS-OUT-OF-STEP-FLAG               PIC X VALUE 'N'.
           88  WS-OUT-OF-STEP                VALUE 'Y'.
       01  WS-OUT-OF-STEP-REASON             PIC X(60) VALUE SPACES.

       01  WS-LINES-PER-PAGE                 PIC 9(3) VALUE 60.
       01  WS-COVER-LINES                    PIC 9(4) COMP VALUE 5.

      *  HOW THE DOCUMENT IN HAND GOES OUT.
       01  WS-PRINT-PRIMARY-FLAG             PIC X.
           88  WS-PRINT-PRIMARY              VALUE 'Y'.
       01  WS-SEND-ELECTRONIC-FLAG           PIC X.
           88  WS-SEND-ELECTRONIC            VALUE 'Y'.
       01  WS-COPY-COUNT                     PIC 9(4) COMP.
       01  WS-EDELIVERY-ADDRESS              PIC X(60).
       01  WS-DOCUMENT-LINE                  PIC 9(5).
       01  WS-LOOSE-SCAN                     PIC 9(7).
       01  WS-PRIMARY-PIECE                  PIC 9(7).
       01  WS-ELECTRONIC-PIECE               PIC 9(7).
       01  WS-PAGES                          PIC 9(7) COMP.

       01  WS-COPY-TABLE.
           05  WS-COPY-ENTRY OCCURS 3 TIMES
                             INDEXED BY WS-CPX.
               10  WS-CPY-PIECE              PIC 9(7).
               10  WS-CPY-ATTENTION          PIC X(30).
               10  WS-CPY-ADDRESS-LINE-1     PIC X(30).
               10  WS-CPY-ADDRESS-LINE-2     PIC X(30).
               10  WS-CPY-CITY               PIC X(20).
               10  WS-CPY-STATE              PIC X(2).
               10  WS-CPY-ZIP                PIC X(10).

       01  WS-NEXT-PIECE                     PIC 9(7) VALUE 0.
       01  WS-NEXT-ELECTRONIC                PIC 9(7) VALUE 0.

      *  PRESORT TALLY WHILE THE SORTED WORK FILE IS COPIED OUT.
       01  WS-PREV-PIECE                     PIC 9(7) VALUE 0.
       01  WS-PREV-PREFIX                    PIC X(3).
       01  WS-PIECE-LINES                    PIC 9(7) COMP.
       01  WS-PREFIX-PIECES                  PIC 9(9) COMP.
       01  WS-PREFIX-PAGES                   PIC 9(9) COMP.

       01  WS-RUN-DOCUMENT-TYPE              PIC X(4) VALUE SPACES.
       01  WS-TODAY-YYYYMMDD                 PIC 9(8).

       01  WS-COUNTERS.
           05  WS-DOCUMENTS-READ             PIC 9(9) COMP VALUE 0.
           05  WS-LOOSE-LINES                PIC 9(9) COMP VALUE 0.
           05  WS-PRIMARY-PIECES             PIC 9(9) COMP VALUE 0.
           05  WS-PRIMARY-PAGES              PIC 9(9) COMP VALUE 0.
           05  WS-COPY-PIECES                PIC 9(9) COMP VALUE 0.
           05  WS-COPY-PAGES                 PIC 9(9) COMP VALUE 0.
           05  WS-ELECTRONIC-DOCUMENTS       PIC 9(9) COMP VALUE 0.
           05  WS-ELECTRONIC-PAGES           PIC 9(9) COMP VALUE 0.
           05  WS-PRINTED-NO-ADDRESS         PIC 9(9) COMP VALUE 0.

       01  WS-BLANK-LINE                     PIC X(132) VALUE SPACES.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(36)
               VALUE 'DOCUMENT DELIVERY MANIFEST -- RUN  '.
           05  WS-TTL-RUN-DATE               PIC 9(8).
           05  FILLER                        PIC X(18)
               VALUE '   DOCUMENT TYPE: '.
           05  WS-TTL-DOCUMENT-TYPE          PIC X(4).

       01  WS-LOOSE-TITLE-LINE.
           05  FILLER                        PIC X(56)
               VALUE 'STREAM LINES OUTSIDE ANY DOCUMENT -- NOT MAILED'.

       01  WS-PRESORT-TITLE-LINE.
           05  FILLER                        PIC X(44)
               VALUE 'PRINT FILE PRESORT BY 3-DIGIT ZIP'.

       01  WS-PRESORT-LINE.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(13)
               VALUE 'ZIP PREFIX:  '.
           05  WS-PRS-PREFIX                 PIC X(3).
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE 'PIECES: '.
           05  WS-PRS-PIECES                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE 'PAGES: '.
           05  WS-PRS-PAGES                  PIC ZZZ,ZZZ,ZZ9.

       01  WS-CHANNEL-TITLE-LINE.
           05  FILLER                        PIC X(44)
               VALUE 'DELIVERY CHANNEL TOTALS'.

       01  WS-CHANNEL-LINE.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-CHN-CHANNEL                PIC X(30).
           05  FILLER                        PIC X(8) VALUE 'PIECES: '.
           05  WS-CHN-PIECES                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE 'PAGES: '.
           05  WS-CHN-PAGES                  PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(20)
               VALUE 'DOCUMENTS IN RUN:   '.
           05  WS-SUM-DOCUMENTS              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'LINES NOT MAILED:   '.
           05  WS-SUM-LOOSE                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(28)
               VALUE 'E-ONLY, NO ADDRESS, PRINTED:'.
           05  WS-SUM-NO-ADDRESS             PIC ZZZ,ZZZ,ZZ9.

       01  WS-OUT-OF-STEP-LINE.
           05  FILLER                        PIC X(38)
               VALUE '*** ROUTING STOPPED, DO NOT RELEASE: '.
           05  WS-OOS-REASON                 PIC X(60).

       01  WS-SIGNOFF-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'MAIL HOUSE -- RECEIVED ________ PIECES  '.
           05  FILLER                        PIC X(44)
               VALUE '________ PAGES   SIGNED ______________  '.
           05  FILLER                        PIC X(14)
               VALUE 'DATE ________'.

       01  WS-SIGNOFF-LINE-2.
           05  FILLER                        PIC X(44)
               VALUE 'E-DELIVERY VENDOR -- RECEIVED ________ DOCS '.
           05  FILLER                        PIC X(44)
               VALUE '________ PAGES   SIGNED ______________  '.
           05  FILLER                        PIC X(14)
               VALUE 'DATE ________'.

      *  THE ADDRESS BLOCK AHEAD OF A COPY-TO PIECE.
       01  WS-COVER-ATTENTION-LINE.
           05  FILLER                        PIC X(16)
               VALUE 'COPY -- ATTN:   '.
           05  WS-CVR-ATTENTION              PIC X(30).

       01  WS-COVER-ADDRESS-LINE             PIC X(30).

       01  WS-COVER-CITY-LINE.
           05  WS-CVR-CITY                   PIC X(20).
           05  FILLER                        PIC X(2) VALUE ', '.
           05  WS-CVR-STATE                  PIC X(2).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CVR-ZIP                    PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-ROUTING-PARM THRU READ-ROUTING-PARM-EXIT.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.

           OPEN OUTPUT MANIFEST-FILE
                       MAIL-PRINT-FILE
                       EDELIVERY-FILE
                       PRINT-WORK-FILE.

           OPEN INPUT DOCUMENT-INDEX-FILE.
           IF NOT WS-INDEX-STATUS-OK
               MOVE 'Y' TO WS-OUT-OF-STEP-FLAG
               MOVE 'DOCUMENT INDEX COULD NOT BE OPENED'
                   TO WS-OUT-OF-STEP-REASON
               MOVE 'Y' TO WS-INDEX-EOF-FLAG
           END-IF.
           OPEN INPUT DOCUMENT-STREAM-FILE.
           IF NOT WS-STREAM-STATUS-OK
               MOVE 'Y' TO WS-STREAM-EOF-FLAG
           END-IF.

           OPEN INPUT DELIVERY-PREFERENCE-FILE.
           IF WS-PREFERENCE-STATUS-OK
               SET WS-PREFERENCE-FILE-PRESENT TO TRUE
           ELSE
               CLOSE DELIVERY-PREFERENCE-FILE
           END-IF.

           IF NOT WS-NO-MORE-DOCUMENTS
               PERFORM READ-NEXT-INDEX
           END-IF.
           IF NOT WS-NO-MORE-DOCUMENTS
               MOVE DX-DOCUMENT-TYPE TO WS-RUN-DOCUMENT-TYPE
           END-IF.

           MOVE WS-TODAY-YYYYMMDD    TO WS-TTL-RUN-DATE.
           MOVE WS-RUN-DOCUMENT-TYPE TO WS-TTL-DOCUMENT-TYPE.
           WRITE MANIFEST-LINE FROM WS-TITLE-LINE-1.
           WRITE MANIFEST-LINE FROM WS-BLANK-LINE.

           PERFORM UNTIL WS-NO-MORE-DOCUMENTS OR WS-OUT-OF-STEP
               ADD 1 TO WS-DOCUMENTS-READ
               PERFORM ROUTE-ONE-DOCUMENT THRU
                       ROUTE-ONE-DOCUMENT-EXIT
               PERFORM READ-NEXT-INDEX
           END-PERFORM.

      *  WHATEVER FOLLOWS THE LAST DOCUMENT IS THE RUN'S SUMMARY.
           IF NOT WS-OUT-OF-STEP
               PERFORM READ-NEXT-STREAM-LINE
               PERFORM UNTIL WS-STREAM-EXHAUSTED
                   PERFORM LIST-LOOSE-LINE
                   PERFORM READ-NEXT-STREAM-LINE
               END-PERFORM
           END-IF.

           CLOSE PRINT-WORK-FILE.
           PERFORM WRITE-PRESORTED-PRINT-FILE.

           PERFORM WRITE-MANIFEST-TOTALS.

           IF WS-PREFERENCE-FILE-PRESENT
               CLOSE DELIVERY-PREFERENCE-FILE
           END-IF.
           IF WS-INDEX-STATUS-OK
               CLOSE DOCUMENT-INDEX-FILE
           END-IF.
           CLOSE DOCUMENT-STREAM-FILE
                 MAIL-PRINT-FILE
                 EDELIVERY-FILE
                 MANIFEST-FILE.

           EVALUATE TRUE
               WHEN WS-OUT-OF-STEP
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PRINTED-NO-ADDRESS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       READ-ROUTING-PARM.
           OPEN INPUT ROUTING-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-ROUTING-PARM-EXIT
           END-IF.
           READ ROUTING-PARM-FILE
               AT END GO TO CLOSE-ROUTING-PARM
           END-READ.
           IF RP-LINES-PER-PAGE NUMERIC AND RP-LINES-PER-PAGE > 0
               MOVE RP-LINES-PER-PAGE TO WS-LINES-PER-PAGE
           END-IF.
       CLOSE-ROUTING-PARM.
           CLOSE ROUTING-PARM-FILE.
       READ-ROUTING-PARM-EXIT.
           EXIT.

       READ-NEXT-INDEX.
           READ DOCUMENT-INDEX-FILE
               AT END MOVE 'Y' TO WS-INDEX-EOF-FLAG
           END-READ.

       READ-NEXT-STREAM-LINE.
           IF NOT WS-STREAM-EXHAUSTED
               READ DOCUMENT-STREAM-FILE
                   AT END MOVE 'Y' TO WS-STREAM-EOF-FLAG
               END-READ
           END-IF.

       LIST-LOOSE-LINE.
           IF WS-LOOSE-LINES = 0
               WRITE MANIFEST-LINE FROM WS-LOOSE-TITLE-LINE
           END-IF.
           ADD 1 TO WS-LOOSE-LINES.
           WRITE MANIFEST-LINE FROM DOCUMENT-STREAM-LINE.

      *****************************************************************
      *  ONE INDEXED DOCUMENT: PASS OVER THE LOOSE LINES AHEAD OF IT,  *
      *  DECIDE WHERE IT GOES, THEN COPY ITS LINES TO EVERY PIECE.     *
      *****************************************************************
       ROUTE-ONE-DOCUMENT.
           IF DX-LINES-BEFORE NOT NUMERIC OR
              DX-LINE-COUNT NOT NUMERIC OR DX-LINE-COUNT = 0
               MOVE 'Y' TO WS-OUT-OF-STEP-FLAG
               MOVE 'DOCUMENT INDEX RECORD DAMAGED'
                   TO WS-OUT-OF-STEP-REASON
               GO TO ROUTE-ONE-DOCUMENT-EXIT
           END-IF.

           PERFORM VARYING WS-LOOSE-SCAN FROM 1 BY 1
                   UNTIL WS-LOOSE-SCAN > DX-LINES-BEFORE
                      OR WS-STREAM-EXHAUSTED
               PERFORM READ-NEXT-STREAM-LINE
               IF NOT WS-STREAM-EXHAUSTED
                   PERFORM LIST-LOOSE-LINE
               END-IF
           END-PERFORM.

           PERFORM CHOOSE-DELIVERY.

           IF WS-PRINT-PRIMARY
               ADD 1 TO WS-NEXT-PIECE
               MOVE WS-NEXT-PIECE TO WS-PRIMARY-PIECE
               ADD 1 TO WS-PRIMARY-PIECES
               COMPUTE WS-PAGES = (DX-LINE-COUNT +
                   WS-LINES-PER-PAGE - 1) / WS-LINES-PER-PAGE
               ADD WS-PAGES TO WS-PRIMARY-PAGES
           END-IF.
           IF WS-SEND-ELECTRONIC
               ADD 1 TO WS-NEXT-ELECTRONIC
               MOVE WS-NEXT-ELECTRONIC TO WS-ELECTRONIC-PIECE
               ADD 1 TO WS-ELECTRONIC-DOCUMENTS
               COMPUTE WS-PAGES = (DX-LINE-COUNT +
                   WS-LINES-PER-PAGE - 1) / WS-LINES-PER-PAGE
               ADD WS-PAGES TO WS-ELECTRONIC-PAGES
           END-IF.
           PERFORM VARYING WS-CPX FROM 1 BY 1
                   UNTIL WS-CPX > WS-COPY-COUNT
               ADD 1 TO WS-NEXT-PIECE
               MOVE WS-NEXT-PIECE TO WS-CPY-PIECE (WS-CPX)
               ADD 1 TO WS-COPY-PIECES
               COMPUTE WS-PAGES = (DX-LINE-COUNT + WS-COVER-LINES +
                   WS-LINES-PER-PAGE - 1) / WS-LINES-PER-PAGE
               ADD WS-PAGES TO WS-COPY-PAGES
               PERFORM WRITE-COPY-COVER
           END-PERFORM.

           PERFORM VARYING WS-DOCUMENT-LINE FROM 1 BY 1
                   UNTIL WS-DOCUMENT-LINE > DX-LINE-COUNT
                      OR WS-OUT-OF-STEP
               PERFORM READ-NEXT-STREAM-LINE
               IF WS-STREAM-EXHAUSTED
                   MOVE 'Y' TO WS-OUT-OF-STEP-FLAG
                   MOVE 'PRINT STREAM ENDS BEFORE THE DOCUMENT INDEX'
                       TO WS-OUT-OF-STEP-REASON
               ELSE
                   PERFORM ROUTE-ONE-LINE
               END-IF
           END-PERFORM.

       ROUTE-ONE-DOCUMENT-EXIT.
           EXIT.

      *  NO PREFERENCE RECORD IS ONE PAPER COPY TO THE BILL-TO
      *  ADDRESS. AN E-ONLY CUSTOMER WITH NO ADDRESS TO SEND TO IS
      *  PRINTED RATHER THAN LOST.
       CHOOSE-DELIVERY.
           MOVE 'Y'    TO WS-PRINT-PRIMARY-FLAG.
           MOVE 'N'    TO WS-SEND-ELECTRONIC-FLAG.
           MOVE 0      TO WS-COPY-COUNT.
           MOVE SPACES TO WS-EDELIVERY-ADDRESS.
           IF NOT WS-PREFERENCE-FILE-PRESENT
               GO TO CHOOSE-DELIVERY-EXIT
           END-IF.

           MOVE DX-CUSTOMER-NUMBER TO DP-CUSTOMER-NUMBER.
           READ DELIVERY-PREFERENCE-FILE
               INVALID KEY GO TO CHOOSE-DELIVERY-EXIT
           END-READ.

           IF DP-COPY-COUNT NUMERIC AND DP-COPY-COUNT <= 3
               MOVE DP-COPY-COUNT TO WS-COPY-COUNT
           END-IF.
           PERFORM VARYING WS-CPX FROM 1 BY 1
                   UNTIL WS-CPX > WS-COPY-COUNT
               MOVE DP-COPY-ATTENTION (WS-CPX)
                   TO WS-CPY-ATTENTION (WS-CPX)
               MOVE DP-COPY-ADDRESS-LINE-1 (WS-CPX)
                   TO WS-CPY-ADDRESS-LINE-1 (WS-CPX)
               MOVE DP-COPY-ADDRESS-LINE-2 (WS-CPX)
                   TO WS-CPY-ADDRESS-LINE-2 (WS-CPX)
               MOVE DP-COPY-CITY (WS-CPX)  TO WS-CPY-CITY (WS-CPX)
               MOVE DP-COPY-STATE (WS-CPX) TO WS-CPY-STATE (WS-CPX)
               MOVE DP-COPY-ZIP (WS-CPX)   TO WS-CPY-ZIP (WS-CPX)
           END-PERFORM.

           IF DP-DELIVER-ELECTRONIC OR DP-DELIVER-BOTH
               IF DP-EDELIVERY-ADDRESS = SPACES
                   ADD 1 TO WS-PRINTED-NO-ADDRESS
               ELSE
                   MOVE 'Y' TO WS-SEND-ELECTRONIC-FLAG
                   MOVE DP-EDELIVERY-ADDRESS TO WS-EDELIVERY-ADDRESS
                   IF DP-DELIVER-ELECTRONIC
                       MOVE 'N' TO WS-PRINT-PRIMARY-FLAG
                   END-IF
               END-IF
           END-IF.
       CHOOSE-DELIVERY-EXIT.
           EXIT.

      *  ONE DOCUMENT LINE TO EACH PIECE IT BELONGS TO. A COPY-TO
      *  PIECE'S LINES SIT BELOW ITS ADDRESS BLOCK.
       ROUTE-ONE-LINE.
           IF WS-PRINT-PRIMARY
               MOVE DX-ADDRESS-ZIP     TO DW-SORT-ZIP
               MOVE WS-PRIMARY-PIECE   TO DW-PIECE-NUMBER
               MOVE WS-DOCUMENT-LINE   TO DW-LINE-NUMBER
               MOVE SPACES             TO DW-DELIVERY-ADDRESS
               PERFORM WRITE-WORK-LINE
           END-IF.
           PERFORM VARYING WS-CPX FROM 1 BY 1
                   UNTIL WS-CPX > WS-COPY-COUNT
               MOVE WS-CPY-ZIP (WS-CPX)   TO DW-SORT-ZIP
               MOVE WS-CPY-PIECE (WS-CPX) TO DW-PIECE-NUMBER
               COMPUTE DW-LINE-NUMBER =
                   WS-DOCUMENT-LINE + WS-COVER-LINES
               MOVE SPACES                TO DW-DELIVERY-ADDRESS
               PERFORM WRITE-WORK-LINE
           END-PERFORM.
           IF WS-SEND-ELECTRONIC
               MOVE SPACES               TO ED-SORT-ZIP
               MOVE WS-ELECTRONIC-PIECE  TO ED-PIECE-NUMBER
               MOVE WS-DOCUMENT-LINE     TO ED-LINE-NUMBER
               MOVE DX-DOCUMENT-TYPE     TO ED-DOCUMENT-TYPE
               MOVE DX-CUSTOMER-NUMBER   TO ED-CUSTOMER-NUMBER
               MOVE WS-EDELIVERY-ADDRESS TO ED-DELIVERY-ADDRESS
               MOVE DOCUMENT-STREAM-LINE TO ED-LINE-TEXT
               WRITE EDELIVERY-RECORD
           END-IF.

       WRITE-WORK-LINE.
           MOVE DX-DOCUMENT-TYPE     TO DW-DOCUMENT-TYPE.
           MOVE DX-CUSTOMER-NUMBER   TO DW-CUSTOMER-NUMBER.
           MOVE DOCUMENT-STREAM-LINE TO DW-LINE-TEXT.
           WRITE PRINT-WORK-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-OUT-OF-STEP-FLAG
                   MOVE 'PRINT WORK FILE WRITE FAILED'
                       TO WS-OUT-OF-STEP-REASON
           END-WRITE.

      *  ATTENTION, STREET, STREET, CITY/STATE/ZIP AND A BLANK --
      *  WS-COVER-LINES OF THEM, AHEAD OF THE DOCUMENT ITSELF.
       WRITE-COPY-COVER.
           MOVE WS-CPY-ZIP (WS-CPX)   TO DW-SORT-ZIP.
           MOVE WS-CPY-PIECE (WS-CPX) TO DW-PIECE-NUMBER.
           MOVE SPACES                TO DW-DELIVERY-ADDRESS.

           MOVE WS-CPY-ATTENTION (WS-CPX) TO WS-CVR-ATTENTION.
           MOVE WS-COVER-ATTENTION-LINE TO DOCUMENT-STREAM-LINE.
           MOVE 1 TO DW-LINE-NUMBER.
           PERFORM WRITE-WORK-LINE.

           MOVE WS-CPY-ADDRESS-LINE-1 (WS-CPX) TO WS-COVER-ADDRESS-LINE.
           MOVE WS-COVER-ADDRESS-LINE TO DOCUMENT-STREAM-LINE.
           MOVE 2 TO DW-LINE-NUMBER.
           PERFORM WRITE-WORK-LINE.

           MOVE WS-CPY-ADDRESS-LINE-2 (WS-CPX) TO WS-COVER-ADDRESS-LINE.
           MOVE WS-COVER-ADDRESS-LINE TO DOCUMENT-STREAM-LINE.
           MOVE 3 TO DW-LINE-NUMBER.
           PERFORM WRITE-WORK-LINE.

           MOVE WS-CPY-CITY (WS-CPX)  TO WS-CVR-CITY.
           MOVE WS-CPY-STATE (WS-CPX) TO WS-CVR-STATE.
           MOVE WS-CPY-ZIP (WS-CPX)   TO WS-CVR-ZIP.
           MOVE WS-COVER-CITY-LINE TO DOCUMENT-STREAM-LINE.
           MOVE 4 TO DW-LINE-NUMBER.
           PERFORM WRITE-WORK-LINE.

           MOVE SPACES TO DOCUMENT-STREAM-LINE.
           MOVE 5 TO DW-LINE-NUMBER.
           PERFORM WRITE-WORK-LINE.

      *****************************************************************
      *  READ THE WORK FILE BACK IN KEY ORDER -- ZIP, PIECE, LINE --   *
      *  ONTO THE MAIL-HOUSE PRINT FILE, TALLYING PIECES AND PAGES     *
      *  PER 3-DIGIT ZIP FOR THE MANIFEST.                             *
      *****************************************************************
       WRITE-PRESORTED-PRINT-FILE.
           OPEN INPUT PRINT-WORK-FILE.
           IF NOT WS-WORK-STATUS-OK
               GO TO WRITE-PRESORTED-PRINT-EXIT
           END-IF.
           MOVE 0 TO WS-PREFIX-PIECES WS-PREFIX-PAGES.
           PERFORM READ-NEXT-WORK-LINE.
           IF NOT WS-NO-MORE-PRINT-LINES
               WRITE MANIFEST-LINE FROM WS-BLANK-LINE
               WRITE MANIFEST-LINE FROM WS-PRESORT-TITLE-LINE
           END-IF.
           PERFORM UNTIL WS-NO-MORE-PRINT-LINES
               IF DW-PIECE-NUMBER NOT = WS-PREV-PIECE
                   IF WS-PREV-PIECE NOT = 0
                       PERFORM CLOSE-PRINT-PIECE
                       IF DW-SORT-ZIP(1:3) NOT = WS-PREV-PREFIX
                           PERFORM LIST-PRESORT-PREFIX
                       END-IF
                   END-IF
                   MOVE DW-PIECE-NUMBER  TO WS-PREV-PIECE
                   MOVE DW-SORT-ZIP(1:3) TO WS-PREV-PREFIX
                   MOVE 0 TO WS-PIECE-LINES
               END-IF
               ADD 1 TO WS-PIECE-LINES
               WRITE DOCUMENT-LINE-RECORD FROM PRINT-WORK-RECORD
               PERFORM READ-NEXT-WORK-LINE
           END-PERFORM.
           IF WS-PREV-PIECE NOT = 0
               PERFORM CLOSE-PRINT-PIECE
               PERFORM LIST-PRESORT-PREFIX
           END-IF.
           CLOSE PRINT-WORK-FILE.
       WRITE-PRESORTED-PRINT-EXIT.
           EXIT.

       READ-NEXT-WORK-LINE.
           READ PRINT-WORK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-WORK-EOF-FLAG
           END-READ.

       CLOSE-PRINT-PIECE.
           ADD 1 TO WS-PREFIX-PIECES.
           COMPUTE WS-PAGES = (WS-PIECE-LINES +
               WS-LINES-PER-PAGE - 1) / WS-LINES-PER-PAGE.
           ADD WS-PAGES TO WS-PREFIX-PAGES.

       LIST-PRESORT-PREFIX.
           MOVE WS-PREV-PREFIX   TO WS-PRS-PREFIX.
           MOVE WS-PREFIX-PIECES TO WS-PRS-PIECES.
           MOVE WS-PREFIX-PAGES  TO WS-PRS-PAGES.
           WRITE MANIFEST-LINE FROM WS-PRESORT-LINE.
           MOVE 0 TO WS-PREFIX-PIECES WS-PREFIX-PAGES.

       WRITE-MANIFEST-TOTALS.
           WRITE MANIFEST-LINE FROM WS-BLANK-LINE.
           WRITE MANIFEST-LINE FROM WS-CHANNEL-TITLE-LINE.

           MOVE 'PRINT, BILL-TO ADDRESS'  TO WS-CHN-CHANNEL.
           MOVE WS-PRIMARY-PIECES         TO WS-CHN-PIECES.
           MOVE WS-PRIMARY-PAGES          TO WS-CHN-PAGES.
           WRITE MANIFEST-LINE FROM WS-CHANNEL-LINE.

           MOVE 'PRINT, COPY-TO ADDRESSES' TO WS-CHN-CHANNEL.
           MOVE WS-COPY-PIECES            TO WS-CHN-PIECES.
           MOVE WS-COPY-PAGES             TO WS-CHN-PAGES.
           WRITE MANIFEST-LINE FROM WS-CHANNEL-LINE.

           MOVE 'PRINT FILE TOTAL'        TO WS-CHN-CHANNEL.
           COMPUTE WS-CHN-PIECES = WS-PRIMARY-PIECES + WS-COPY-PIECES.
           COMPUTE WS-CHN-PAGES  = WS-PRIMARY-PAGES + WS-COPY-PAGES.
           WRITE MANIFEST-LINE FROM WS-CHANNEL-LINE.

           MOVE 'ELECTRONIC DELIVERY'     TO WS-CHN-CHANNEL.
           MOVE WS-ELECTRONIC-DOCUMENTS   TO WS-CHN-PIECES.
           MOVE WS-ELECTRONIC-PAGES       TO WS-CHN-PAGES.
           WRITE MANIFEST-LINE FROM WS-CHANNEL-LINE.

           WRITE MANIFEST-LINE FROM WS-BLANK-LINE.
           MOVE WS-DOCUMENTS-READ     TO WS-SUM-DOCUMENTS.
           MOVE WS-LOOSE-LINES        TO WS-SUM-LOOSE.
           MOVE WS-PRINTED-NO-ADDRESS TO WS-SUM-NO-ADDRESS.
           WRITE MANIFEST-LINE FROM WS-SUMMARY-LINE-1.

           IF WS-OUT-OF-STEP
               WRITE MANIFEST-LINE FROM WS-BLANK-LINE
               MOVE WS-OUT-OF-STEP-REASON TO WS-OOS-REASON
               WRITE MANIFEST-LINE FROM WS-OUT-OF-STEP-LINE
           END-IF.

           WRITE MANIFEST-LINE FROM WS-BLANK-LINE.
           WRITE MANIFEST-LINE FROM WS-SIGNOFF-LINE-1.
           WRITE MANIFEST-LINE FROM WS-BLANK-LINE.
           WRITE MANIFEST-LINE FROM WS-SIGNOFF-LINE-2.
