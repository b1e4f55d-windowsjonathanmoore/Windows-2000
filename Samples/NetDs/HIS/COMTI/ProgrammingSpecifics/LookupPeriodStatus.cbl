      ***********************************************************
      * LookupPeriodStatus tells a posting job whether an activity *
      * date (Julian YYYYDDD, the form every posting record        *
      * carries) may post as dated, against the PERCTL.cpy period  *
      * control file. It follows the LookupCalendarDay             *
      * open-use-close discipline. Status answers:                 *
      *   '00'  the period is open or closing (or has no record)   *
      *         -- post as dated                                   *
      *   '04'  no control file is loaded -- post as dated, the    *
      *         caller behaves exactly as before period control    *
      *   '08'  the period is closed and its rule moves late       *
      *         activity -- post on the returned date, the first   *
      *         day of the first later period not closed           *
      *   '12'  the period is closed and its rule rejects late     *
      *         activity, or nothing within two years is open      *
      *                                                            *
      * The period status byte comes back on every answer so a     *
      * caller can report it. A zero or unusable date is the       *
      * caller's own edit to make and answers '00'.                *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOKUPPERIODSTATUS.

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
       01  WS-OPEN-PERIOD-FLAG                  PIC X.
           88  WS-OPEN-PERIOD-REACHED           VALUE 'Y'.

       01  WS-ACTIVITY-YYYYMMDD                 PIC 9(8).
       01  WS-WORK-PERIOD.
           05  WS-WORK-YEAR                     PIC 9(4).
           05  WS-WORK-MONTH                    PIC 9(2).
       01  WS-WORK-PERIOD-NUMBER REDEFINES WS-WORK-PERIOD
                                                PIC 9(6).
       01  WS-FIRST-OF-PERIOD.
           05  WS-FIRST-PERIOD                  PIC 9(6).
           05  WS-FIRST-DAY                     PIC 9(2) VALUE 1.
       01  WS-FIRST-OF-PERIOD-DATE REDEFINES WS-FIRST-OF-PERIOD
                                                PIC 9(8).
       01  WS-PERIODS-WALKED                    PIC S9(4) COMP.

       LINKAGE SECTION.
      *  IN: THE ACTIVITY'S OWN DATE. OUT: THE DATE IT POSTS ON --
      *  THE SAME DATE UNLESS THE ANSWER IS '08'.
       01  LK-ACTIVITY-DATE                     PIC 9(7).
       01  LK-POSTING-DATE                      PIC 9(7).
       01  LK-PERIOD-STATUS                     PIC X(1).
       01  LK-PERIOD-LOOKUP-STATUS              PIC X(2).
           88  PERIOD-POST-AS-DATED             VALUE '00'.
           88  PERIOD-NOT-CONTROLLED            VALUE '04'.
           88  PERIOD-MOVED-FORWARD             VALUE '08'.
           88  PERIOD-REJECTED                  VALUE '12'.

       PROCEDURE DIVISION USING LK-ACTIVITY-DATE
                                LK-POSTING-DATE
                                LK-PERIOD-STATUS
                                LK-PERIOD-LOOKUP-STATUS.

       MAIN-LOGIC.
           SET PERIOD-POST-AS-DATED TO TRUE.
           MOVE LK-ACTIVITY-DATE TO LK-POSTING-DATE.
           MOVE 'O' TO LK-PERIOD-STATUS.

           IF LK-ACTIVITY-DATE NOT NUMERIC OR LK-ACTIVITY-DATE = 0
               GOBACK
           END-IF.

           OPEN INPUT PERIOD-CONTROL-FILE.
           IF NOT WS-PERIOD-STATUS-OK
               CLOSE PERIOD-CONTROL-FILE
               SET PERIOD-NOT-CONTROLLED TO TRUE
               GOBACK
           END-IF.

           COMPUTE WS-ACTIVITY-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DAY(LK-ACTIVITY-DATE)).
           MOVE WS-ACTIVITY-YYYYMMDD(1:6) TO WS-WORK-PERIOD.

           PERFORM READ-WORK-PERIOD.
           IF WS-PERIOD-FOUND
               MOVE PC-PERIOD-STATUS TO LK-PERIOD-STATUS
           END-IF.

           IF WS-PERIOD-FOUND AND PC-PERIOD-CLOSED
               IF PC-REJECT-LATE-ACTIVITY
                   SET PERIOD-REJECTED TO TRUE
               ELSE
                   PERFORM FIND-FIRST-OPEN-PERIOD THRU
                           FIND-FIRST-OPEN-PERIOD-EXIT
               END-IF
           END-IF.

           CLOSE PERIOD-CONTROL-FILE.
           GOBACK.

       READ-WORK-PERIOD.
           MOVE WS-WORK-PERIOD-NUMBER TO PC-FISCAL-PERIOD.
           MOVE 'Y' TO WS-PERIOD-FOUND-FLAG.
           READ PERIOD-CONTROL-FILE
               INVALID KEY MOVE 'N' TO WS-PERIOD-FOUND-FLAG
           END-READ.

      *  STEP FORWARD A MONTH AT A TIME UNTIL A PERIOD THAT IS NOT
      *  CLOSED TURNS UP -- NO RECORD COUNTS AS OPEN. TWO YEARS OF
      *  CLOSED PERIODS AHEAD OF THE ACTIVITY MEANS THE CONTROL
      *  FILE IS WRONG, AND THE ACTIVITY IS REJECTED RATHER THAN
      *  PARKED SOMEWHERE NOBODY WOULD LOOK.
       FIND-FIRST-OPEN-PERIOD.
           MOVE 'N' TO WS-OPEN-PERIOD-FLAG.
           MOVE 0 TO WS-PERIODS-WALKED.

           PERFORM UNTIL WS-OPEN-PERIOD-REACHED
                      OR WS-PERIODS-WALKED > 24
               IF WS-WORK-MONTH = 12
                   ADD 1 TO WS-WORK-YEAR
                   MOVE 1 TO WS-WORK-MONTH
               ELSE
                   ADD 1 TO WS-WORK-MONTH
               END-IF
               ADD 1 TO WS-PERIODS-WALKED
               PERFORM READ-WORK-PERIOD
               IF NOT WS-PERIOD-FOUND OR NOT PC-PERIOD-CLOSED
                   MOVE 'Y' TO WS-OPEN-PERIOD-FLAG
               END-IF
           END-PERFORM.

           IF NOT WS-OPEN-PERIOD-REACHED
               SET PERIOD-REJECTED TO TRUE
               GO TO FIND-FIRST-OPEN-PERIOD-EXIT
           END-IF.

           MOVE WS-WORK-PERIOD-NUMBER TO WS-FIRST-PERIOD.
           COMPUTE LK-POSTING-DATE =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-PERIOD-DATE)).
           SET PERIOD-MOVED-FORWARD TO TRUE.

       FIND-FIRST-OPEN-PERIOD-EXIT.
           EXIT.
