      ***********************************************************
      * ACRSIGN.cpy                                                *
      * Access recertification sign-off record -- one per AUTHPROF *
      * userid, written each quarter by the recertification job    *
      * (Batch/ACRCRT01.CBL) to a plain sequential file in display *
      * form so the owning managers can mark it up directly.       *
      * Profiles used to accumulate request codes with nobody ever *
      * reviewing them. The manager sets AS-DECISION to 'C' (still *
      * needed, keep) or 'R' (remove) and fills in their own       *
      * userid and the date; the companion job Batch/ACRAPPL1.CBL  *
      * proposes the deletion of every 'R' row, and of every row   *
      * not certified by AS-DEADLINE-DATE, through the AUTHMNT     *
      * dual-control pending file -- a second operator still       *
      * approves each removal. A userid certifying its own profile *
      * does not count. AS-UNUSED-FLAG carries the report's        *
      * removal flag so the manager sees it on the row.            *
      ***********************************************************
       01  ACCESS-SIGNOFF-RECORD.
           05  AS-USERID                    PIC X(8).
           05  AS-ALLOWED-CODES.
               10  AS-REQUEST-CODE          OCCURS 8 TIMES
                                            PIC X(4).
           05  AS-LAST-CONNECT-DATE         PIC 9(8).
           05  AS-UNUSED-FLAG               PIC X(1).
               88  AS-FLAGGED-UNUSED            VALUE 'Y'.
           05  AS-ISSUE-DATE                PIC 9(8).
           05  AS-DEADLINE-DATE             PIC 9(8).
           05  AS-DECISION                  PIC X(1).
               88  AS-NOT-RETURNED              VALUE SPACE.
               88  AS-CERTIFIED                 VALUE 'C'.
               88  AS-REMOVE                    VALUE 'R'.
           05  AS-CERTIFIED-BY              PIC X(8).
           05  AS-CERTIFY-DATE              PIC 9(8).
