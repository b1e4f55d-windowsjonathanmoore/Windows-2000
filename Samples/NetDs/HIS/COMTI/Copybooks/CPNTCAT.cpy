      ***********************************************************
      * CPNTCAT.cpy                                                *
      * Consistency-point catalog record -- one per point          *
      * Batch/CONPNT01.CBL takes, appended as the run closes (the  *
      * JRNLCAT.cpy and ARCHCAT.cpy habit). A point is one         *
      * instant, with online frozen by CICSQSC and no other batch  *
      * step running, at which every master was copied to its      *
      * backup generation and a marker entry was put on every      *
      * journal. The point sequence is also the backup generation  *
      * number of every copy taken at it, so the generations that  *
      * belong together share one number. Each master slot says    *
      * which backup DD the copy went to and how many records it   *
      * holds; each journal slot says where the marker landed --   *
      * the entry number in the live journal at the time -- so     *
      * recovery replays that journal from the entry after the     *
      * marker. A point is verified only when every master copied  *
      * and every marker was found again on its journal; the       *
      * recovery runbook will not offer an unverified point. Date  *
      * and time are YYYYMMDD and HHMMSS.                          *
      ***********************************************************
       01  CONSISTENCY-POINT-RECORD.
           05  CP-POINT-NAME                PIC X(16).
           05  CP-POINT-SEQUENCE            PIC 9(5).
           05  CP-POINT-DATE                PIC 9(8).
           05  CP-POINT-TIME                PIC 9(6).
           05  CP-VERIFIED-FLAG             PIC X(1).
               88  CP-POINT-VERIFIED            VALUE 'Y'.
      *  THE BATCH CHAIN'S PROCESSING DATE AT THE POINT (BCHSTAT.cpy
      *  CYCLE RECORD), ZERO WHEN NO CHAIN STATUS WAS PUBLISHED.
           05  CP-PROCESSING-DATE           PIC 9(8).
           05  CP-MASTER-SLOT OCCURS 7 TIMES.
               10  CP-MASTER-ID             PIC X(8).
               10  CP-BACKUP-DD             PIC X(8).
               10  CP-BACKUP-RECORDS        PIC 9(9).
               10  CP-MASTER-COPIED-FLAG    PIC X(1).
                   88  CP-MASTER-COPIED         VALUE 'Y'.
           05  CP-JOURNAL-SLOT OCCURS 4 TIMES.
               10  CP-JOURNAL-ID            PIC X(8).
               10  CP-MARKER-ENTRY          PIC 9(9).
               10  CP-MARKER-FOUND-FLAG     PIC X(1).
                   88  CP-MARKER-FOUND          VALUE 'Y'.
           05  FILLER                       PIC X(20).
