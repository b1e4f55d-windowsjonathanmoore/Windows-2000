      * the case is open; Batch/DSPAGE01.CBL ages the open cases   *
      * so 90-day-old disputes stop hiding inside INVAGE01's       *
      * single ON HOLD bucket.                                     *
      *                                                            *
      * A case is opened either by an analyst through DISPUTE1 or  *
      * by the client itself through the online DSPOPEN method     *
      * (DC-CASE-SOURCE). A client-raised case carries the case    *
      * reference DSPOPEN handed back to the caller and the        *
      * client's own note, and stays DC-CASE-NOT-REPORTED until    *
      * Batch/DSPNEW01.CBL has put it in front of the disputes     *
      * team. Records written before the source byte existed read  *
      * as analyst cases.                                          *
      ***********************************************************
       01  DISPUTE-CASE-RECORD.
           05  DC-KEY.
           05  DC-CASE-STATUS               PIC X(1).
               88  DC-CASE-OPEN                 VALUE 'O'.
               88  DC-CASE-CLOSED               VALUE 'C'.
           05  DC-CASE-REFERENCE            PIC X(13).
           05  DC-CASE-SOURCE               PIC X(1).
               88  DC-SOURCE-ANALYST            VALUE 'A' ' '.
               88  DC-SOURCE-CLIENT             VALUE 'C'.
           05  DC-CLIENT-NOTE               PIC X(200).
           05  DC-REPORTED-FLAG             PIC X(1).
               88  DC-CASE-NOT-REPORTED         VALUE 'N'.
               88  DC-CASE-REPORTED             VALUE 'Y'.
