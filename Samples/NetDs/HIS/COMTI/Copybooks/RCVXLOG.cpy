      ***********************************************************
      * RCVXLOG.cpy                                                *
      * RCV50K transfer log -- one record per completed transfer   *
      * (the RCVXLOG CICS file), keyed on the transfer's identity: *
      * the sender (the CICS userid the conversation runs under),  *
      * the payload byte count, and the record count and checksum  *
      * from the integrity trailer VERIFY-INTEGRITY-TRAILER has    *
      * already checked. A sender whose job restarts after a       *
      * network drop resends the same file with the same identity, *
      * so a match completed inside the duplicate window (RCVCFG,  *
      * default 24 hours) is answered 'DUP ' instead of 'ACK ' and *
      * never reaches the downstream processing. An entry older    *
      * than the window is simply refreshed by the next transfer   *
      * with that identity. XL-FILE-IDENTIFIER is the file's place *
      * in the conversation -- the protocol carries no file name   *
      * of its own.                                                *
      ***********************************************************
       01  RCV-TRANSFER-LOG-RECORD.
           05  XL-KEY.
               10  XL-SENDER-ID             PIC X(8).
               10  XL-BYTE-COUNT            PIC 9(8).
               10  XL-RECORD-COUNT          PIC 9(8).
               10  XL-CHECKSUM              PIC 9(8).
           05  XL-FILE-IDENTIFIER           PIC X(16).
           05  XL-COMPLETED-ABSTIME         PIC S9(15) COMP-3.
           05  XL-COMPLETED-DATE            PIC 9(8).
           05  XL-COMPLETED-TIME            PIC 9(6).
           05  XL-DUPLICATE-COUNT           PIC 9(4).
           05  XL-LAST-DUPLICATE-DATE       PIC 9(8).
           05  XL-LAST-DUPLICATE-TIME       PIC 9(6).
