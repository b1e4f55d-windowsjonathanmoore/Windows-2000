      ***********************************************************
      * RCVDUPMS.cpy                                               *
      * Fixed-layout CSMT line RCV50K writes, ungated, each time   *
      * it suppresses a duplicate transfer (see RCVXLOG.cpy). It   *
      * is moved whole into CL-LOG-MSG-BUFFER, so the daily        *
      * duplicate report (Batch/RCVDUP01.CBL) reads the figures    *
      * back at fixed offsets. DT-ORIGINAL-DATE/-TIME are when the *
      * transfer was first completed and processed.                *
      ***********************************************************
       01  DUPLICATE-TRANSFER-MSG.
           05  DT-TAG                       PIC X(18)
               VALUE ' RCV50K DUPLICATE '.
           05  DT-SENDER-ID                 PIC X(8).
           05  FILLER                       PIC X(1) VALUE SPACE.
           05  DT-FILE-IDENTIFIER           PIC X(16).
           05  FILLER                       PIC X(1) VALUE SPACE.
           05  DT-BYTE-COUNT                PIC 9(8).
           05  FILLER                       PIC X(1) VALUE SPACE.
           05  DT-CHECKSUM                  PIC 9(8).
           05  FILLER                       PIC X(1) VALUE SPACE.
           05  DT-ORIGINAL-DATE             PIC 9(8).
           05  DT-ORIGINAL-TIME             PIC 9(6).
           05  FILLER                       PIC X(4) VALUE SPACES.
