      ***********************************************************
      * AUDEVT.cpy                                                 *
      * One normalized audit event -- a single change to a master  *
      * or approval file, whoever and whatever made it, written by *
      * Batch/AUDEXT01.CBL from the invoice and customer journals, *
      * the pending AUTHPROF changes, the ESCPROP and CRLPROP      *
      * approval files, the dunning history and the CSMT change    *
      * lines. Internal audit's quarterly "who changed what"       *
      * request used to be answered by pulling each of those       *
      * separately and merging them in a spreadsheet.              *
      * AE-EVENT-DATE/TIME is the source's own stamp (YYYYMMDD,    *
      * HHMMSS; zero time where the source records only a date).   *
      * AE-EVENT-SEQUENCE numbers the events of one run in the     *
      * order they were read, so events stamped in the same second *
      * keep their order. AE-USERID is spaces when the source does *
      * not record who acted (the journals record only the         *
      * program). AE-FIELD-NAME, AE-BEFORE-VALUE and               *
      * AE-AFTER-VALUE hold one changed field in display form; an  *
      * add has no before value and a delete no after value.       *
      ***********************************************************
       01  AUDIT-EVENT-RECORD.
           05  AE-EVENT-KEY.
               10  AE-EVENT-DATE            PIC 9(8).
               10  AE-EVENT-TIME            PIC 9(6).
               10  AE-EVENT-SEQUENCE        PIC 9(9).
           05  AE-SOURCE-FILE               PIC X(8).
           05  AE-PROGRAM-NAME              PIC X(8).
           05  AE-USERID                    PIC X(8).
           05  AE-ENTITY-TYPE               PIC X(8).
               88  AE-ENTITY-INVOICE            VALUE 'INVOICE'.
               88  AE-ENTITY-CUSTOMER           VALUE 'CUSTOMER'.
               88  AE-ENTITY-AUTHPROF           VALUE 'AUTHPROF'.
               88  AE-ENTITY-SCHEDULE           VALUE 'BILLSCHD'.
           05  AE-ENTITY-KEY                PIC X(24).
           05  AE-ACTION                    PIC X(8).
           05  AE-FIELD-NAME                PIC X(20).
           05  AE-BEFORE-VALUE              PIC X(40).
           05  AE-AFTER-VALUE               PIC X(40).
