      ***********************************************************
      * ERASCERT.cpy                                               *
      * Certificate-of-erasure log -- Batch/ANONCUS1.CBL appends   *
      * one record for every store it scrubbed a customer's        *
      * personal details from: which customer, the placeholder     *
      * token that now stands in for the name, the store, how many *
      * records changed there and which fields were cleared. The   *
      * log is never rewritten or trimmed; it is the evidence the  *
      * privacy policy's erasure promise was kept, and it names no *
      * personal detail itself. Date and time are YYYYMMDD and     *
      * HHMMSS.                                                    *
      ***********************************************************
       01  ERASURE-CERTIFICATE-RECORD.
           05  EC-ERASURE-DATE              PIC 9(8).
           05  EC-ERASURE-TIME              PIC 9(6).
           05  EC-CUSTOMER-NUMBER           PIC 9(9).
           05  EC-ERASURE-TOKEN             PIC X(16).
           05  EC-STORE-ID                  PIC X(8).
           05  EC-RECORDS-SCRUBBED          PIC 9(9).
           05  EC-FIELDS-SCRUBBED           PIC X(60).
           05  EC-PROGRAM-NAME              PIC X(8).
