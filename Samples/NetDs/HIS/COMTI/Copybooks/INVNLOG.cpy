      ***********************************************************
      * INVNLOG.cpy                                                *
      * Invoice-number issue log -- one entry for every number     *
      * CreateInvoiceNumber.cbl hands out ('I'), naming the        *
      * program that asked for it and when, plus one entry for     *
      * every issued number that is then abandoned without being   *
      * billed ('S', with the reason): a program that numbers a    *
      * set of documents and fails part-way logs the ones it       *
      * drops, and numbers spoiled outside the system are declared *
      * to INVAUD01 on its spoil file. FINCHG01 logs the           *
      * finance-charge numbers it assigns itself from the reserved *
      * 9,900,000,000 range the same way. Entries are appended     *
      * through WRITEINVNUMLOG and never changed;                  *
      * Batch/INVAUD01.CBL reads the whole log every month and     *
      * proves each number was posted, archived, quarantined or    *
      * spoiled -- exactly once. Dates are YYYYMMDD.               *
      ***********************************************************
       01  INVOICE-NUMBER-LOG-RECORD.
           05  NL-INVOICE-NUMBER            PIC 9(10).
           05  NL-ENTRY-TYPE                PIC X(1).
               88  NL-NUMBER-ISSUED             VALUE 'I'.
               88  NL-NUMBER-SPOILED            VALUE 'S'.
           05  NL-CALLER-PROGRAM            PIC X(8).
           05  NL-COMPANY-CODE              PIC X(2).
           05  NL-LOG-DATE                  PIC 9(8).
           05  NL-LOG-TIME                  PIC 9(6).
           05  NL-SPOIL-REASON              PIC X(40).
