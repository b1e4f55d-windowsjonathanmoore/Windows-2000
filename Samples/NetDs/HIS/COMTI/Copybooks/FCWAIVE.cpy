      ***********************************************************
      * FCWAIVE.cpy                                                *
      * Finance-charge waiver -- one per FINCHG01 finance charge   *
      * (product FINCHARGE, the reserved 9900000000+ invoice       *
      * range) that collections has agreed to forgive, keyed on    *
      * customer and invoice number (the FCWAIVE file). A waiver   *
      * used to be a credit memo keyed by a clerk with whatever    *
      * reason code came to mind and nobody's approval. The FCWMNT *
      * method (FinChgWaiver.cbl) records the request under the    *
      * requester's id with the reason, and approves it only for a *
      * different operator whose FCWAUTH.cpy dollar authority      *
      * covers FW-WAIVER-USD. Batch/FCWGEN01.CBL then writes the   *
      * reversing credit memo (reason FCWV) for every approved     *
      * waiver and marks it credited with the new credit's number; *
      * Batch/FCWRPT01.CBL reports the month's credited waivers by *
      * approver and customer. A rejected waiver is removed.       *
      * FW-WAIVER-AMOUNT is in the invoice's currency,             *
      * FW-WAIVER-USD restated at the invoice's own rate. Dates    *
      * are YYYYMMDD.                                              *
      ***********************************************************
       01  FINANCE-CHARGE-WAIVER-RECORD.
           05  FW-KEY.
               10  FW-CUSTOMER-NUMBER       PIC 9(9).
               10  FW-INVOICE-NUMBER        PIC 9(10).
           05  FW-WAIVER-STATUS             PIC X(1).
               88  FW-AWAITING-APPROVAL         VALUE 'P'.
               88  FW-APPROVED                  VALUE 'A'.
               88  FW-CREDITED                  VALUE 'C'.
           05  FW-REQUESTED-BY              PIC X(8).
           05  FW-REQUEST-DATE              PIC 9(8).
           05  FW-WAIVER-REASON             PIC X(60).
           05  FW-WAIVER-AMOUNT             PIC S9(13)V9(2) COMP-3.
           05  FW-CURRENCY-CODE             PIC X(3).
           05  FW-WAIVER-USD                PIC S9(13)V9(2) COMP-3.
           05  FW-APPROVED-BY               PIC X(8).
           05  FW-APPROVAL-DATE             PIC 9(8).
           05  FW-CREDIT-INVOICE-NUMBER     PIC 9(10).
           05  FW-CREDIT-DATE               PIC 9(8).
