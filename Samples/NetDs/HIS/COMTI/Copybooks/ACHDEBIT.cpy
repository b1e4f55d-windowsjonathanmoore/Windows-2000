      ***********************************************************
      * ACHDEBIT.cpy                                               *
      * One invoice covered by an autopay (ACH) debit -- written   *
      * by Batch/ACHDEB01.CBL alongside the NACHA entry and the    *
      * pending PAYRCPT.cpy receipt for the same money, indexed on *
      * the entry's trace number plus the invoice number so a bank *
      * return (which quotes only the trace number) finds every    *
      * invoice the debit paid. AD-DEBIT-STATUS stays 'P' while    *
      * the debit could still come back; Batch/ACHRTN01.CBL flips  *
      * it to 'R' when it reverses the receipt and reopens the     *
      * invoice. AD-PAYMENT-REFERENCE is the PR-PAYMENT-REFERENCE  *
      * the receipt carried ('ACH' plus the trace sequence).       *
      * Dates are the usual Julian YYYYDDD form.                   *
      ***********************************************************
       01  ACH-DEBIT-RECORD.
           05  AD-KEY.
               10  AD-TRACE-NUMBER          PIC 9(15).
               10  AD-INVOICE-NUMBER        PIC 9(10).
           05  AD-CUSTOMER-NUMBER           PIC 9(9).
           05  AD-DEBIT-DATE                PIC 9(7) COMP-3.
           05  AD-DEBIT-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  AD-PAYMENT-REFERENCE         PIC X(12).
           05  AD-DEBIT-STATUS              PIC X(1).
               88  AD-DEBIT-PENDING             VALUE 'P'.
               88  AD-DEBIT-RETURNED            VALUE 'R'.
           05  AD-RETURN-REASON             PIC X(3).
           05  AD-RETURN-DATE               PIC 9(7) COMP-3.
