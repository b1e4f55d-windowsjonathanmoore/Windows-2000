      * match each receipt straight against the open invoice it    *
      * pays, the same matched-key idea as SENTINV.cpy.            *
      * PR-PAYMENT-DATE is the usual Julian YYYYDDD form.          *
      * PR-RECEIPT-STATUS is 'P' on a receipt for an autopay (ACH) *
      * debit Batch/ACHDEB01.CBL sent to the bank -- applied like  *
      * any other, but the bank can still return it, in which case *
      * Batch/ACHRTN01.CBL reverses it. Spaces on every other      *
      * receipt.                                                   *
      * PR-COMPANY-CODE is the company (COMPMAST.cpy) the payment  *
      * was remitted to, when the source knows it -- CASHAPP1      *
      * applies it only against that company's invoices. Spaces    *
      * leave it unrestricted.                                     *
      * PR-SUBMISSION-KEY ties a receipt taken by the SENDPAY      *
      * online intake back to its PAYSUB.cpy status row, so the    *
      * gate and cash application can report what became of it.    *
      * Spaces on every other receipt.                             *
      ***********************************************************
       01  PAYMENT-RECEIPT-RECORD.
           05  PR-CUSTOMER-NUMBER           PIC 9(9).
           05  PR-PAYMENT-DATE              PIC 9(7) COMP-3.
           05  PR-PAYMENT-AMOUNT            PIC S9(13)V9(2) COMP-3.
           05  PR-PAYMENT-REFERENCE         PIC X(12).
           05  PR-RECEIPT-STATUS            PIC X(1).
               88  PR-RECEIPT-FINAL             VALUE SPACE.
               88  PR-RECEIPT-PENDING           VALUE 'P'.
           05  PR-COMPANY-CODE              PIC X(2).
           05  PR-SUBMISSION-KEY.
               10  PR-SUBMISSION-ID         PIC X(13).
               10  PR-SUBMISSION-ROW        PIC 9(2).
