      ***********************************************************
      * PAYSUB.cpy                                                 *
      * Payment submission status record -- one per row the        *
      * SENDPAY online payment intake accepted, indexed on the     *
      * submission id plus the row's position in the submission    *
      * (one check can pay several invoices, and the same invoice  *
      * can appear twice, so the invoice number cannot be the key  *
      * the way it is on SUBSTAT.cpy). SENDPAY writes each         *
      * accepted row as PENDING and queues its PAYRCPT.cpy         *
      * receipt; PAYGATE1 flips a row it rejects to REJECTED with  *
      * the gate's reason, and CASHAPP1 flips the rest to APPLIED, *
      * or to UNAPPLIED with the reason when any of the money      *
      * stayed on the unapplied-cash report. The PAYINQ method     *
      * answers a client's status inquiry from this file.          *
      * PS-SUBMIT-DATE is YYYYMMDD.                                *
      ***********************************************************
       01  PAYMENT-SUBMISSION-RECORD.
           05  PS-KEY.
               10  PS-SUBMISSION-ID         PIC X(13).
               10  PS-ROW-NUMBER            PIC 9(2).
           05  PS-CUSTOMER-NUMBER           PIC 9(9).
           05  PS-INVOICE-NUMBER            PIC 9(10).
           05  PS-PAYMENT-AMOUNT            PIC S9(13)V9(2) COMP-3.
           05  PS-PAYMENT-REFERENCE         PIC X(12).
           05  PS-SUBMIT-DATE               PIC 9(8).
           05  PS-ROW-STATUS                PIC X(1).
               88  PS-STILL-PENDING             VALUE 'P'.
               88  PS-REJECTED                  VALUE 'R'.
               88  PS-APPLIED                   VALUE 'A'.
               88  PS-UNAPPLIED                 VALUE 'U'.
           05  PS-REASON                    PIC X(40).
