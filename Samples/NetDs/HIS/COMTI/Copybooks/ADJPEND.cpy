      ***********************************************************
      * ADJPEND.cpy                                                *
      * Pending invoice adjustment -- one per invoice whose        *
      * TR-ACTION-ADJUST transaction changed the receivable by     *
      * more than the posting adjustment limit, keyed on customer  *
      * and invoice number (the ADJPEND file). An adjust used to   *
      * post on nothing more than a signature on the batch header. *
      * INVPOST1 now parks an over-limit adjust here, whole        *
      * transaction image included, under the requester's id       *
      * (TR-REQUESTED-BY) instead of posting it. The ADJMNT method *
      * (AdjustApproval.cbl) approves or rejects it -- the         *
      * approver MUST be a different userid from the requester --  *
      * and the next INVPOST1 run posts every approved item,       *
      * provided the invoice has not been touched since the hold   *
      * (AJ-MASTER-STAMP against IM-MODIFICATION-STAMP), then      *
      * removes it. Batch/ADJAGE01.CBL lists the items still       *
      * awaiting approval past the allowed number of days.         *
      * AJ-CHANGE-USD is the signed change in the receivable,      *
      * restated to USD at the invoice's own rate. Dates are       *
      * YYYYMMDD.                                                  *
      ***********************************************************
       01  ADJUST-PENDING-RECORD.
           05  AJ-KEY.
               10  AJ-CUSTOMER-NUMBER       PIC 9(9).
               10  AJ-INVOICE-NUMBER        PIC 9(10).
           05  AJ-APPROVAL-STATUS           PIC X(1).
               88  AJ-AWAITING-APPROVAL         VALUE 'P'.
               88  AJ-APPROVED                  VALUE 'A'.
           05  AJ-REQUESTED-BY              PIC X(8).
           05  AJ-REQUEST-DATE              PIC 9(8).
           05  AJ-APPROVED-BY               PIC X(8).
           05  AJ-APPROVAL-DATE             PIC 9(8).
           05  AJ-CURRENT-AMOUNT            PIC S9(13)V9(2) COMP-3.
           05  AJ-PROPOSED-AMOUNT           PIC S9(13)V9(2) COMP-3.
           05  AJ-CURRENCY-CODE             PIC X(3).
           05  AJ-CHANGE-USD                PIC S9(13)V9(2) COMP-3.
           05  AJ-MASTER-STAMP              PIC 9(14) COMP-3.
           05  AJ-TRANSACTION-IMAGE         PIC X(4238).
