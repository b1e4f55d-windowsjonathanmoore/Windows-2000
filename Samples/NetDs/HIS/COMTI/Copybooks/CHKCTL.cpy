      ***********************************************************
      * CHKCTL.cpy                                                 *
      * Refund check-number control record -- the check side of    *
      * INVSEQ.cpy's invoice-number control. One record per        *
      * disbursement bank account, keyed by the account number,    *
      * carries the bank's routing number and the last check       *
      * number Batch/CHKISS01.CBL issued from that account's check *
      * stock, so every check gets the next number in the bank's   *
      * sequence and no number is ever used twice. CHKISS01        *
      * creates the record on first use from the starting check    *
      * number on its parameter card; without one it issues        *
      * nothing. Dates are YYYYMMDD.                               *
      ***********************************************************
       01  CHECK-CONTROL-RECORD.
           05  KC-BANK-ACCOUNT              PIC X(17).
           05  KC-BANK-ROUTING              PIC 9(9).
           05  KC-LAST-CHECK-NUMBER         PIC 9(10).
           05  KC-LAST-ISSUE-DATE           PIC 9(8).
