      ***********************************************************
      * RFNDCHK.cpy                                                *
      * Refund check-issue record -- one per approved              *
      * credit-balance refund, written by Batch/REFUND01.CBL:      *
      * everything the check needs (payee, mailing address,        *
      * amount) plus the offsetting REFUND invoice number so the   *
      * check and the posting tie together. Once finance has       *
      * signed off on REFUND01's approval register the file goes   *
      * to Batch/CHKISS01.CBL, which numbers each check from the   *
      * CHKCTL.cpy control record, enters it on the CHKREG.cpy     *
      * check register and the bank's positive-pay file, and       *
      * passes it to the check printer. CK-COMPANY-CODE is the     *
      * customer's company (spaces = home company '01').           *
      ***********************************************************
       01  CHECK-ISSUE-RECORD.
           05  CK-CUSTOMER-NUMBER           PIC 9(9).
           05  CK-REFUND-AMOUNT             PIC 9(11)V9(2).
           05  CK-OFFSET-INVOICE-NUMBER     PIC 9(10).
           05  CK-LAST-NAME                 PIC X(20).
           05  CK-FIRST-NAME                PIC X(20).
           05  CK-ADDRESS-LINE-1            PIC X(30).
           05  CK-ADDRESS-LINE-2            PIC X(30).
           05  CK-ADDRESS-CITY              PIC X(20).
           05  CK-ADDRESS-STATE             PIC X(2).
           05  CK-ADDRESS-ZIP               PIC X(10).
           05  CK-COMPANY-CODE              PIC X(2).
