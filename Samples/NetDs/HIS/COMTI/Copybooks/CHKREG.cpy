      ***********************************************************
      * CHKREG.cpy                                                 *
      * Refund check register -- one record per check              *
      * Batch/CHKISS01.CBL has issued, indexed on bank account +   *
      * check number, so every refund check is on file from issue  *
      * to clearing. RG-CHECK-STATUS follows the check's life:     *
      *   'I' issued and outstanding                               *
      *   'P' paid -- cleared by the bank (CHKRCN01)               *
      *   'V' voided on request; the refund is reversed            *
      *   'R' replaced by RG-REPLACED-BY-CHECK                     *
      *   'U' stale, moved to unclaimed property (UNCLM01)         *
      *   'E' escheated -- remitted to the state (UNCLR01)         *
      * A reissue carries the check it replaces in                 *
      * RG-REPLACES-CHECK. The mailed-to address line and zip are  *
      * kept so a stale check is only reissued when the customer's *
      * address has since changed. Amounts are USD; dates are      *
      * YYYYMMDD.                                                  *
      ***********************************************************
       01  CHECK-REGISTER-RECORD.
           05  RG-KEY.
               10  RG-BANK-ACCOUNT          PIC X(17).
               10  RG-CHECK-NUMBER          PIC 9(10).
           05  RG-CUSTOMER-NUMBER           PIC 9(9).
           05  RG-PAYEE-NAME                PIC X(40).
           05  RG-CHECK-AMOUNT              PIC 9(11)V9(2).
           05  RG-ISSUE-DATE                PIC 9(8).
           05  RG-OFFSET-INVOICE-NUMBER     PIC 9(10).
           05  RG-COMPANY-CODE              PIC X(2).
           05  RG-MAILED-ADDRESS-LINE-1     PIC X(30).
           05  RG-MAILED-ADDRESS-ZIP        PIC X(10).
           05  RG-CHECK-STATUS              PIC X(1).
               88  RG-CHECK-OUTSTANDING         VALUE 'I'.
               88  RG-CHECK-PAID                VALUE 'P'.
               88  RG-CHECK-VOIDED              VALUE 'V'.
               88  RG-CHECK-REPLACED            VALUE 'R'.
               88  RG-CHECK-UNCLAIMED           VALUE 'U'.
               88  RG-CHECK-ESCHEATED           VALUE 'E'.
           05  RG-STATUS-DATE               PIC 9(8).
           05  RG-PAID-AMOUNT               PIC 9(11)V9(2).
           05  RG-PAID-DATE                 PIC 9(8).
           05  RG-REPLACES-CHECK            PIC 9(10).
           05  RG-REPLACED-BY-CHECK         PIC 9(10).
