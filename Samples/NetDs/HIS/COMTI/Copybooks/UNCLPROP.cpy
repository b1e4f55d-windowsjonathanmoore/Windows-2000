      ***********************************************************
      * UNCLPROP.cpy                                               *
      * Unclaimed-property candidate record -- one per customer    *
      * whose credit balance (open credits beyond open charges,    *
      * plus ONACCT.cpy on-account money) has had no activity for  *
      * its state's dormancy period, written in display form by    *
      * the annual Batch/UNCLM01.CBL so finance can mark up the    *
      * rows after the due-diligence letters and the state filing  *
      * -- the ESCPROP/WRTOFF01 review-then-apply split.           *
      * UC-REMIT-STATUS goes from 'P' pending to 'R' remitted,     *
      * with UC-REMITTED-AMOUNT the amount actually paid over, or  *
      * 'X' when the owner answered the letter and the property    *
      * is not escheated. Batch/UNCLR01.CBL clears only the        *
      * remitted rows off the ledger. Dates are YYYYMMDD; amounts  *
      * are USD.                                                   *
      * UC-COMPANY-CODE is the customer's company (spaces = home   *
      * company '01'); UNCLR01 issues the offset under it.         *
      * A refund check that went stale uncashed is property in its *
      * own right: UC-BANK-ACCOUNT and UC-CHECK-NUMBER name it on  *
      * CHKREG.cpy, and are spaces and zero on a credit-balance    *
      * row. The receivable was cleared when the check was cut, so *
      * UNCLR01 posts no offset for a check row.                   *
      ***********************************************************
       01  UNCLAIMED-PROPERTY-RECORD.
           05  UC-CUSTOMER-NUMBER           PIC 9(9).
           05  UC-ADDRESS-STATE             PIC X(2).
           05  UC-PROPERTY-AMOUNT           PIC 9(11)V9(2).
           05  UC-ON-ACCOUNT-PORTION        PIC 9(11)V9(2).
           05  UC-LAST-ACTIVITY-DATE        PIC 9(8).
           05  UC-AS-OF-DATE                PIC 9(8).
           05  UC-LETTER-SENT-FLAG          PIC X(1).
               88  UC-LETTER-SENT               VALUE 'Y'.
           05  UC-REMIT-STATUS              PIC X(1).
               88  UC-REMIT-PENDING             VALUE 'P'.
               88  UC-REMITTED                  VALUE 'R'.
               88  UC-OWNER-RESPONDED           VALUE 'X'.
           05  UC-REMITTED-AMOUNT           PIC 9(11)V9(2).
           05  UC-COMPANY-CODE              PIC X(2).
           05  UC-BANK-ACCOUNT              PIC X(17).
           05  UC-CHECK-NUMBER              PIC 9(10).
