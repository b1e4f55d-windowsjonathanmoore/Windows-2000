      ***********************************************************
      * AUTOPAY.cpy                                                *
      * Autopay (direct-debit) enrollment -- one per customer who  *
      * has asked to be debited automatically instead of mailing   *
      * checks, indexed on the customer number. Carries the bank   *
      * routing and account to debit and the debit-day rule:       *
      *   M  MONTHLY ON DAY AP-DEBIT-DAY (01-31; A SHORTER MONTH   *
      *      DEBITS ON ITS LAST DAY)                               *
      *   W  WEEKLY ON WEEKDAY AP-DEBIT-DAY (1 MONDAY - 7 SUNDAY)  *
      *   D  EVERY RUN, AS EACH INVOICE FALLS DUE                  *
      * Batch/ACHDEB01.CBL writes the NACHA debit file from it and *
      * stamps AP-LAST-DEBIT-DATE; Batch/ACHRTN01.CBL suspends the *
      * enrollment when the bank returns a debit (NSF, closed      *
      * account) and records why. A suspended enrollment is never  *
      * debited again until Batch/APYLOAD1.CBL reloads it active.  *
      * Dates are the usual Julian YYYYDDD form.                   *
      ***********************************************************
       01  AUTOPAY-ENROLLMENT-RECORD.
           05  AP-CUSTOMER-NUMBER           PIC 9(9).
           05  AP-BANK-ROUTING-NUMBER       PIC X(9).
           05  AP-BANK-ACCOUNT-NUMBER       PIC X(17).
           05  AP-ACCOUNT-TYPE              PIC X(1).
               88  AP-ACCOUNT-CHECKING          VALUE 'C'.
               88  AP-ACCOUNT-SAVINGS           VALUE 'S'.
           05  AP-ACCOUNT-HOLDER-NAME       PIC X(22).
           05  AP-DEBIT-RULE                PIC X(1).
               88  AP-DEBIT-MONTHLY             VALUE 'M'.
               88  AP-DEBIT-WEEKLY              VALUE 'W'.
               88  AP-DEBIT-AS-DUE              VALUE 'D'.
           05  AP-DEBIT-DAY                 PIC 9(2).
           05  AP-ENROLLMENT-STATUS         PIC X(1) VALUE 'A'.
               88  AP-ENROLLMENT-ACTIVE         VALUE 'A'.
               88  AP-ENROLLMENT-SUSPENDED      VALUE 'S'.
               88  AP-ENROLLMENT-CANCELLED      VALUE 'C'.
           05  AP-ENROLLED-DATE             PIC 9(7) COMP-3 VALUE 0.
           05  AP-LAST-DEBIT-DATE           PIC 9(7) COMP-3 VALUE 0.
      *
      *  THE MOST RECENT BANK RETURN AGAINST THIS ENROLLMENT --
      *  THE NACHA RETURN REASON CODE (R01 NSF, R02 ACCOUNT
      *  CLOSED, ...) AND THE DAY IT WAS PROCESSED. KEPT ACROSS A
      *  REACTIVATION SO THE HISTORY IS NOT LOST.
      *
           05  AP-LAST-RETURN-DATE          PIC 9(7) COMP-3 VALUE 0.
           05  AP-LAST-RETURN-REASON        PIC X(3) VALUE SPACES.
           05  AP-RETURN-COUNT              PIC 9(3) COMP-3 VALUE 0.
