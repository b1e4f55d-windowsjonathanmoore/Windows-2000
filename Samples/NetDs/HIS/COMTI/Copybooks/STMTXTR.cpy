      * ('T') with the closing balance and item count. A           *
      * suppressed statement is suppressed here too -- the         *
      * extract never shows a customer the print run held back.    *
      * A balance-forward customer (CD-STATEMENT-STYLE 'B') gets   *
      * one activity record ('A') per charge, credit memo, void,   *
      * discount, absorbed short-pay or payment in the period      *
      * instead of the open-item details, and a                    *
      * trailer marked 'B' that also carries the previous          *
      * statement's date and closing balance and the period's      *
      * charge, credit and payment totals -- the same figures the  *
      * print and the stub show. Those trailer fields are present  *
      * only when it says 'B'.                                     *
      ***********************************************************
       01  STATEMENT-EXTRACT-RECORD.
           05  SX-RECORD-TYPE               PIC X(1).
               88  SX-DETAIL-RECORD             VALUE 'D'.
               88  SX-CHILD-RECORD              VALUE 'C'.
               88  SX-TRAILER-RECORD            VALUE 'T'.
               88  SX-ACTIVITY-RECORD           VALUE 'A'.
           05  SX-CUSTOMER-NUMBER           PIC 9(9).
           05  SX-EXTRACT-DATA              PIC X(140).
           05  SX-HEADER-FIELDS REDEFINES SX-EXTRACT-DATA.
               10  SX-CURRENCY-CODE         PIC X(3).
               10  SX-USD-AMOUNT            PIC S9(13)V9(2) COMP-3.
               10  SX-TAX-AMOUNT            PIC S9(13)V9(2) COMP-3.
               10  SX-PO-NUMBER             PIC X(20).
               10  FILLER                   PIC X(82).
           05  SX-CHILD-FIELDS REDEFINES SX-EXTRACT-DATA.
               10  SX-CHILD-NUMBER          PIC 9(9).
               10  SX-CHILD-INVOICE-COUNT   PIC 9(7) COMP-3.
               10  SX-CHILD-NET-BALANCE     PIC S9(13)V9(2) COMP-3.
               10  FILLER                   PIC X(119).
           05  SX-ACTIVITY-FIELDS REDEFINES SX-EXTRACT-DATA.
               10  SX-ACTIVITY-DATE         PIC 9(8).
               10  SX-ACTIVITY-TYPE         PIC X(1).
                   88  SX-ACTIVITY-CHARGE       VALUE 'C'.
                   88  SX-ACTIVITY-CREDIT-MEMO  VALUE 'M'.
                   88  SX-ACTIVITY-VOID         VALUE 'V'.
                   88  SX-ACTIVITY-PAYMENT      VALUE 'P'.
                   88  SX-ACTIVITY-DISCOUNT     VALUE 'D'.
                   88  SX-ACTIVITY-SHORTPAY     VALUE 'S'.
               10  SX-ACTIVITY-INVOICE-NUMBER
                                            PIC 9(10).
               10  SX-ACTIVITY-REFERENCE    PIC X(12).
               10  SX-ACTIVITY-USD-AMOUNT   PIC S9(13)V9(2) COMP-3.
               10  FILLER                   PIC X(101).
           05  SX-TRAILER-FIELDS REDEFINES SX-EXTRACT-DATA.
               10  SX-CLOSING-BALANCE       PIC S9(13)V9(2) COMP-3.
               10  SX-ITEM-COUNT            PIC 9(7) COMP-3.
               10  SX-STATEMENT-STYLE       PIC X(1).
                   88  SX-OPEN-ITEM-STATEMENT   VALUE 'O' SPACE.
                   88  SX-BALANCE-FORWARD-STATEMENT
                                                VALUE 'B'.
               10  SX-PREVIOUS-STATEMENT-DATE
                                            PIC 9(8).
               10  SX-PREVIOUS-BALANCE      PIC S9(13)V9(2) COMP-3.
               10  SX-PERIOD-CHARGES        PIC S9(13)V9(2) COMP-3.
               10  SX-PERIOD-CREDITS        PIC S9(13)V9(2) COMP-3.
               10  SX-PERIOD-PAYMENTS       PIC S9(13)V9(2) COMP-3.
               10  FILLER                   PIC X(87).
