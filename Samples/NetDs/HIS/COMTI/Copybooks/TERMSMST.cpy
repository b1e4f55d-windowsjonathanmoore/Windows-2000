      ***********************************************************
      * TERMSMST.cpy                                               *
      * Payment terms master -- one record per terms code, indexed *
      * on PT-TERMS-CODE. Every job that measured lateness used to *
      * assume net 30 from IM-INVOICE-DATE, although some accounts *
      * buy on net 10, net 45 or net 60. CD-TERMS-CODE on the      *
      * CUSTDEMO.cpy master names the customer's default terms;    *
      * INVPOST1 stamps the code and the due date it computes from *
      * PT-NET-DAYS onto each new invoice (IM-TERMS-CODE,          *
      * IM-DUE-DATE), and the aging, dunning, finance-charge and   *
      * forecast jobs measure from that due date. The discount     *
      * fields describe an early-payment offer such as 2/10 net   *
      * 30: PT-DISCOUNT-PERCENT off if paid within                 *
      * PT-DISCOUNT-DAYS of the invoice date; zero days means no   *
      * discount is offered. Maintained by Batch/TRMLOAD1.CBL.     *
      ***********************************************************
       01  PAYMENT-TERMS-RECORD.
           05  PT-TERMS-CODE                PIC X(4).
           05  PT-TERMS-DESCRIPTION         PIC X(30).
           05  PT-NET-DAYS                  PIC 9(3) COMP-3.
           05  PT-DISCOUNT-DAYS             PIC 9(3) COMP-3 VALUE 0.
           05  PT-DISCOUNT-PERCENT          PIC 9(2)V9(2) COMP-3
                                             VALUE 0.
