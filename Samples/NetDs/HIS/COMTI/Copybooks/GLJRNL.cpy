      * chain instead of handing finance an unbalanced feed. The   *
      * customer/invoice key rides along so a ledger entry can be  *
      * traced back to the A/R item that produced it.              *
      * JL-COMPANY-CODE is the company (COMPMAST.cpy) the line     *
      * books to -- never spaces, the home company is '01' -- and  *
      * each company's lines balance on their own.                 *
      ***********************************************************
       01  GL-JOURNAL-LINE-RECORD.
           05  JL-JOURNAL-DATE              PIC 9(8).
           05  JL-PRODUCT-CODE              PIC X(12).
           05  JL-CUSTOMER-NUMBER           PIC 9(9).
           05  JL-INVOICE-NUMBER            PIC 9(10).
           05  JL-COMPANY-CODE              PIC X(2).
