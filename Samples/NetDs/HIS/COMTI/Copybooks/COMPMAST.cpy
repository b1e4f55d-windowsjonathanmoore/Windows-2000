      ***********************************************************
      * COMPMAST.cpy                                               *
      * Company (legal entity) master -- one record per company    *
      * code, indexed on CO-COMPANY-CODE. The sister company bills *
      * out of the same system but is a separate legal entity with *
      * its own ledger, its own remit-to address and its own       *
      * invoice-number range. Company '01' is the home company; a  *
      * CUSTDEMO.cpy, INVMAST.cpy, INVTRAN.cpy or PAYRCPT.cpy      *
      * record carrying spaces in its company code was written     *
      * before the code existed and belongs to '01'. STMTGEN1,     *
      * DUNLTR01 and AUDCNF01 print the remit-to block from here;  *
      * CreateInvoiceNumber.cbl issues each company's invoice      *
      * numbers from CO-FIRST-INVOICE-NUMBER through               *
      * CO-LAST-INVOICE-NUMBER on the company's own INVSEQ.cpy     *
      * control record. Zero in both range fields gives the home   *
      * company the original 1,000,000,000 through 9,899,999,999   *
      * range; every other company must be given a range of its    *
      * own that overlaps no other company's before it can bill.   *
      * Maintained by Batch/CMPLOAD1.CBL.                          *
      ***********************************************************
       01  COMPANY-MASTER-RECORD.
           05  CO-COMPANY-CODE              PIC X(2).
           05  CO-COMPANY-NAME              PIC X(30).
           05  CO-REMIT-TO-NAME             PIC X(30).
           05  CO-REMIT-ADDRESS-LINE-1      PIC X(30).
           05  CO-REMIT-ADDRESS-LINE-2      PIC X(30).
           05  CO-REMIT-CITY                PIC X(20).
           05  CO-REMIT-STATE               PIC X(2).
           05  CO-REMIT-ZIP                 PIC X(10).
           05  CO-FIRST-INVOICE-NUMBER      PIC 9(10) VALUE 0.
           05  CO-LAST-INVOICE-NUMBER       PIC 9(10) VALUE 0.
