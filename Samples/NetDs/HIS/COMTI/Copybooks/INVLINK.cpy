      ***********************************************************
      * INVLINK.cpy                                                *
      * Invoice link file -- the re-bill trail. When               *
      * Batch/INVPOST1.CBL re-bills an invoice it voids the        *
      * original and posts a replacement under a new number; two   *
      * records go here, one under each invoice, so either end     *
      * finds the other. A 'B' record sits under the original and  *
      * names the invoice it was replaced by; an 'R' record sits   *
      * under the replacement and names the invoice it replaces.   *
      * The statement, the invoice print and the drilldown show    *
      * the link instead of leaving a bare void next to a new      *
      * charge.                                                    *
      ***********************************************************
       01  INVOICE-LINK-RECORD.
           05  LN-KEY.
               10  LN-CUSTOMER-NUMBER       PIC 9(9).
               10  LN-INVOICE-NUMBER        PIC 9(10).
               10  LN-LINK-TYPE             PIC X(1).
                   88  LN-REPLACES              VALUE 'R'.
                   88  LN-REPLACED-BY           VALUE 'B'.
           05  LN-LINKED-CUSTOMER-NUMBER    PIC 9(9).
           05  LN-LINKED-INVOICE-NUMBER     PIC 9(10).
           05  LN-LINK-DATE                 PIC 9(7) COMP-3.
           05  LN-LINKING-PROGRAM           PIC X(8).
           05  FILLER                       PIC X(20).
