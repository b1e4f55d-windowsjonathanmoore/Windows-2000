      ***********************************************************
      * CONTRPRC.cpy                                               *
      * Customer-specific contract price agreements, keyed on      *
      * customer, product code and the date the agreement takes    *
      * effect (the CONTRPRC file), loaded by Batch/CPRLOAD1.CBL.  *
      * While an agreement is in effect -- on or after its         *
      * effective date, on or before its expiry date -- INVPOST1   *
      * checks a charge's unit price against the contract price    *
      * instead of the PRODMAST.cpy list price, so a negotiated    *
      * price stops showing up as a pricing exception. A charge    *
      * for fewer units than the agreement's minimum quantity is   *
      * list-priced. Where agreements overlap the one that took    *
      * effect last wins. Batch/CPREXP01.CBL lists agreements      *
      * about to expire so sales can renew them. Prices are USD;   *
      * dates are YYYYMMDD.                                        *
      ***********************************************************
       01  CONTRACT-PRICE-RECORD.
           05  CP-KEY.
               10  CP-CUSTOMER-NUMBER       PIC 9(9).
               10  CP-PRODUCT-CODE          PIC X(12).
               10  CP-EFFECTIVE-DATE        PIC 9(8).
           05  CP-EXPIRY-DATE               PIC 9(8).
           05  CP-CONTRACT-PRICE            PIC S9(9)V9(2) COMP-3.
      *
      *  ZERO MEANS THE PRICE APPLIES TO ANY QUANTITY.
      *
           05  CP-MINIMUM-QUANTITY          PIC 9(7).
           05  CP-AGREEMENT-REFERENCE       PIC X(20).
           05  CP-LAST-LOAD-DATE            PIC 9(8).
