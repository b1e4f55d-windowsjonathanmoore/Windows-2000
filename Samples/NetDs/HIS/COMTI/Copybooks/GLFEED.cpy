      ***********************************************************
      * GLFEED.cpy                                                 *
      * General-ledger side-feed record -- ledger activity that    *
      * never touches the invoice master, so never reaches the     *
      * INVJRNL.cpy journal GLEXTR01 derives everything else from  *
      * (the month-end bad-debt reserve ALWRSV01 calculates is the *
      * first). A producing job appends one record per entry with  *
      * the WRITEINVJOURNAL open-extend discipline; GLEXTR01 picks *
      * up the records stamped with its run date, maps them on     *
      * GLMAP.cpy by activity and product like any other activity, *
      * and writes the balanced pair. A positive GF-AMOUNT books   *
      * the map row's debit and credit accounts, a negative one    *
      * the reversed pair. When a producer reruns on the same day  *
      * the last record for the same source, activity, product,    *
      * customer and invoice replaces the earlier one, so a rerun  *
      * cannot double-post the ledger. Customer and invoice are    *
      * zero for an entry not tied to one A/R item. GF-FEED-DATE   *
      * is YYYYMMDD, the GLEXTR01 run-date form.                   *
      * GF-COMPANY-CODE is the company the entry books to; spaces  *
      * are the home company '01'.                                 *
      * INVPOST1 and REVREC01 feed the deferred-revenue entries    *
      * (DEFR, DRVS, RREC) that keep advance billings off revenue  *
      * until they are earned (DEFREV.cpy).                        *
      * RBTCALC1 feeds the volume rebate accrual (RBAC) and its    *
      * reversal at settlement (RBRV) with the program's account   *
      * in the customer field and its program number in the        *
      * invoice field (RBTPROG.cpy).                               *
      * AGYREM01 feeds the commission a collection agency kept     *
      * from the day's remittance (AGCM), one record per agency    *
      * and company with the agency id in the product field and    *
      * zero customer and invoice.                                 *
      ***********************************************************
       01  GL-SIDE-FEED-RECORD.
           05  GF-FEED-DATE                 PIC 9(8).
           05  GF-SOURCE-PROGRAM            PIC X(8).
           05  GF-ACTIVITY-CODE             PIC X(4).
           05  GF-PRODUCT-CODE              PIC X(12).
           05  GF-CUSTOMER-NUMBER           PIC 9(9).
           05  GF-INVOICE-NUMBER            PIC 9(10).
           05  GF-AMOUNT                    PIC S9(13)V9(2) COMP-3.
           05  GF-COMPANY-CODE              PIC X(2).
