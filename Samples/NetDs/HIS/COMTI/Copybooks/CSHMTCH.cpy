      ***********************************************************
      * CSHMTCH.cpy                                                *
      * Suggested cash match awaiting review -- written by         *
      * Batch/CASHAPP1.CBL's matching pass for a receipt that      *
      * arrived with a blank or wrong PR-INVOICE-NUMBER and could  *
      * only be matched at medium or low confidence (high-         *
      * confidence matches are applied on the spot). One row per   *
      * invoice the suggestion would pay, so a combination or an   *
      * oldest-first spread of one receipt shows as several rows   *
      * sharing the same customer, reference and receipt amount.   *
      * Display form so a clerk can review and mark the rows up:   *
      * CM-REVIEW-STATUS goes from 'P' pending to 'A' accepted     *
      * (or 'R' rejected); Batch/CSHMAPL1.CBL turns accepted rows  *
      * into PAYRCPT.cpy receipts for the next cash application.   *
      *                                                            *
      * CM-MATCH-METHOD:  E  EXACT AMOUNT OF ONE OPEN INVOICE      *
      *                   C  COMBINATION OF OPEN INVOICES          *
      *                   O  OLDEST-FIRST WITHIN THE TOLERANCE     *
      * CM-CONFIDENCE:    H  HIGH (NEVER WRITTEN HERE -- APPLIED)  *
      *                   M  MEDIUM                                *
      *                   L  LOW                                   *
      ***********************************************************
       01  CASH-MATCH-RECORD.
           05  CM-CUSTOMER-NUMBER           PIC 9(9).
           05  CM-PAYMENT-REFERENCE         PIC X(12).
           05  CM-PAYMENT-DATE              PIC 9(7).
           05  CM-RECEIPT-AMOUNT            PIC 9(13)V9(2).
           05  CM-ORIGINAL-INVOICE          PIC X(10).
           05  CM-MATCH-METHOD              PIC X(1).
               88  CM-METHOD-EXACT              VALUE 'E'.
               88  CM-METHOD-COMBINATION        VALUE 'C'.
               88  CM-METHOD-OLDEST-FIRST       VALUE 'O'.
           05  CM-CONFIDENCE                PIC X(1).
               88  CM-CONFIDENCE-HIGH           VALUE 'H'.
               88  CM-CONFIDENCE-MEDIUM         VALUE 'M'.
               88  CM-CONFIDENCE-LOW            VALUE 'L'.
           05  CM-INVOICE-NUMBER            PIC 9(10).
           05  CM-INVOICE-RESIDUAL          PIC 9(13)V9(2).
           05  CM-APPLY-AMOUNT              PIC 9(13)V9(2).
           05  CM-REVIEW-STATUS             PIC X(1).
               88  CM-PENDING-REVIEW            VALUE 'P'.
               88  CM-ACCEPTED                  VALUE 'A'.
               88  CM-REJECTED                  VALUE 'R'.
