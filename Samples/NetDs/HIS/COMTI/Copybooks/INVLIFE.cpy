      * truncated flags say when there was more than fits, so a    *
      * caller never mistakes a capped list for the whole story.   *
      * Dates are the usual Julian YYYYDDD form except the         *
      * journal's own YYYYMMDD/HHMMSS stamps. An invoice that was  *
      * re-billed names the invoice that replaced it, and a        *
      * replacement names the one it replaces (INVLINK.cpy); both  *
      * are zero when the invoice was never part of a re-bill.     *
      ***********************************************************
       01  INVOICE-LIFECYCLE-REPLY.
           05  IL-CUSTOMER-NUMBER           PIC 9(9).
               10  IL-JRN-ACTION            PIC X(1).
           05  IL-JOURNAL-TRUNCATED-FLAG    PIC X(1).
               88  IL-JOURNAL-TRUNCATED         VALUE 'Y'.
           05  IL-REPLACES-CUSTOMER         PIC 9(9).
           05  IL-REPLACES-INVOICE          PIC 9(10).
           05  IL-REPLACED-BY-CUSTOMER      PIC 9(9).
           05  IL-REPLACED-BY-INVOICE       PIC 9(10).
