      ***********************************************************
      * LEGLHOLD.cpy                                               *
      * Legal-hold list -- one record per customer whose records   *
      * legal has told us to preserve, keyed in from legal's       *
      * written hold and release instructions. A hold stays in     *
      * force from its hold date until a release date is entered;  *
      * a zero release date, or one still in the future, means the *
      * hold is live. Batch/ANONCUS1.CBL never erases the personal *
      * details of a customer under a live hold, however long the  *
      * account has been closed. The matter reference is legal's   *
      * own, carried only so the erasure report can say why a      *
      * customer was passed over.                                  *
      ***********************************************************
       01  LEGAL-HOLD-RECORD.
           05  LH-CUSTOMER-NUMBER           PIC 9(9).
           05  LH-HOLD-DATE                 PIC 9(8).
           05  LH-RELEASE-DATE              PIC 9(8).
           05  LH-MATTER-REFERENCE          PIC X(20).
           05  FILLER                       PIC X(35).
