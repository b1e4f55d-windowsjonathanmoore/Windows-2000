      * spaces. The description now travels at its trimmed actual  *
      * length behind a length prefix (the same idea as            *
      * SIZE-OF-INVOICE-ROW on the wire), with the record written  *
      * RECORD VARYING: 148 bytes of fixed fields plus             *
      * IM-DESCRIPTION-LENGTH bytes of description. The prefix is  *
      * zoned display, not binary, so no length value can ever     *
      * look like a record delimiter to the transfer tools. The    *
               88  IM-INVOICE-PAID              VALUE 'P'.
           05  IM-AMOUNT-PAID               PIC S9(13)V9(2) COMP-3.
           05  IM-INVOICE-TAX-AMOUNT        PIC S9(13)V9(2) COMP-3.
           05  IM-TERMS-CODE                PIC X(4).
           05  IM-DUE-DATE                  PIC 9(7) COMP-3.
           05  IM-PO-NUMBER                 PIC X(20).
           05  IM-SHIP-TO-ID                PIC X(4).
           05  IM-TAX-STATE                 PIC X(2).
           05  IM-TAX-ZIP                   PIC X(10).
           05  IM-COMPANY-CODE              PIC X(2).
           05  IM-DISCOUNT-TAKEN            PIC S9(13)V9(2) COMP-3.
           05  IM-VOID-DATE                 PIC 9(7) COMP-3.
           05  IM-SHORTPAY-ABSORBED         PIC S9(13)V9(2) COMP-3.
           05  IM-ALLOWANCE-DATE            PIC 9(7) COMP-3.
           05  IM-DESCRIPTION-LENGTH        PIC 9(4).
           05  IM-INVOICE-DESCRIPTION       PIC X(4096).
