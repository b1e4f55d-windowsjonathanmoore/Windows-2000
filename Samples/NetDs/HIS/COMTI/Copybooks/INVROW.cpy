      *
           15  INVOICE-MODIFICATION-STAMP   PIC 9(14) COMP-3
                                             VALUE 0.
      *
      *  THE CUSTOMER'S PURCHASE-ORDER NUMBER FROM THE MASTER.
      *
           15  INVOICE-PO-NUMBER            PIC X(20) VALUE SPACES.
