                                             VALUE 0.
           05  BS-LAST-ESCALATION-DATE      PIC 9(7) COMP-3
                                             VALUE 0.
      *
      *  The customer's blanket purchase order for the contract,
      *  quoted on every invoice BILLGEN1 raises from it -- a
      *  customer flagged CD-PO-REQUIRED has its recurring charges
      *  rejected at posting without one. Spaces when none.
      *
           05  BS-PO-NUMBER                 PIC X(20) VALUE SPACES.
      *
      *  The SHIPTO.cpy site the contract's goods or service go to,
      *  so the recurring charge is taxed there. Spaces taxes it at
      *  the bill-to address.
      *
           05  BS-SHIP-TO-ID                PIC X(4) VALUE SPACES.
