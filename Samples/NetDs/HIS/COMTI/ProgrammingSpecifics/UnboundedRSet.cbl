                           TO INVOICE-HOLD-STATUS
                       MOVE IM-INVOICE-DESCRIPTION
                           TO INVOICE-DESCRIPTION
                       MOVE IM-PO-NUMBER           TO INVOICE-PO-NUMBER
      *
      *   Send the row
      *
