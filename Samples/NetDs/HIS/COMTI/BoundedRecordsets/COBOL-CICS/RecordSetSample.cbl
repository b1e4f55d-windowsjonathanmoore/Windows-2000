           MOVE IM-MODIFICATION-STAMP
               TO INVOICE-MODIFICATION-STAMP OF LK-CUSTOMER-DATA
                  (LK-OUTPUT-ROW-COUNT).
           MOVE IM-PO-NUMBER
               TO INVOICE-PO-NUMBER OF LK-CUSTOMER-DATA
                  (LK-OUTPUT-ROW-COUNT).
           MOVE LENGTH OF INVOICE-ROW OF LK-CUSTOMER-DATA
                         (LK-OUTPUT-ROW-COUNT)
               TO SIZE-OF-INVOICE-ROW OF LK-CUSTOMER-DATA
