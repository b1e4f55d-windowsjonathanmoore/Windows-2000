               88  LP-PENDING-REVIEW            VALUE 'P'.
               88  LP-APPROVED                  VALUE 'A'.
               88  LP-REJECTED                  VALUE 'R'.
      *
      *  THE CUSTOMER'S BUREAU RISK CLASS (CRBUREAU.cpy) THE
      *  PROPOSAL WAS MADE WITH -- SPACE WHEN THERE WAS NONE.
      *
           05  LP-BUREAU-RISK-CLASS         PIC X(1).
      *
      *  WHO SIGNED THE ROW OFF, AND WHEN. CRREVW01 STAMPS THE
      *  PROPOSAL DATE; CREDIT FILLS IN THEIR USERID AND THE
      *  REVIEW DATE (YYYYMMDD) ALONG WITH THE 'A' OR 'R', SO THE
      *  AUDIT EXTRACT (AUDEXT01) CAN SAY WHO APPROVED THE CHANGE.
      *
           05  LP-PROPOSAL-DATE             PIC 9(8).
           05  LP-REVIEWED-BY               PIC X(8).
           05  LP-REVIEW-DATE               PIC 9(8).
