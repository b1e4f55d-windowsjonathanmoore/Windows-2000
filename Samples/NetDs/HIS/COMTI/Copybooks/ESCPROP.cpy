               88  EP-PENDING-REVIEW            VALUE 'P'.
               88  EP-APPROVED                  VALUE 'A'.
               88  EP-REJECTED                  VALUE 'R'.
      *
      *  WHO SIGNED THE ROW OFF, AND WHEN. ESCPROP1 STAMPS THE
      *  PROPOSAL DATE; BILLING FILLS IN THEIR USERID AND THE
      *  REVIEW DATE (YYYYMMDD) ALONG WITH THE 'A' OR 'R', SO THE
      *  AUDIT EXTRACT (AUDEXT01) CAN SAY WHO APPROVED THE UPLIFT.
      *
           05  EP-PROPOSAL-DATE             PIC 9(8).
           05  EP-REVIEWED-BY               PIC X(8).
           05  EP-REVIEW-DATE               PIC 9(8).
