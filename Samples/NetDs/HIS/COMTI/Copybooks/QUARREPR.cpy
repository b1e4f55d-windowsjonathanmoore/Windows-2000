           05  QR-QUARANTINE-DATE           PIC 9(8).
           05  QR-CORRECTOR-ID              PIC X(8).
           05  QR-CORRECTION-DATE           PIC 9(8).
           05  QR-ORIGINAL-IMAGE            PIC X(4244).
           05  QR-CURRENT-IMAGE             PIC X(4244).
