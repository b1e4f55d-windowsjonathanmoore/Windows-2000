      ***********************************************************
      * JRNLCAT.cpy                                                *
      * Journal archive generation catalog record -- the           *
      * ARCHCAT.cpy counterpart for the sequential histories       *
      * Batch/JRNROLL1.CBL rolls off: the invoice-master journal   *
      * (INVJRNL), the customer journal (CUSTJRNL) and the payment *
      * history (PAYHIST). One record per file per rollover run    *
      * that moved anything, appended as the run closes: which     *
      * file, its generation number (counted per file), the run    *
      * date, the range of dates the generation holds, its record  *
      * count, and the cut the run applied. Retrieval reads the    *
      * catalog to name every generation a request needs, so ops   *
      * concatenates exactly those files, and proves afterwards    *
      * that the records read cover what the catalog says they     *
      * contain. Dates are YYYYMMDD throughout -- the journals'    *
      * own stamp, and for the payment history the Julian          *
      * application date restated.                                 *
      ***********************************************************
       01  JOURNAL-CATALOG-RECORD.
           05  JC-FILE-ID                   PIC X(8).
               88  JC-INVOICE-JOURNAL           VALUE 'INVJRNL '.
               88  JC-CUSTOMER-JOURNAL          VALUE 'CUSTJRNL'.
               88  JC-PAYMENT-HISTORY           VALUE 'PAYHIST '.
           05  JC-GENERATION-NUMBER         PIC 9(5).
           05  JC-ARCHIVE-DATE              PIC 9(8).
           05  JC-MIN-DATE                  PIC 9(8).
           05  JC-MAX-DATE                  PIC 9(8).
           05  JC-RECORD-COUNT              PIC 9(9).
      *  THE CUT APPLIED -- THE BACKUP POINT FOR A JOURNAL, THE
      *  RETENTION CUTOFF DATE (TIME ZERO) FOR THE PAYMENT HISTORY.
           05  JC-CUTOFF-DATE               PIC 9(8).
           05  JC-CUTOFF-TIME               PIC 9(6).
