      ***********************************************************
      * AGYPLAC.cpy                                                *
      * Collection-agency placement -- one per customer ever       *
      * placed with an outside agency, keyed on the customer       *
      * number (the AGYPLAC file). Accounts the dunning letters    *
      * could not move used to go to the agency on a spreadsheet   *
      * and were never heard of again. Batch/AGYPLC01.CBL places a *
      * customer over the past-due threshold whose DUNLTR01 final  *
      * notice went unanswered: it writes the agency's placement   *
      * file, sets CD-PLACED-WITH-AGENCY on the CUSTDEMO.cpy       *
      * master (which keeps dunning letters, finance charges and   *
      * statements off the account) and records here who has the   *
      * account, since when, and for how much. Batch/AGYREM01.CBL  *
      * imports the agency's monthly remittance, adds each         *
      * collection and the commission the agency kept to the       *
      * running totals, and marks the placement returned when the  *
      * agency gives the account back. A returned account may be   *
      * placed again later; the new placement replaces this        *
      * record. AP-PLACED-BALANCE and the totals are USD; dates    *
      * are YYYYMMDD.                                              *
      ***********************************************************
       01  AGENCY-PLACEMENT-RECORD.
           05  AP-CUSTOMER-NUMBER           PIC 9(9).
           05  AP-AGENCY-ID                 PIC X(8).
           05  AP-PLACEMENT-DATE            PIC 9(8).
           05  AP-PLACEMENT-STATUS          PIC X(1).
               88  AP-PLACED                    VALUE 'P'.
               88  AP-RETURNED                  VALUE 'R'.
           05  AP-PLACED-BALANCE            PIC S9(13)V9(2) COMP-3.
           05  AP-COLLECTED-TO-DATE         PIC S9(13)V9(2) COMP-3.
           05  AP-COMMISSION-TO-DATE        PIC S9(13)V9(2) COMP-3.
           05  AP-LAST-REMITTANCE-DATE      PIC 9(8).
           05  AP-RETURN-DATE               PIC 9(8).
