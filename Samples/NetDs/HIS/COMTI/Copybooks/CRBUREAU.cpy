      ***********************************************************
      * CRBUREAU.cpy                                               *
      * Commercial credit bureau record -- one per customer,       *
      * indexed on CB-CUSTOMER-NUMBER with the bureau's own        *
      * subject id (CB-BUREAU-ID) as an alternate key. CRREVW01    *
      * used to judge a limit on our own payment history alone, so *
      * a customer going bad everywhere else but still paying us   *
      * on time kept a generous limit. Batch/BURLOAD1.CBL loads    *
      * the monthly bureau file onto this master, matching a       *
      * subject by its bureau id once that is known and by name    *
      * and address until it is, and keeps last month's score and  *
      * risk class beside this month's so a sharp drop can be      *
      * alerted on. CRREVW01 reads the risk class and derogatory   *
      * flags when it proposes raises and cuts. Risk class runs    *
      * '1' (least risk) to '5' (most). Each derogatory flag is    *
      * 'Y' or 'N'. Dates are YYYYMMDD.                            *
      ***********************************************************
       01  CREDIT-BUREAU-RECORD.
           05  CB-CUSTOMER-NUMBER           PIC 9(9).
           05  CB-BUREAU-ID                 PIC X(12).
           05  CB-MATCH-METHOD              PIC X(1).
               88  CB-MATCHED-BY-ID             VALUE 'I'.
               88  CB-MATCHED-BY-NAME           VALUE 'N'.
           05  CB-SCORE                     PIC 9(3).
           05  CB-RISK-CLASS                PIC X(1).
               88  CB-RISK-VALID                VALUE '1' THRU '5'.
               88  CB-RISK-LOW                  VALUE '1' '2'.
               88  CB-RISK-HIGH                 VALUE '4' '5'.
           05  CB-DEROGATORY-FLAGS.
               10  CB-BANKRUPTCY-FLAG       PIC X(1).
               10  CB-JUDGMENT-FLAG         PIC X(1).
               10  CB-LIEN-FLAG             PIC X(1).
               10  CB-COLLECTION-FLAG       PIC X(1).
           05  CB-DEROGATORY-VIEW REDEFINES CB-DEROGATORY-FLAGS
                                            PIC X(4).
               88  CB-NO-DEROGATORY             VALUE 'NNNN'.
           05  CB-REPORT-DATE               PIC 9(8).
           05  CB-LOAD-DATE                 PIC 9(8).
      *
      *  LAST MONTH'S FIGURES, SHIFTED DOWN BY EACH LOAD. A PRIOR
      *  REPORT DATE OF ZERO MEANS THIS IS THE FIRST LOAD FOR THE
      *  CUSTOMER AND THERE IS NOTHING TO COMPARE AGAINST.
      *
           05  CB-PRIOR-SCORE               PIC 9(3).
           05  CB-PRIOR-RISK-CLASS          PIC X(1).
           05  CB-PRIOR-REPORT-DATE         PIC 9(8).
