      ***********************************************************
      * CRAAUTH.cpy                                                *
      * Credit-analyst authority -- one per operator allowed to    *
      * approve a new customer's credit application (CRAPPL.cpy),  *
      * indexed on the operator's userid (the CRAAUTH file),       *
      * carrying the largest credit limit, in USD, that analyst    *
      * may grant. The CRAMNT method refuses an approval from an   *
      * operator not on this table, or one granting a limit over   *
      * the analyst's authority; such an application waits for a   *
      * more senior analyst. Loaded by Batch/CRALOAD1.CBL, where a *
      * zero authority takes the analyst off the table.            *
      ***********************************************************
       01  CREDIT-ANALYST-AUTHORITY-RECORD.
           05  AN-ANALYST-ID                PIC X(8).
           05  AN-LIMIT-AUTHORITY-USD       PIC S9(13)V9(2) COMP-3.
           05  AN-LAST-CHANGED-DATE         PIC 9(8).
