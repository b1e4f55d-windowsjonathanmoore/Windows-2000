      ***********************************************************
      * FCWAUTH.cpy                                                *
      * Finance-charge waiver authority -- one per operator        *
      * allowed to approve a waiver (FCWAIVE.cpy), indexed on the  *
      * operator's userid (the FCWAUTH file), carrying the largest *
      * single waiver, in USD, that operator may approve. The      *
      * FCWMNT method refuses an approval from an operator not on  *
      * this table, or for a waiver whose FW-WAIVER-USD is over    *
      * the operator's limit; such a waiver waits for someone with *
      * more authority. Loaded by Batch/FCALOAD1.CBL, where a zero *
      * limit takes the operator off the table.                    *
      ***********************************************************
       01  WAIVER-AUTHORITY-RECORD.
           05  FA-APPROVER-ID               PIC X(8).
           05  FA-WAIVER-LIMIT-USD          PIC S9(9)V9(2) COMP-3.
           05  FA-LAST-CHANGED-DATE         PIC 9(8).
