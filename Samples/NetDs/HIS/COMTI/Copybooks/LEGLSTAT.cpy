      ***********************************************************
      * LEGLSTAT.cpy                                               *
      * Legal status -- one per customer who has ever filed for    *
      * bankruptcy or had collection barred by some other legal    *
      * process, keyed on the customer number (the LEGLSTAT file). *
      * Once a customer files, the automatic stay forbids any      *
      * attempt to collect, and suppressing DUNLTR01, FINCHG01 and *
      * the statement used to depend on someone remembering. The   *
      * LGLMNT online method opens, changes and closes a status,   *
      * journals every change through WRITELEGLJOURNAL, and keeps  *
      * CD-COLLECTION-STATUS on the CUSTDEMO.cpy master in step -- *
      * 'B' while a bankruptcy is open, 'L' while another legal    *
      * hold is open, back to normal when it closes -- which is    *
      * the flag every collection job already reads.               *
      *                                                            *
      * LS-CLAIM-BAR-DATE is the court's deadline for filing a     *
      * proof of claim; LS-CLAIM-FILED-DATE and LS-CLAIM-AMOUNT    *
      * record ours once it is filed. Batch/LGLPOC01.CBL prints    *
      * the proof-of-claim worksheet (the pre-petition balance as  *
      * of LS-FILING-DATE) and Batch/LGLBAR01.CBL warns of bar     *
      * dates coming up with no claim filed. A closed status stays *
      * on file for the history; a new filing replaces it. Not to  *
      * be confused with LEGLHOLD.cpy, the records-preservation    *
      * hold that only stops ANONCUS1 erasing a customer. Dates    *
      * are YYYYMMDD and the claim amount is USD.                  *
      * LS-MODIFICATION-STAMP is the YYYYMMDDHHMMSS stamp LGLMNT's *
      * stale-update guard checks, as on CUSTDEMO.                 *
      ***********************************************************
       01  LEGAL-STATUS-RECORD.
           05  LS-CUSTOMER-NUMBER           PIC 9(9).
           05  LS-STATUS-TYPE               PIC X(1).
               88  LS-TYPE-BANKRUPTCY           VALUE 'B'.
               88  LS-TYPE-LEGAL-HOLD           VALUE 'L'.
               88  LS-TYPE-VALID                VALUE 'B' 'L'.
           05  LS-CASE-STATUS               PIC X(1).
               88  LS-CASE-OPEN                 VALUE 'O'.
               88  LS-CASE-CLOSED               VALUE 'C'.
      *
      *  WHY A CLOSED CASE CLOSED -- D DISCHARGED, M DISMISSED,
      *  R HOLD RELEASED. SPACE WHILE THE CASE IS OPEN.
      *
           05  LS-CLOSE-REASON              PIC X(1).
               88  LS-CLOSED-DISCHARGED         VALUE 'D'.
               88  LS-CLOSED-DISMISSED          VALUE 'M'.
               88  LS-CLOSED-RELEASED           VALUE 'R'.
               88  LS-CLOSE-REASON-VALID        VALUE 'D' 'M' 'R'.
      *
      *  CHAPTER 7, 11 OR 13 FOR A BANKRUPTCY; ZERO FOR A HOLD.
      *
           05  LS-BANKRUPTCY-CHAPTER        PIC 9(2).
               88  LS-CHAPTER-VALID             VALUE 7 11 13.
           05  LS-FILING-DATE               PIC 9(8).
           05  LS-CASE-NUMBER               PIC X(20).
           05  LS-COURT-DISTRICT            PIC X(20).
           05  LS-CLAIM-BAR-DATE            PIC 9(8).
           05  LS-ATTORNEY-NAME             PIC X(30).
           05  LS-ATTORNEY-PHONE            PIC X(14).
           05  LS-CLAIM-FILED-DATE          PIC 9(8).
           05  LS-CLAIM-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  LS-CLOSED-DATE               PIC 9(8).
           05  LS-MODIFICATION-STAMP        PIC 9(14).
