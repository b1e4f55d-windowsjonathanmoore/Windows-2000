      ***********************************************************
      * COSTCMAP.cpy                                               *
      * Cost-center mapping record -- one per CICSCS userid,       *
      * rolling the userid up to the department its socket-server  *
      * usage is charged back to (the COSTCTR file USGCHG01        *
      * reads). Maintained by finance as a flat file; a userid     *
      * missing from it is still billed, under UNMAPPED, and the   *
      * job ends with a warning so the map gets fixed.             *
      ***********************************************************
       01  COST-CENTER-MAP-RECORD.
           05  CM-USERID                    PIC X(8).
           05  CM-DEPARTMENT                PIC X(8).
           05  CM-DEPARTMENT-NAME           PIC X(30).
           05  FILLER                       PIC X(34).
