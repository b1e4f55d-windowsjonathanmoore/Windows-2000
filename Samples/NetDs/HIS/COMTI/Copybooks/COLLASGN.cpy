      ***********************************************************
      * COLLASGN.cpy                                               *
      * Customer-to-collector assignment record -- one per         *
      * CUSTDEMO customer, indexed on the customer number, naming  *
      * the COLLMAST.cpy collector who works the account. The      *
      * SLSASGN.cpy keyed-pair idea again. Loaded and refreshed by *
      * Batch/CASLOAD1.CBL, which verifies the customer's check    *
      * digit and that the collector exists before a pair lands.   *
      * COLWRK01 puts each account on its collector's worklist; a  *
      * customer with no assignment is listed unassigned rather    *
      * than silently left off every list.                         *
      ***********************************************************
       01  COLLECTOR-ASSIGNMENT-RECORD.
           05  CA-CUSTOMER-NUMBER           PIC 9(9).
           05  CA-COLLECTOR-ID              PIC X(8).
