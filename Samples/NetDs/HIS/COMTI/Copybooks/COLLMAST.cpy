      ***********************************************************
      * COLLMAST.cpy                                               *
      * Collector master -- one record per collections staff      *
      * member, indexed on the 8-byte id, loaded by                *
      * Batch/COLLOAD1.CBL (the REPLOAD1 seed/load shape).         *
      * CUST360 shows one account at a time but nothing told a     *
      * collector which accounts to call today; customers are      *
      * tied to a collector through COLLASGN.cpy, and              *
      * Batch/COLWRK01.CBL writes each active collector a          *
      * worklist ranked by dollars at risk.                        *
      ***********************************************************
       01  COLLECTOR-MASTER-RECORD.
           05  CL-COLLECTOR-ID              PIC X(8).
           05  CL-COLLECTOR-NAME            PIC X(30).
           05  CL-COLLECTOR-STATUS          PIC X(1).
               88  CL-COLLECTOR-ACTIVE          VALUE 'A'.
               88  CL-COLLECTOR-INACTIVE        VALUE 'I'.
