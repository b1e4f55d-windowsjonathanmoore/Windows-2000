      ***********************************************************
      * TAXJURS.cpy                                                *
      * Sales tax jurisdiction record -- one per taxing            *
      * jurisdiction, indexed on a state plus zip -- the ship-to   *
      * site's from SHIPTO.cpy, else the customer's ADDRESS-STATE  *
      * and ADDRESS-ZIP from the CUSTDEMO.cpy demographic master.  *
      * A record with TJ-ZIP of spaces is the state-level default  *
      * INVPOST1 falls back to when no zip-level jurisdiction is   *
      * loaded. Maintained by Batch/TAXLOAD1.CBL; INVPOST1 applies *
      * TJ-TAX-RATE when a charge posts and TAXRPT01 summarizes    *
