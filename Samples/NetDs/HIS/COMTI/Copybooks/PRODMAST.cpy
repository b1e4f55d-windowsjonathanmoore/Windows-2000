      *
           05  PM-UNIT-PRICE                PIC S9(9)V9(2) COMP-3
                                             VALUE 0.
      *
      *  GRADUATED USAGE PRICE TIERS FOR A PRODUCT BILLED ON
      *  CONSUMPTION (USGBILL1). EACH TIER PRICES THE UNITS ABOVE
      *  THE PREVIOUS TIER'S LIMIT UP TO ITS OWN PM-TIER-UP-TO-
      *  QUANTITY; THE LAST TIER IN USE HAS NO LIMIT. NO TIERS
      *  MEANS ALL USAGE IS PRICED FLAT AT PM-UNIT-PRICE.
      *
           05  PM-PRICE-TIER-COUNT          PIC 9(1).
           05  PM-PRICE-TIER                OCCURS 5 TIMES.
               10  PM-TIER-UP-TO-QUANTITY   PIC 9(9).
               10  PM-TIER-UNIT-PRICE       PIC S9(9)V9(2) COMP-3.
