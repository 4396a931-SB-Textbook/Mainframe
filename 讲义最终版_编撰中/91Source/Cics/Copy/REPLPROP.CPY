      ******************************************************************
      *   REPLPROP -- RECORD LAYOUT FOR THE STORE REPLENISHMENT       *
      *   PROPOSAL FILE (SEQUENTIAL, IN PRODUCT ORDER).  THE NIGHTLY  *
      *   REPLPLN RUN WRITES ONE RECORD FOR EVERY PRODUCT WHOSE       *
      *   STORE ('S') STOCK HAS FALLEN BELOW THE STORE MINIMUM AND    *
      *   WHICH THE WAREHOUSE ('W') CAN AT LEAST PARTLY MAKE UP,      *
      *   CARRYING THE BALANCES THE PROPOSAL WAS WORKED FROM AND THE  *
      *   QUANTITY TO PULL.  THE SAME LINES PRINT ON THE WAREHOUSE    *
      *   PULL SHEET IN BIN ORDER.  REPLPOST POSTS THE TRANSFERS THE  *
      *   WAREHOUSE CONFIRMS ON RETURN CARDS.                         *
      ******************************************************************
       01  REPLENISH-PROPOSAL-RECORD.
           02  RQ-PRODUCT-CODE          PIC X(06).
           02  RQ-BIN-LOCATION          PIC X(06).
           02  RQ-STORE-SALES           PIC 9(05).
           02  RQ-STORE-MINIMUM         PIC 9(05).
           02  RQ-STORE-ON-HAND         PIC 9(05).
           02  RQ-WAREHOUSE-ON-HAND     PIC 9(05).
           02  RQ-PULL-QUANTITY         PIC 9(05).
           02  RQ-PROPOSAL-DATE         PIC 9(08).
