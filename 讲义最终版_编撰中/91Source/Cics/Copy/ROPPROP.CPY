      ******************************************************************
      *   ROPPROP -- RECORD LAYOUT FOR THE REORDER-PROPOSAL FILE      *
      *   (SEQUENTIAL, IN PRODUCT ORDER).  THE QUARTERLY ROPCALC RUN  *
      *   WRITES ONE RECORD FOR EVERY PRODUCT WHOSE DEMAND HISTORY    *
      *   CALLS FOR A DIFFERENT REORDER POINT OR REORDER QUANTITY,    *
      *   CARRYING THE VALUES ON THE MASTER WHEN IT RAN, THE VALUES   *
      *   IT PROPOSES, AND THE FIGURES BEHIND THEM.  ROPUPD APPLIES   *
      *   THE PROPOSALS THE BUYER APPROVES ON RETURN CARDS, AND ONLY  *
      *   WHILE THE MASTER STILL HOLDS THE OLD VALUES.                *
      ******************************************************************
       01  REORDER-PROPOSAL-RECORD.
           02  RP-PRODUCT-CODE          PIC X(06).
           02  RP-OLD-REORDER-POINT     PIC 9(05).
           02  RP-OLD-REORDER-QUANTITY  PIC 9(05).
           02  RP-NEW-REORDER-POINT     PIC 9(05).
           02  RP-NEW-REORDER-QUANTITY  PIC 9(05).
           02  RP-AVERAGE-DEMAND        PIC 9(05)V9.
           02  RP-PEAK-DEMAND           PIC 9(05).
           02  RP-LEAD-DAYS             PIC 9(03).
           02  RP-PROPOSAL-DATE         PIC 9(08).
