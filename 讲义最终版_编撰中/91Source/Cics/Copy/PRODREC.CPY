      ******************************************************************
      *   PRODREC -- RECORD LAYOUT FOR THE PRODUCT MASTER FILE        *
      *   (VSAM KSDS, KEYED BY PRM-PRODUCT-CODE).  PRM-QUANTITY-ON-    *
      *   HAND IS DECREMENTED BY ORDRENT AS ORDERS ARE POSTED,         *
      *   INCREMENTED BY THE RCVENT1 RECEIVING TRANSACTION AS          *
      *   SUPPLIER SHIPMENTS ARRIVE, AND IS CHECKED AT LINE-ITEM       *
      *   ENTRY TIME TO KEEP AN ORDER FROM SELLING MORE THAN IS IN     *
      *   STOCK.  PRM-REORDER-POINT AND PRM-REORDER-QUANTITY DRIVE     *
      *   THE NIGHTLY REORDRPT REPLENISHMENT REPORT -- A PRODUCT AT    *
      *   OR BELOW ITS REORDER POINT IS LISTED WITH THE QUANTITY TO    *
      *   ORDER.  A REORDER POINT OF ZERO MEANS THE PRODUCT IS NOT     *
      *   REPLENISHED AUTOMATICALLY.                                   *
      *                                                                *
      *   RECORDS WRITTEN BEFORE THE REORDER POINT, REORDER           *
      *   QUANTITY, AND BIN LOCATION EXISTED ARE 16 BYTES SHORTER;    *
      *   THE ONE-TIME CONVERSION PADS EACH RECORD (ZEROS FOR THE     *
      *   TWO QUANTITIES, SPACES FOR THE BIN) AND REPROS IT INTO A    *
      *   FRESHLY DEFINED CLUSTER BEFORE ANY PROGRAM COMPILED WITH    *
      *   THIS LAYOUT TOUCHES THE FILE.  RECORDS WRITTEN BEFORE       *
      *   PRM-SHIP-WEIGHT (POUNDS PER UNIT, 999V99) EXISTED ARE 5     *
      *   BYTES SHORTER; THE SAME CONVERSION PADS THEM WITH ZEROS --  *
      *   A ZERO WEIGHT SHIPS FREIGHT-FREE UNTIL THE BUYER KEYS THE   *
      *   REAL WEIGHT THROUGH PRDMNT1.  PRM-AVERAGE-COST IS THE       *
      *   WEIGHTED-AVERAGE UNIT COST RCVENT1 MAINTAINS FROM THE       *
      *   COSTS KEYED ON RECEIPTS -- SYSTEM-MAINTAINED, NOT KEYED     *
      *   THROUGH PRDMNT1 -- AND IS WHAT THE INVVAL VALUATION RUN     *
      *   AND THE GLJRNL COST-OF-GOODS POSTING PRICE STOCK AT.        *
      *   PRE-CHANGE RECORDS ARE PADDED WITH ZEROS AT CONVERSION.     *
      *   PRM-STATUS-CODE CARRIES THE PRODUCT'S LIFECYCLE: ACTIVE,    *
      *   DISCONTINUED (THE STOCK ON HAND MAY STILL BE SOLD, BUT NO   *
      *   BACKORDERS, QUOTES OR PURCHASE ORDERS ARE TAKEN), OR OUT    *
      *   OF PRINT (NOTHING MORE IS SOLD OR BOUGHT; THE OOPCAN RUN    *
      *   CANCELS ITS WAITING BACKORDERS AND SUGGESTIONS).  RECORDS   *
      *   WRITTEN BEFORE THE CODE EXISTED ARE PADDED WITH 'A' AT      *
      *   CONVERSION; A SPACE IS TREATED AS ACTIVE.                   *
      ******************************************************************
       01  PRODUCT-MASTER-RECORD.
           02  PRM-PRODUCT-CODE         PIC X(06).
           02  PRM-PRODUCT-DESCRIPTION  PIC X(20).
           02  PRM-UNIT-PRICE           PIC 9(07)V99.
           02  PRM-QUANTITY-ON-HAND     PIC 9(05).
           02  PRM-REORDER-POINT        PIC 9(05).
           02  PRM-REORDER-QUANTITY     PIC 9(05).
           02  PRM-BIN-LOCATION         PIC X(06).
           02  PRM-SHIP-WEIGHT          PIC 9(03)V99.
           02  PRM-AVERAGE-COST         PIC 9(05)V99.
           02  PRM-STATUS-CODE          PIC X(01).
               88  PRM-ACTIVE                       VALUE 'A' ' '.
               88  PRM-DISCONTINUED                 VALUE 'D'.
               88  PRM-OUT-OF-PRINT                 VALUE 'O'.
               88  PRM-VALID-STATUS                 VALUE 'A' 'D' 'O'.
