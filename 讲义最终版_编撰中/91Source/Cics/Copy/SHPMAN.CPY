      ******************************************************************
      *   SHPMAN -- RECORD LAYOUT FOR THE CARRIER SHIPMENT MANIFEST    *
      *   (VSAM KSDS, KEYED BY SHIPPER, SHIP DATE, AND INVOICE         *
      *   NUMBER, WITH AN ALTERNATE INDEX -- PATH SHPMPATH -- OVER     *
      *   SM-INVOICE-NUMBER, DUPLICATES ALLOWED BECAUSE OF THE CLOSE   *
      *   RECORDS BELOW).  SHPCON1 WRITES ONE RECORD PER CONFIRMED     *
      *   SHIPMENT CARRYING THE CARRIER TRACKING NUMBER, THE CARTON    *
      *   COUNT, AND THE WEIGHT AND FREIGHT IT RATED, SO THE INVOICE   *
      *   ITSELF DID NOT HAVE TO GROW.  THE END-OF-DAY MANCLS BATCH    *
      *   PRINTS ONE SHIPPER'S DAY AS THE CARRIER MANIFEST, MARKS      *
      *   EACH SHIPMENT CLOSED, AND WRITES THE DAY'S CLOSE RECORD      *
      *   (INVOICE NUMBER 000000, HEADER VIEW BELOW) WITH THE          *
      *   TOTALS.  ONCE THE CLOSE RECORD EXISTS SHPCON1 CONFIRMS       *
      *   NOTHING MORE FOR THAT SHIPPER THAT DAY, AND A CLOSED         *
      *   SHIPMENT'S TRACKING AND CARTONS CAN NO LONGER BE CORRECTED.  *
      *   SHIPMENTS CONFIRMED BEFORE THE FILE WAS LOADED HAVE NO       *
      *   RECORD; THE FILE STARTS EMPTY.                               *
      ******************************************************************
       01  SHIPMENT-MANIFEST-RECORD.
           02  SM-MANIFEST-KEY.
               03  SM-SHIPPER           PIC X(10).
               03  SM-SHIP-DATE         PIC 9(08).
               03  SM-INVOICE-NUMBER    PIC 9(06).
                   88  SM-CLOSE-RECORD              VALUE ZERO.
           02  SM-SHIPMENT-DATA.
               03  SM-CUSTOMER-NUMBER   PIC X(06).
               03  SM-SHIP-TO-NUMBER    PIC 9(02).
               03  SM-TRACKING-NUMBER   PIC X(20).
               03  SM-CARTON-COUNT      PIC 9(03).
               03  SM-SHIP-WEIGHT       PIC 9(07)V99.
               03  SM-FREIGHT-AMOUNT    PIC 9(05)V99.
           02  SM-CLOSE-TOTALS REDEFINES SM-SHIPMENT-DATA.
               03  SM-SHIPMENT-COUNT    PIC 9(05).
               03  SM-CARTON-TOTAL      PIC 9(07).
               03  SM-WEIGHT-TOTAL      PIC 9(09)V99.
               03  SM-FREIGHT-TOTAL     PIC 9(07)V99.
               03  FILLER               PIC X(15).
           02  SM-MANIFEST-SW           PIC X(01).
               88  SM-MANIFEST-OPEN                 VALUE 'N'.
               88  SM-MANIFEST-CLOSED               VALUE 'Y'.
           02  SM-CLOSED-DATE           PIC 9(08).
           02  SM-TERMINAL-ID           PIC X(04).
           02  SM-OPERATOR-ID           PIC X(03).
