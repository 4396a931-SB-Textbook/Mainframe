      ******************************************************************
      *   STKLED -- RECORD LAYOUT FOR THE PERPETUAL STOCK LEDGER      *
      *   (VSAM KSDS, KEYED BY PRODUCT CODE PLUS STAMP DATE, TIME,    *
      *   AND A SEQUENCE THAT SEPARATES MOVEMENTS OF ONE PRODUCT      *
      *   STAMPED IN THE SAME SECOND).  EVERY PROGRAM THAT CHANGES    *
      *   PRM-QUANTITY-ON-HAND OR LS-QUANTITY-ON-HAND WRITES ONE      *
      *   RECORD PER MOVEMENT: THE LOCATION THAT MOVED (SPACE WHEN    *
      *   ONLY THE PRODUCT TOTAL MOVED), THE MOVEMENT TYPE, THE       *
      *   SIGNED QUANTITY, THE PRODUCT AND LOCATION BALANCES LEFT     *
      *   AFTER IT, THE SOURCE DOCUMENT, AND WHO AND WHAT DID IT.     *
      *   ONLINE PROGRAMS LINK TO STKLW, WHICH STAMPS THE KEY,        *
      *   TERMINAL, AND OPERATOR; BATCH PROGRAMS STAMP AND WRITE      *
      *   THEIR OWN WITH TERMINAL 'BTCH'.  STKINQ1 PAGES THROUGH A    *
      *   PRODUCT'S MOVEMENTS NEWEST FIRST WITH THE RUNNING BALANCE.  *
      *   RECORDS ARE NEVER CHANGED OR DELETED.                       *
      ******************************************************************
       01  STOCK-LEDGER-RECORD.
           02  SL-LEDGER-KEY.
               03  SL-PRODUCT-CODE      PIC X(06).
               03  SL-STAMP-DATE        PIC 9(08).
               03  SL-STAMP-TIME        PIC 9(06).
               03  SL-STAMP-SEQUENCE    PIC 9(03).
           02  SL-LOCATION-CODE         PIC X(01).
           02  SL-MOVEMENT-TYPE         PIC X(02).
               88  SL-ORDER-ENTRY                   VALUE 'OE'.
               88  SL-QUOTE-CONVERSION              VALUE 'QC'.
               88  SL-KIT-COMPONENT                 VALUE 'KC'.
               88  SL-BACKORDER-RELEASE             VALUE 'BR'.
               88  SL-STANDING-ORDER                VALUE 'SO'.
               88  SL-RECEIPT                       VALUE 'RC'.
               88  SL-CUSTOMER-RETURN               VALUE 'CR'.
               88  SL-SUPPLIER-RETURN               VALUE 'SR'.
               88  SL-SHORT-SHIP-RESTOCK            VALUE 'SS'.
               88  SL-TRANSFER-OUT                  VALUE 'TO'.
               88  SL-TRANSFER-IN                   VALUE 'TI'.
               88  SL-COUNT-ADJUSTMENT              VALUE 'CA'.
               88  SL-MAINTENANCE                   VALUE 'MA'.
           02  SL-QUANTITY              PIC S9(05).
           02  SL-PRODUCT-BALANCE       PIC 9(05).
           02  SL-LOCATION-BALANCE      PIC 9(05).
           02  SL-DOCUMENT-NUMBER       PIC X(10).
           02  SL-PROGRAM-ID            PIC X(08).
           02  SL-TERMINAL-ID           PIC X(04).
           02  SL-OPERATOR-ID           PIC X(03).
