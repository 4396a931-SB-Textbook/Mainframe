      *   THE 'WILLCALL' SHIPPER.  PRE-CHANGE RECORDS (873 BYTES)     *
      *   ARE PADDED WITH 'N' INTO AN 874-BYTE CLUSTER AT             *
      *   CONVERSION.                                                 *
      *                                                                *
      *   INV-PROMO-CODE AND INV-PROMO-DISC-AMT RECORD THE MARKETING  *
      *   PROMOTION (PROMO MASTER) THE ORDER WAS TAKEN UNDER AND THE  *
      *   DISCOUNT IT GAVE.  THE DISCOUNT IS ALREADY IN THE COVERED   *
      *   LINES' UNIT PRICES AND AMOUNTS -- THE LINES STILL FOOT TO   *
      *   INV-INVOICE-TOTAL -- SO THE CODE AND AMOUNT ARE WHAT LET    *
      *   PRMRPT SEPARATE PROMOTED ORDERS AND PUT BACK THE GROSS.     *
      *   PRE-CHANGE RECORDS (874 BYTES) ARE PADDED WITH SPACES AND   *
      *   ZEROS INTO AN 891-BYTE CLUSTER AT CONVERSION -- NO          *
      *   PROMOTION, WHICH IS WHAT EVERY PRE-CHANGE ORDER HAD.        *
      *                                                                *
      *   INV-TAX-CERT-NUMBER IS THE SALES-TAX EXEMPTION CERTIFICATE  *
      *   (TAXEXM) THE ORDER WAS TAXED UNDER -- WHEN IT IS PRESENT    *
      *   INV-TAX-AMOUNT IS ZERO BECAUSE THE CUSTOMER WAS EXEMPT IN   *
      *   THE TAXING STATE, NOT BECAUSE THE STATE CHARGES NO TAX, AND *
      *   TAXRPT LISTS THE SALE UNDER THE CERTIFICATE.  A CREDIT MEMO *
      *   KEEPS THE ORIGINAL'S CERTIFICATE AND GIVES NO TAX BACK.     *
      *   PRE-CHANGE RECORDS (891 BYTES) ARE PADDED WITH SPACES INTO  *
      *   A 906-BYTE CLUSTER AT CONVERSION -- NO CERTIFICATE.         *
      *                                                                *
      *   INV-LINE-UNIT-COST IS WHAT EACH LINE COST US WHEN IT WAS    *
      *   SOLD -- THE PRODUCT'S AVERAGE COST (PRM-AVERAGE-COST) AT    *
      *   THE MOMENT THE ORDER WAS POSTED, PER UNIT, TAKEN FOR A KIT  *
      *   FROM THE KIT'S OWN PRODUCT RECORD AS GLJRNL COSTS IT.  A    *
      *   CREDIT MEMO CARRIES THE ORIGINAL'S COSTS BACK.              *
      *   INV-STD-FREIGHT-AMT IS WHAT THE FREIGHT RATE TABLE          *
      *   (FRTRATE) WOULD HAVE CHARGED AT SHIP CONFIRMATION BEFORE    *
      *   ANY CUSTOMER FREIGHT TERMS (FRTCUST) WERE APPLIED; LESS     *
      *   INV-FREIGHT-AMOUNT IT IS THE FREIGHT WE ABSORBED.  BOTH     *
      *   FEED THE QUARTERLY CUSTPROF PROFITABILITY REPORT.           *
      *   PRE-CHANGE RECORDS (906 BYTES) ARE PADDED WITH ZEROS INTO   *
      *   A 1053-BYTE CLUSTER AT CONVERSION; CUSTPROF COSTS A ZERO-   *
      *   COST LINE AT THE PRODUCT'S CURRENT AVERAGE COST INSTEAD.    *
      ******************************************************************
       01  INVOICE-RECORD.
           02  INV-INVOICE-NUMBER       PIC 9(06).
           02  INV-ORDER-DATE           PIC 9(08).
           02  INV-WILLCALL-SW          PIC X(01).
               88  INV-WILLCALL                     VALUE 'Y'.
           02  INV-PROMO-CODE           PIC X(08).
           02  INV-PROMO-DISC-AMT       PIC 9(07)V99.
           02  INV-TAX-CERT-NUMBER      PIC X(15).
           02  INV-LINE-UNIT-COST OCCURS 20 TIMES
                                    PIC 9(05)V99.
           02  INV-STD-FREIGHT-AMT      PIC 9(05)V99.
