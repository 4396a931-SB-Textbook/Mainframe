      *   THROUGH SUPMNT1.  A SUPPLIER WE STOP BUYING FROM IS         *
      *   ARCHIVED, NOT DELETED, SO OLD PURCHASE ORDERS STILL         *
      *   RESOLVE -- THE SAME CONVENTION THE CUSTOMER MASTER USES.    *
      *                                                                *
      *   THE TERMS FIELDS CARRY THE PAYMENT TERMS THE SUPPLIER GIVES *
      *   US, E.G. 2% 10 NET 30 IS SUP-DISCOUNT-PCT 2.00, SUP-        *
      *   DISCOUNT-DAYS 10, SUP-NET-DAYS 30.  A ZERO PERCENT MEANS NO *
      *   EARLY-PAYMENT DISCOUNT.  THE WEEKLY APPAY RUN DATES EACH    *
      *   OPEN VOUCHER FROM ITS INVOICE DATE BY THESE TERMS.  RECORDS *
      *   WRITTEN BEFORE THE TERMS EXISTED ARE 111 BYTES; THE ONE-    *
      *   TIME CONVERSION PADS EACH WITH TEN ZEROS (NO DISCOUNT, DUE  *
      *   ON RECEIPT) INTO A FRESHLY DEFINED 121-BYTE CLUSTER, AND    *
      *   PURCHASING THEN KEYS THE REAL TERMS THROUGH SUPMNT1.        *
      *                                                                *
      *   SUP-LEAD-DAYS IS THE SUPPLIER'S TYPICAL LEAD TIME IN DAYS   *
      *   FROM PURCHASE ORDER TO RECEIPT.  THE MONTHLY SUPSCORE RUN   *
      *   SETS IT TO THE AVERAGE OVER THE SCORECARD MONTH AND THE     *
      *   THREE BEFORE IT, AND LEAVES IT ALONE FOR A SUPPLIER WITH NO *
      *   RECEIPTS IN THAT TIME.  ZERO MEANS NOT YET MEASURED; THE    *
      *   ATPINQ1 INQUIRY THEN ASSUMES A HOUSE FIGURE.  RECORDS       *
      *   WRITTEN BEFORE THE FIELD EXISTED ARE 121 BYTES; THE ONE-    *
      *   TIME CONVERSION PADS EACH WITH THREE ZEROS INTO A FRESHLY   *
      *   DEFINED 124-BYTE CLUSTER.                                   *
      ******************************************************************
       01  SUPPLIER-MASTER-RECORD.
           02  SUP-SUPPLIER-NUMBER      PIC X(06).
           02  SUP-STATUS-CODE          PIC X(01).
               88  SUP-ACTIVE                       VALUE 'A'.
               88  SUP-ARCHIVED                     VALUE 'X'.
           02  SUP-DISCOUNT-PCT         PIC 9(02)V99.
           02  SUP-DISCOUNT-DAYS        PIC 9(03).
           02  SUP-NET-DAYS             PIC 9(03).
           02  SUP-LEAD-DAYS            PIC 9(03).
