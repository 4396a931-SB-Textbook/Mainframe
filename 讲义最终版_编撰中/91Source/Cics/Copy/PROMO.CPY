      ******************************************************************
      *   PROMO -- RECORD LAYOUT FOR THE PROMOTION MASTER (VSAM KSDS, *
      *   KEYED BY PMO-PROMO-CODE).  ONE RECORD PER MARKETING         *
      *   PROMOTION -- BACK-TO-SCHOOL, LIBRARY WEEK -- WITH THE DAYS  *
      *   IT RUNS (YYYYMMDD, INCLUSIVE), A PERCENT OFF ('P', 15.00    *
      *   MEANS 15 PERCENT) OR A FIXED AMOUNT OFF THE ORDER ('A'),    *
      *   AND THE MINIMUM ORDER VALUE IT NEEDS.  THE PRODUCTS IT      *
      *   COVERS ARE UP TO FIVE FROM/THRU CODE RANGES (A SINGLE       *
      *   TITLE IS A RANGE OF ONE); NO RANGES AT ALL MEANS THE WHOLE  *
      *   CATALOG.  THE CUSTOMER LIST IS OPTIONAL: EMPTY, ANY         *
      *   CUSTOMER MAY USE THE CODE; OTHERWISE ONLY THE CUSTOMERS     *
      *   NAMED.  ORDRENT AND QUOTENT ACCEPT THE CODE ON THE ORDER    *
      *   AND APPLY IT AFTER CONTRACT AND QUANTITY-BREAK PRICING;     *
      *   THE INVOICE CARRIES THE CODE AND THE DISCOUNT GIVEN, AND    *
      *   THE MONTH-END PRMRPT REPORTS THE RESULTS.  THE FILE IS      *
      *   LOADED FROM MARKETING'S CARDS BY PRMLOAD; A PROMOTION       *
      *   CALLED OFF EARLY IS RELOADED WITH STATUS 'C' RATHER THAN    *
      *   DELETED, SO ITS RESULTS STILL REPORT.                       *
      ******************************************************************
       01  PROMOTION-RECORD.
           02  PMO-PROMO-CODE           PIC X(08).
           02  PMO-DESCRIPTION          PIC X(30).
           02  PMO-START-DATE           PIC 9(08).
           02  PMO-END-DATE             PIC 9(08).
           02  PMO-DISCOUNT-TYPE        PIC X(01).
               88  PMO-PERCENT-OFF                  VALUE 'P'.
               88  PMO-AMOUNT-OFF                   VALUE 'A'.
           02  PMO-DISCOUNT-PERCENT     PIC 9(02)V99.
           02  PMO-DISCOUNT-AMOUNT      PIC 9(05)V99.
           02  PMO-MINIMUM-ORDER        PIC 9(07)V99.
           02  PMO-PRODUCT-RANGE OCCURS 5 TIMES.
               03  PMO-FROM-PRODUCT     PIC X(06).
               03  PMO-THRU-PRODUCT     PIC X(06).
           02  PMO-CUSTOMER-NUMBER OCCURS 10 TIMES
                                    PIC X(06).
           02  PMO-STATUS-CODE          PIC X(01).
               88  PMO-ACTIVE                       VALUE 'A'.
               88  PMO-CANCELLED                    VALUE 'C'.
           02  PMO-LOADED-DATE          PIC 9(08).
