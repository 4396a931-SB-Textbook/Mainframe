      ******************************************************************
      *   APOPEN -- RECORD LAYOUT FOR THE OPEN-PAYABLES FILE (VSAM    *
      *   KSDS, KEYED BY AP-VOUCHER-NUMBER, ASSIGNED FROM THE 'V'     *
      *   SERIES ON INVCTL, WITH AN ALTERNATE-INDEX PATH APSPATH      *
      *   KEYED UNIQUELY BY SUPPLIER PLUS SUPPLIER INVOICE NUMBER SO  *
      *   THE SAME BILL CANNOT BE VOUCHERED TWICE).  ONE RECORD IS    *
      *   WRITTEN BY THE APVENT1 VOUCHER SCREEN FOR EVERY SUPPLIER    *
      *   INVOICE KEYED, WITH UP TO FIVE LINES AGAINST ONE PURCHASE   *
      *   ORDER.  EACH LINE IS MATCHED THREE WAYS: THE QUANTITY       *
      *   BILLED (PLUS WHAT EARLIER INVOICES BILLED, POL-QTY-BILLED)  *
      *   AGAINST THE PO LINE'S POL-QTY-RECEIVED, AND THE UNIT COST   *
      *   BILLED AGAINST THE QUANTITY-WEIGHTED RCV-UNIT-COST OF THE   *
      *   RCVLOG RECEIPTS KEYED AGAINST THAT LINE.  A VOUCHER WHOSE   *
      *   LINES ALL MATCH GOES ON FILE OPEN ('O') AND PAYABLE; ANY    *
      *   LINE THAT FAILS PUTS THE WHOLE VOUCHER ON HOLD ('H') WITH   *
      *   THE FIRST FAILING LINE'S REASON IN AP-HOLD-REASON AND EACH  *
      *   LINE'S OWN REASON IN APL-HOLD-REASON:                       *
      *       'Q'  BILLED OVER THE QUANTITY RECEIVED                  *
      *       'C'  UNIT COST OUTSIDE THE COST TOLERANCE               *
      *       'N'  NO COSTED RECEIPT ON FILE FOR THE LINE             *
      *   THE BUYER RESOLVES THE DIFFERENCE WITH THE SUPPLIER AND A   *
      *   SUPERVISOR RELEASES THE HOLD ON APVENT1 (F5), WHICH IS      *
      *   RECORDED IN AP-RELEASED-BY AND AP-RELEASE-DATE.  DATES ARE  *
      *   YYYYMMDD.  VOUCHERS ARE NEVER DELETED.                      *
      *                                                                *
      *   THE WEEKLY APPAY RUN PAYS OPEN VOUCHERS BY THE SUPPLIER'S   *
      *   TERMS ON SUPMAS.  A VOUCHER IT PAYS GOES TO 'P' WITH THE    *
      *   SUPPLIER PAYMENT NUMBER ('A' SERIES), THE PAYMENT DATE, AND *
      *   ANY EARLY-PAYMENT DISCOUNT TAKEN; APVENT1 WRITES ALL THREE  *
      *   AS ZERO.                                                    *
      ******************************************************************
       01  OPEN-PAYABLE-RECORD.
           02  AP-VOUCHER-NUMBER        PIC 9(06).
           02  AP-SUPPLIER-INVOICE-KEY.
               03  AP-SUPPLIER-NUMBER   PIC X(06).
               03  AP-INVOICE-NUMBER    PIC X(10).
           02  AP-PO-NUMBER             PIC 9(06).
           02  AP-INVOICE-DATE          PIC 9(08).
           02  AP-ENTRY-DATE            PIC 9(08).
           02  AP-VOUCHER-AMOUNT        PIC S9(07)V99.
           02  AP-STATUS-CODE           PIC X(01).
               88  AP-OPEN                          VALUE 'O'.
               88  AP-HELD                          VALUE 'H'.
               88  AP-PAID                          VALUE 'P'.
           02  AP-HOLD-REASON           PIC X(01).
               88  AP-HOLD-QUANTITY                 VALUE 'Q'.
               88  AP-HOLD-COST                     VALUE 'C'.
               88  AP-HOLD-NO-RECEIPT               VALUE 'N'.
           02  AP-VOUCHER-LINE OCCURS 5 TIMES.
               03  APL-PO-LINE-NUMBER   PIC 9(02).
               03  APL-PRODUCT-CODE     PIC X(06).
               03  APL-QTY-BILLED       PIC 9(05).
               03  APL-UNIT-COST        PIC 9(05)V99.
               03  APL-RECEIVED-COST    PIC 9(05)V99.
               03  APL-LINE-AMOUNT      PIC S9(07)V99.
               03  APL-HOLD-REASON      PIC X(01).
           02  AP-RELEASED-BY           PIC X(03).
           02  AP-RELEASE-DATE          PIC 9(08).
           02  AP-TERMINAL-ID           PIC X(04).
           02  AP-OPERATOR-ID           PIC X(03).
           02  AP-PAYMENT-NUMBER        PIC 9(06).
           02  AP-PAID-DATE             PIC 9(08).
           02  AP-DISCOUNT-TAKEN        PIC S9(07)V99.
