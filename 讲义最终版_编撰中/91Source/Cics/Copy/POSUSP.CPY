      ******************************************************************
      *   POSUSP -- RECORD LAYOUT FOR THE PURCHASE-ORDER IMPORT        *
      *   SUSPENSE FILE (VSAM KSDS, KEYED BY PSU-SUSPENSE-NUMBER,      *
      *   ASSIGNED FROM THE 'I' SERIES ON INVCTL).  THE NIGHTLY POIMP  *
      *   BATCH EDITS EACH PURCHASE ORDER THE SCHOOL DISTRICTS SEND    *
      *   AS A FLAT FILE UNDER THE SAME RULES ORDRENT APPLIES TO A     *
      *   KEYED ORDER; A PO THAT FAILS ANY EDIT LANDS HERE WHOLE --    *
      *   HEADER AND EVERY LINE EXACTLY AS THE DISTRICT SENT THEM --   *
      *   WITH THE REASON AND THE LINE THAT TRIPPED IT.  THE ORDER     *
      *   DESK WORKS THE QUEUE THROUGH THE POSWRK1 SCREEN: THE         *
      *   OPERATOR CORRECTS THE PO AND RELEASES IT ('R'), AND THE      *
      *   NEXT POIMP RUN RE-EDITS EVERY RELEASED ITEM BEFORE THE NEW   *
      *   FILE.  ONE THAT POSTS IS MARKED WORKED ('W') WITH THE        *
      *   INVOICE NUMBER; ONE THAT STILL FAILS GOES BACK TO OPEN WITH  *
      *   THE NEW REASON.  ITEMS ARE NEVER DELETED, SO EVERY PO        *
      *   RECEIVED RECONCILES TO POSTINGS PLUS SUSPENSE.               *
      *   QUANTITIES ARE KEPT AS SENT (ALPHANUMERIC) SO A GARBLED      *
      *   FIGURE SHOWS ON THE SCREEN THE WAY IT ARRIVED.               *
      ******************************************************************
       01  PO-SUSPENSE-RECORD.
           02  PSU-SUSPENSE-NUMBER      PIC 9(06).
           02  PSU-IMPORT-DATE          PIC 9(08).
           02  PSU-CUSTOMER-NUMBER      PIC X(06).
           02  PSU-PO-NUMBER            PIC X(10).
           02  PSU-SHIP-TO-NUMBER       PIC X(02).
           02  PSU-SALESPERSON-CODE     PIC X(03).
           02  PSU-REASON-CODE          PIC X(01).
               88  PSU-UNKNOWN-CUSTOMER             VALUE 'C'.
               88  PSU-CUSTOMER-ARCHIVED            VALUE 'A'.
               88  PSU-CREDIT-HOLD                  VALUE 'H'.
               88  PSU-UNKNOWN-SHIP-TO              VALUE 'S'.
               88  PSU-NO-LINES                     VALUE 'N'.
               88  PSU-TOO-MANY-LINES               VALUE 'T'.
               88  PSU-BAD-QUANTITY                 VALUE 'Q'.
               88  PSU-UNKNOWN-PRODUCT              VALUE 'P'.
               88  PSU-OUT-OF-PRINT                 VALUE 'O'.
               88  PSU-DISCONTINUED-SHORT           VALUE 'D'.
               88  PSU-INSUFFICIENT-STOCK           VALUE 'K'.
               88  PSU-AMOUNT-TOO-LARGE             VALUE 'Z'.
               88  PSU-OVER-CREDIT-LIMIT            VALUE 'L'.
               88  PSU-DUPLICATE-PO                 VALUE 'X'.
           02  PSU-ERROR-LINE           PIC 9(02).
           02  PSU-LINE-COUNT           PIC 9(02).
           02  PSU-LINE-ITEM OCCURS 20 TIMES.
               03  PSU-PRODUCT-CODE     PIC X(06).
               03  PSU-QUANTITY         PIC X(05).
           02  PSU-STATUS-CODE          PIC X(01).
               88  PSU-OPEN                         VALUE 'O'.
               88  PSU-RELEASED                     VALUE 'R'.
               88  PSU-WORKED                       VALUE 'W'.
           02  PSU-RELEASED-DATE        PIC 9(08).
           02  PSU-RELEASED-OPERATOR    PIC X(03).
           02  PSU-WORKED-DATE          PIC 9(08).
           02  PSU-POSTED-INVOICE       PIC 9(06).
