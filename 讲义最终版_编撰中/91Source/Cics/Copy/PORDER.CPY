      *   A SHORT LINE STAYS OPEN AND AGES ON THE POAGE REPORT SO     *
      *   WE CHASE SUPPLIERS WHO SIT ON ORDERS.  THE HEADER CLOSES    *
      *   WHEN EVERY LINE HAS.  PO RECORDS ARE NEVER DELETED.         *
      *                                                                *
      *   POL-QTY-BILLED IS WHAT SUPPLIERS HAVE INVOICED AGAINST THE  *
      *   LINE SO FAR, KEPT BY THE APVENT1 VOUCHER SCREEN SO A LINE   *
      *   CANNOT BE BILLED PAST WHAT WAS RECEIVED ACROSS SEVERAL      *
      *   INVOICES.  LINES WRITTEN BEFORE IT EXISTED CARRY SPACES     *
      *   THERE, WHICH APVENT1 TAKES AS NOTHING BILLED YET.           *
      *                                                                *
      *   POL-LINE-TYPE 'S' MARKS A LINE SPOENT1 WROTE FOR A          *
      *   CUSTOMER'S SPECIAL ORDER (POL-SPECIAL-ORDER-NUMBER ON THE   *
      *   SPCORD FILE); ITS PRODUCT CODE MAY BE SPACES.  RCVENT1      *
      *   HOLDS WHAT ARRIVES ON SUCH A LINE FOR THE CUSTOMER INSTEAD  *
      *   OF ADDING IT TO STOCK.  ORDINARY STOCK LINES, AND LINES     *
      *   WRITTEN BEFORE SPECIAL ORDERS, CARRY SPACE.                 *
      ******************************************************************
       01  PURCHASE-ORDER-RECORD.
           02  PO-KEY.
                   88  POL-OPEN                     VALUE 'O'.
                   88  POL-COMPLETE                 VALUE 'C'.
                   88  POL-OVER-RECEIVED            VALUE 'V'.
               03  POL-QTY-BILLED       PIC 9(05).
               03  POL-LINE-TYPE        PIC X(01).
                   88  POL-STOCK-LINE               VALUE SPACE.
                   88  POL-SPECIAL-ORDER            VALUE 'S'.
               03  POL-SPECIAL-ORDER-NUMBER PIC 9(06).
               03  FILLER               PIC X(11).
