      *   THE 20 ITEM ROWS MIRROR THE INVOICE'S 20 LINE ITEMS: THE    *
      *   PRODUCT, DESCRIPTION, AND INVOICED QUANTITY ARE DISPLAY-    *
      *   ONLY; THE OPERATOR KEYS THE RETURN QUANTITY AND REASON.     *
      *   SETTLE IS A TO CREDIT THE CUSTOMER'S ACCOUNT (THE DEFAULT)  *
      *   OR S TO ISSUE STORE CREDIT ON A GIFTCRT CERTIFICATE.        *
      ******************************************************************
       01  RETMAP1.
           02  RET-L-INVNO          PIC S9(4) COMP.
               03  RET-C-REASON     PIC X.
               03  RET-H-REASON     PIC X.
               03  RET-D-REASON     PIC X(01).
           02  RET-L-SETTLE         PIC S9(4) COMP.
           02  RET-A-SETTLE         PIC X.
           02  RET-C-SETTLE         PIC X.
           02  RET-H-SETTLE         PIC X.
           02  RET-D-SETTLE         PIC X(01).
           02  RET-L-INSTR          PIC S9(4) COMP.
           02  RET-A-INSTR          PIC X.
           02  RET-C-INSTR          PIC X.
