      *   7 BYTES SHORTER; THE ONE-TIME CONVERSION PADS THEM WITH     *
      *   ZEROS -- A ZERO-COST RECEIPT SIMPLY LEFT THE AVERAGE        *
      *   WHERE IT WAS.                                               *
      *                                                                *
      *   RCV-PO-NUMBER AND RCV-PO-LINE-NUMBER NAME THE PURCHASE-     *
      *   ORDER LINE THE RECEIPT WAS KEYED AGAINST ON RCVENT1 (ZERO   *
      *   WHEN NONE WAS), SO APVENT1 CAN MATCH A SUPPLIER'S BILL TO   *
      *   THE COSTS ACTUALLY RECEIVED ON THAT LINE.  RECEIPTS WRITTEN *
      *   BEFORE THE LINK EXISTED ARE PADDED WITH ZEROS BY THE ONE-   *
      *   TIME CONVERSION, LIKE THE UNIT COST BEFORE THEM.            *
      ******************************************************************
       01  RECEIPT-LOG-RECORD.
           02  RCV-RECEIPT-NUMBER       PIC 9(06).
           02  RCV-UNIT-COST            PIC 9(05)V99.
           02  RCV-TERMINAL-ID          PIC X(04).
           02  RCV-OPERATOR-ID          PIC X(03).
           02  RCV-PO-NUMBER            PIC 9(06).
           02  RCV-PO-LINE-NUMBER       PIC 9(02).
