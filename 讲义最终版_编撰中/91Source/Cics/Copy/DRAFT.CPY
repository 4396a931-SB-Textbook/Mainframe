           02  DFT-OPERATOR-ID          PIC X(03).
           02  DFT-SAVED-DATE           PIC 9(08).
           02  DFT-SAVED-TIME           PIC 9(06).
           02  DFT-INVOICE-RECORD       PIC X(1053).
           02  DFT-FIELDS-ENTERED       PIC X(61).
