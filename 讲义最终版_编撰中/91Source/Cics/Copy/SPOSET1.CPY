      ******************************************************************
      *   SPOSET1 -- SYMBOLIC MAP FOR THE SPOMAP1 SCREEN (SPOENT1).   *
      *   GENERATED IN THE SAME EXTENDED-ATTRIBUTE STYLE AS ORDSET1.  *
      *   THE CLERK KEYS THE CUSTOMER, CONTACT PHONE, ISBN ALIAS OR   *
      *   TITLE, QUANTITY, QUOTED PRICE, DEPOSIT AND CHECK NUMBER,    *
      *   SUPPLIER, AND OPTIONALLY AN OPEN PO TO ADD THE LINE TO; OR  *
      *   KEYS ONLY A SPECIAL-ORDER NUMBER TO LOOK ONE UP.  THE       *
      *   STATUS, NAMES, PO LINE, QUANTITY RECEIVED AND DATES ARE     *
      *   DISPLAY-ONLY.                                               *
      ******************************************************************
       01  SPOMAP1.
           02  SPM-L-ORDNO          PIC S9(4) COMP.
           02  SPM-A-ORDNO          PIC X.
           02  SPM-C-ORDNO          PIC X.
           02  SPM-H-ORDNO          PIC X.
           02  SPM-D-ORDNO          PIC 9(06).
           02  SPM-D-ORDNO-ALPHA REDEFINES SPM-D-ORDNO
                                    PIC X(06).
           02  SPM-L-STATUS         PIC S9(4) COMP.
           02  SPM-A-STATUS         PIC X.
           02  SPM-C-STATUS         PIC X.
           02  SPM-H-STATUS         PIC X.
           02  SPM-D-STATUS         PIC X(10).
           02  SPM-L-CUSTNO         PIC S9(4) COMP.
           02  SPM-A-CUSTNO         PIC X.
           02  SPM-C-CUSTNO         PIC X.
           02  SPM-H-CUSTNO         PIC X.
           02  SPM-D-CUSTNO         PIC X(06).
           02  SPM-L-LNAME          PIC S9(4) COMP.
           02  SPM-A-LNAME          PIC X.
           02  SPM-C-LNAME          PIC X.
           02  SPM-H-LNAME          PIC X.
           02  SPM-D-LNAME          PIC X(30).
           02  SPM-L-PHONE          PIC S9(4) COMP.
           02  SPM-A-PHONE          PIC X.
           02  SPM-C-PHONE          PIC X.
           02  SPM-H-PHONE          PIC X.
           02  SPM-D-PHONE          PIC X(12).
           02  SPM-L-ISBN           PIC S9(4) COMP.
           02  SPM-A-ISBN           PIC X.
           02  SPM-C-ISBN           PIC X.
           02  SPM-H-ISBN           PIC X.
           02  SPM-D-ISBN           PIC X(06).
           02  SPM-L-TITLE          PIC S9(4) COMP.
           02  SPM-A-TITLE          PIC X.
           02  SPM-C-TITLE          PIC X.
           02  SPM-H-TITLE          PIC X.
           02  SPM-D-TITLE          PIC X(30).
           02  SPM-L-QTY            PIC S9(4) COMP.
           02  SPM-A-QTY            PIC X.
           02  SPM-C-QTY            PIC X.
           02  SPM-H-QTY            PIC X.
           02  SPM-D-QTY            PIC 9(05).
           02  SPM-D-QTY-ALPHA REDEFINES SPM-D-QTY
                                    PIC X(05).
           02  SPM-L-PRICE          PIC S9(4) COMP.
           02  SPM-A-PRICE          PIC X.
           02  SPM-C-PRICE          PIC X.
           02  SPM-H-PRICE          PIC X.
           02  SPM-D-PRICE          PIC 9(07)V99.
           02  SPM-D-PRICE-ALPHA REDEFINES SPM-D-PRICE
                                    PIC X(09).
           02  SPM-L-DEPOSIT        PIC S9(4) COMP.
           02  SPM-A-DEPOSIT        PIC X.
           02  SPM-C-DEPOSIT        PIC X.
           02  SPM-H-DEPOSIT        PIC X.
           02  SPM-D-DEPOSIT        PIC 9(07)V99.
           02  SPM-D-DEPOSIT-ALPHA REDEFINES SPM-D-DEPOSIT
                                    PIC X(09).
           02  SPM-L-CHKNO          PIC S9(4) COMP.
           02  SPM-A-CHKNO          PIC X.
           02  SPM-C-CHKNO          PIC X.
           02  SPM-H-CHKNO          PIC X.
           02  SPM-D-CHKNO          PIC X(10).
           02  SPM-L-SUPNO          PIC S9(4) COMP.
           02  SPM-A-SUPNO          PIC X.
           02  SPM-C-SUPNO          PIC X.
           02  SPM-H-SUPNO          PIC X.
           02  SPM-D-SUPNO          PIC X(06).
           02  SPM-L-SUPNAME        PIC S9(4) COMP.
           02  SPM-A-SUPNAME        PIC X.
           02  SPM-C-SUPNAME        PIC X.
           02  SPM-H-SUPNAME        PIC X.
           02  SPM-D-SUPNAME        PIC X(30).
           02  SPM-L-PONO           PIC S9(4) COMP.
           02  SPM-A-PONO           PIC X.
           02  SPM-C-PONO           PIC X.
           02  SPM-H-PONO           PIC X.
           02  SPM-D-PONO           PIC 9(06).
           02  SPM-D-PONO-ALPHA REDEFINES SPM-D-PONO
                                    PIC X(06).
           02  SPM-L-POLINE         PIC S9(4) COMP.
           02  SPM-A-POLINE         PIC X.
           02  SPM-C-POLINE         PIC X.
           02  SPM-H-POLINE         PIC X.
           02  SPM-D-POLINE         PIC 9(02).
           02  SPM-L-RCVQTY         PIC S9(4) COMP.
           02  SPM-A-RCVQTY         PIC X.
           02  SPM-C-RCVQTY         PIC X.
           02  SPM-H-RCVQTY         PIC X.
           02  SPM-D-RCVQTY         PIC ZZ,ZZ9.
           02  SPM-L-ORDDATE        PIC S9(4) COMP.
           02  SPM-A-ORDDATE        PIC X.
           02  SPM-C-ORDDATE        PIC X.
           02  SPM-H-ORDDATE        PIC X.
           02  SPM-D-ORDDATE        PIC 9(08).
           02  SPM-L-ARRDATE        PIC S9(4) COMP.
           02  SPM-A-ARRDATE        PIC X.
           02  SPM-C-ARRDATE        PIC X.
           02  SPM-H-ARRDATE        PIC X.
           02  SPM-D-ARRDATE        PIC 9(08).
           02  SPM-L-CLSDATE        PIC S9(4) COMP.
           02  SPM-A-CLSDATE        PIC X.
           02  SPM-C-CLSDATE        PIC X.
           02  SPM-H-CLSDATE        PIC X.
           02  SPM-D-CLSDATE        PIC 9(08).
           02  SPM-L-INSTR          PIC S9(4) COMP.
           02  SPM-A-INSTR          PIC X.
           02  SPM-C-INSTR          PIC X.
           02  SPM-H-INSTR          PIC X.
           02  SPM-D-INSTR          PIC X(79).
           02  SPM-L-MESSAGE        PIC S9(4) COMP.
           02  SPM-A-MESSAGE        PIC X.
           02  SPM-C-MESSAGE        PIC X.
           02  SPM-H-MESSAGE        PIC X.
           02  SPM-D-MESSAGE        PIC X(79).
           02  SPM-L-FKEY           PIC S9(4) COMP.
           02  SPM-A-FKEY           PIC X.
           02  SPM-C-FKEY           PIC X.
           02  SPM-H-FKEY           PIC X.
           02  SPM-D-FKEY           PIC X(40).
           02  SPM-L-TRANID         PIC S9(4) COMP.
           02  SPM-A-TRANID         PIC X.
           02  SPM-C-TRANID         PIC X.
           02  SPM-H-TRANID         PIC X.
           02  SPM-D-TRANID         PIC X(04).
