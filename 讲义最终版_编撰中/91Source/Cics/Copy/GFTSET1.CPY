      ******************************************************************
      *   GFTSET1 -- SYMBOLIC MAP FOR THE GFTMAP1 SCREEN (GFTENT1).   *
      *   GENERATED IN THE SAME EXTENDED-ATTRIBUTE STYLE AS ORDSET1.  *
      *   THE CLERK KEYS THE AMOUNT, THE TENDER, AND OPTIONALLY THE   *
      *   BUYER'S CUSTOMER NUMBER TO SELL A CERTIFICATE, OR KEYS      *
      *   ONLY A CERTIFICATE NUMBER TO LOOK ONE UP; THE TYPE,         *
      *   BALANCE, STATUS, AND DATES ARE DISPLAY-ONLY.                *
      ******************************************************************
       01  GFTMAP1.
           02  GFT-L-CERTNO         PIC S9(4) COMP.
           02  GFT-A-CERTNO         PIC X.
           02  GFT-C-CERTNO         PIC X.
           02  GFT-H-CERTNO         PIC X.
           02  GFT-D-CERTNO         PIC 9(06).
           02  GFT-D-CERTNO-ALPHA REDEFINES GFT-D-CERTNO
                                    PIC X(06).
           02  GFT-L-TYPE           PIC S9(4) COMP.
           02  GFT-A-TYPE           PIC X.
           02  GFT-C-TYPE           PIC X.
           02  GFT-H-TYPE           PIC X.
           02  GFT-D-TYPE           PIC X(12).
           02  GFT-L-CUSTNO         PIC S9(4) COMP.
           02  GFT-A-CUSTNO         PIC X.
           02  GFT-C-CUSTNO         PIC X.
           02  GFT-H-CUSTNO         PIC X.
           02  GFT-D-CUSTNO         PIC X(06).
           02  GFT-L-LNAME          PIC S9(4) COMP.
           02  GFT-A-LNAME          PIC X.
           02  GFT-C-LNAME          PIC X.
           02  GFT-H-LNAME          PIC X.
           02  GFT-D-LNAME          PIC X(30).
           02  GFT-L-AMOUNT         PIC S9(4) COMP.
           02  GFT-A-AMOUNT         PIC X.
           02  GFT-C-AMOUNT         PIC X.
           02  GFT-H-AMOUNT         PIC X.
           02  GFT-D-AMOUNT         PIC 9(07)V99.
           02  GFT-D-AMOUNT-ALPHA REDEFINES GFT-D-AMOUNT
                                    PIC X(09).
           02  GFT-L-TENDER         PIC S9(4) COMP.
           02  GFT-A-TENDER         PIC X.
           02  GFT-C-TENDER         PIC X.
           02  GFT-H-TENDER         PIC X.
           02  GFT-D-TENDER         PIC X(01).
           02  GFT-L-ORIGVAL        PIC S9(4) COMP.
           02  GFT-A-ORIGVAL        PIC X.
           02  GFT-C-ORIGVAL        PIC X.
           02  GFT-H-ORIGVAL        PIC X.
           02  GFT-D-ORIGVAL        PIC Z,ZZZ,ZZ9.99.
           02  GFT-L-BALANCE        PIC S9(4) COMP.
           02  GFT-A-BALANCE        PIC X.
           02  GFT-C-BALANCE        PIC X.
           02  GFT-H-BALANCE        PIC X.
           02  GFT-D-BALANCE        PIC Z,ZZZ,ZZ9.99.
           02  GFT-L-STATUS         PIC S9(4) COMP.
           02  GFT-A-STATUS         PIC X.
           02  GFT-C-STATUS         PIC X.
           02  GFT-H-STATUS         PIC X.
           02  GFT-D-STATUS         PIC X(10).
           02  GFT-L-ISSDATE        PIC S9(4) COMP.
           02  GFT-A-ISSDATE        PIC X.
           02  GFT-C-ISSDATE        PIC X.
           02  GFT-H-ISSDATE        PIC X.
           02  GFT-D-ISSDATE        PIC 9(08).
           02  GFT-L-EXPDATE        PIC S9(4) COMP.
           02  GFT-A-EXPDATE        PIC X.
           02  GFT-C-EXPDATE        PIC X.
           02  GFT-H-EXPDATE        PIC X.
           02  GFT-D-EXPDATE        PIC 9(08).
           02  GFT-L-INSTR          PIC S9(4) COMP.
           02  GFT-A-INSTR          PIC X.
           02  GFT-C-INSTR          PIC X.
           02  GFT-H-INSTR          PIC X.
           02  GFT-D-INSTR          PIC X(79).
           02  GFT-L-MESSAGE        PIC S9(4) COMP.
           02  GFT-A-MESSAGE        PIC X.
           02  GFT-C-MESSAGE        PIC X.
           02  GFT-H-MESSAGE        PIC X.
           02  GFT-D-MESSAGE        PIC X(79).
           02  GFT-L-FKEY           PIC S9(4) COMP.
           02  GFT-A-FKEY           PIC X.
           02  GFT-C-FKEY           PIC X.
           02  GFT-H-FKEY           PIC X.
           02  GFT-D-FKEY           PIC X(40).
           02  GFT-L-TRANID         PIC S9(4) COMP.
           02  GFT-A-TRANID         PIC X.
           02  GFT-C-TRANID         PIC X.
           02  GFT-H-TRANID         PIC X.
           02  GFT-D-TRANID         PIC X(04).
