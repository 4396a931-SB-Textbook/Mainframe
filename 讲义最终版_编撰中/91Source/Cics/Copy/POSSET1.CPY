      ******************************************************************
      *   POSSET1 -- SYMBOLIC MAP FOR THE POSMAP1 SCREEN (POSWRK1).   *
      *   GENERATED IN THE SAME EXTENDED-ATTRIBUTE STYLE AS ORDSET1.  *
      ******************************************************************
       01  POSMAP1.
           02  POS-L-SUSNO          PIC S9(4) COMP.
           02  POS-A-SUSNO          PIC X.
           02  POS-C-SUSNO          PIC X.
           02  POS-H-SUSNO          PIC X.
           02  POS-D-SUSNO          PIC 9(06).
           02  POS-D-SUSNO-ALPHA REDEFINES POS-D-SUSNO
                                    PIC X(06).
           02  POS-L-IMPDATE        PIC S9(4) COMP.
           02  POS-A-IMPDATE        PIC X.
           02  POS-C-IMPDATE        PIC X.
           02  POS-H-IMPDATE        PIC X.
           02  POS-D-IMPDATE        PIC 9(08).
           02  POS-L-PO             PIC S9(4) COMP.
           02  POS-A-PO             PIC X.
           02  POS-C-PO             PIC X.
           02  POS-H-PO             PIC X.
           02  POS-D-PO             PIC X(10).
           02  POS-L-REASON         PIC S9(4) COMP.
           02  POS-A-REASON         PIC X.
           02  POS-C-REASON         PIC X.
           02  POS-H-REASON         PIC X.
           02  POS-D-REASON         PIC X(30).
           02  POS-L-ERRLINE        PIC S9(4) COMP.
           02  POS-A-ERRLINE        PIC X.
           02  POS-C-ERRLINE        PIC X.
           02  POS-H-ERRLINE        PIC X.
           02  POS-D-ERRLINE        PIC Z9.
           02  POS-L-CUSTNO         PIC S9(4) COMP.
           02  POS-A-CUSTNO         PIC X.
           02  POS-C-CUSTNO         PIC X.
           02  POS-H-CUSTNO         PIC X.
           02  POS-D-CUSTNO         PIC X(06).
           02  POS-L-LNAME          PIC S9(4) COMP.
           02  POS-A-LNAME          PIC X.
           02  POS-C-LNAME          PIC X.
           02  POS-H-LNAME          PIC X.
           02  POS-D-LNAME          PIC X(30).
           02  POS-L-SHIPTO         PIC S9(4) COMP.
           02  POS-A-SHIPTO         PIC X.
           02  POS-C-SHIPTO         PIC X.
           02  POS-H-SHIPTO         PIC X.
           02  POS-D-SHIPTO         PIC X(02).
           02  POS-L-SLSPSN         PIC S9(4) COMP.
           02  POS-A-SLSPSN         PIC X.
           02  POS-C-SLSPSN         PIC X.
           02  POS-H-SLSPSN         PIC X.
           02  POS-D-SLSPSN         PIC X(03).
           02  POS-ITEM OCCURS 20 TIMES.
               03  POS-L-PCODE      PIC S9(4) COMP.
               03  POS-A-PCODE      PIC X.
               03  POS-C-PCODE      PIC X.
               03  POS-H-PCODE      PIC X.
               03  POS-D-PCODE      PIC X(06).
               03  POS-L-QTY        PIC S9(4) COMP.
               03  POS-A-QTY        PIC X.
               03  POS-C-QTY        PIC X.
               03  POS-H-QTY        PIC X.
               03  POS-D-QTY        PIC 9(05).
               03  POS-D-QTY-ALPHA REDEFINES POS-D-QTY
                                    PIC X(05).
           02  POS-L-INSTR          PIC S9(4) COMP.
           02  POS-A-INSTR          PIC X.
           02  POS-C-INSTR          PIC X.
           02  POS-H-INSTR          PIC X.
           02  POS-D-INSTR          PIC X(79).
           02  POS-L-MESSAGE        PIC S9(4) COMP.
           02  POS-A-MESSAGE        PIC X.
           02  POS-C-MESSAGE        PIC X.
           02  POS-H-MESSAGE        PIC X.
           02  POS-D-MESSAGE        PIC X(79).
           02  POS-L-FKEY           PIC S9(4) COMP.
           02  POS-A-FKEY           PIC X.
           02  POS-C-FKEY           PIC X.
           02  POS-H-FKEY           PIC X.
           02  POS-D-FKEY           PIC X(40).
           02  POS-L-TRANID         PIC S9(4) COMP.
           02  POS-A-TRANID         PIC X.
           02  POS-C-TRANID         PIC X.
           02  POS-H-TRANID         PIC X.
           02  POS-D-TRANID         PIC X(04).
