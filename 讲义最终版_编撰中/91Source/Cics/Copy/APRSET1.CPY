      ******************************************************************
      *   APRSET1 -- SYMBOLIC MAP FOR THE APRMAP1 SCREEN (APRWRK1).   *
      *   GENERATED IN THE SAME EXTENDED-ATTRIBUTE STYLE AS ORDSET1.  *
      ******************************************************************
       01  APRMAP1.
           02  APR-L-QNO            PIC S9(4) COMP.
           02  APR-A-QNO            PIC X.
           02  APR-C-QNO            PIC X.
           02  APR-H-QNO            PIC X.
           02  APR-D-QNO            PIC 9(06).
           02  APR-D-QNO-ALPHA REDEFINES APR-D-QNO
                                    PIC X(06).
           02  APR-L-TYPE           PIC S9(4) COMP.
           02  APR-A-TYPE           PIC X.
           02  APR-C-TYPE           PIC X.
           02  APR-H-TYPE           PIC X.
           02  APR-D-TYPE           PIC X(20).
           02  APR-L-STATUS         PIC S9(4) COMP.
           02  APR-A-STATUS         PIC X.
           02  APR-C-STATUS         PIC X.
           02  APR-H-STATUS         PIC X.
           02  APR-D-STATUS         PIC X(10).
           02  APR-L-CUSTNO         PIC S9(4) COMP.
           02  APR-A-CUSTNO         PIC X.
           02  APR-C-CUSTNO         PIC X.
           02  APR-H-CUSTNO         PIC X.
           02  APR-D-CUSTNO         PIC X(06).
           02  APR-L-LNAME          PIC S9(4) COMP.
           02  APR-A-LNAME          PIC X.
           02  APR-C-LNAME          PIC X.
           02  APR-H-LNAME          PIC X.
           02  APR-D-LNAME          PIC X(30).
           02  APR-L-INVNO          PIC S9(4) COMP.
           02  APR-A-INVNO          PIC X.
           02  APR-C-INVNO          PIC X.
           02  APR-H-INVNO          PIC X.
           02  APR-D-INVNO          PIC Z(05)9.
           02  APR-L-AMOUNT         PIC S9(4) COMP.
           02  APR-A-AMOUNT         PIC X.
           02  APR-C-AMOUNT         PIC X.
           02  APR-H-AMOUNT         PIC X.
           02  APR-D-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
           02  APR-L-ENTOPER        PIC S9(4) COMP.
           02  APR-A-ENTOPER        PIC X.
           02  APR-C-ENTOPER        PIC X.
           02  APR-H-ENTOPER        PIC X.
           02  APR-D-ENTOPER        PIC X(03).
           02  APR-L-ENTTERM        PIC S9(4) COMP.
           02  APR-A-ENTTERM        PIC X.
           02  APR-C-ENTTERM        PIC X.
           02  APR-H-ENTTERM        PIC X.
           02  APR-D-ENTTERM        PIC X(04).
           02  APR-L-ENTDATE        PIC S9(4) COMP.
           02  APR-A-ENTDATE        PIC X.
           02  APR-C-ENTDATE        PIC X.
           02  APR-H-ENTDATE        PIC X.
           02  APR-D-ENTDATE        PIC 9(08).
           02  APR-L-ENTTIME        PIC S9(4) COMP.
           02  APR-A-ENTTIME        PIC X.
           02  APR-C-ENTTIME        PIC X.
           02  APR-H-ENTTIME        PIC X.
           02  APR-D-ENTTIME        PIC 9(06).
           02  APR-L-LINES          PIC S9(4) COMP.
           02  APR-A-LINES          PIC X.
           02  APR-C-LINES          PIC X.
           02  APR-H-LINES          PIC X.
           02  APR-D-LINES          PIC Z9.
           02  APR-L-DECOPER        PIC S9(4) COMP.
           02  APR-A-DECOPER        PIC X.
           02  APR-C-DECOPER        PIC X.
           02  APR-H-DECOPER        PIC X.
           02  APR-D-DECOPER        PIC X(03).
           02  APR-L-DECDATE        PIC S9(4) COMP.
           02  APR-A-DECDATE        PIC X.
           02  APR-C-DECDATE        PIC X.
           02  APR-H-DECDATE        PIC X.
           02  APR-D-DECDATE        PIC 9(08).
           02  APR-L-ACTION         PIC S9(4) COMP.
           02  APR-A-ACTION         PIC X.
           02  APR-C-ACTION         PIC X.
           02  APR-H-ACTION         PIC X.
           02  APR-D-ACTION         PIC X(01).
           02  APR-L-RJREASON       PIC S9(4) COMP.
           02  APR-A-RJREASON       PIC X.
           02  APR-C-RJREASON       PIC X.
           02  APR-H-RJREASON       PIC X.
           02  APR-D-RJREASON       PIC X(30).
           02  APR-L-INSTR          PIC S9(4) COMP.
           02  APR-A-INSTR          PIC X.
           02  APR-C-INSTR          PIC X.
           02  APR-H-INSTR          PIC X.
           02  APR-D-INSTR          PIC X(79).
           02  APR-L-MESSAGE        PIC S9(4) COMP.
           02  APR-A-MESSAGE        PIC X.
           02  APR-C-MESSAGE        PIC X.
           02  APR-H-MESSAGE        PIC X.
           02  APR-D-MESSAGE        PIC X(79).
           02  APR-L-FKEY           PIC S9(4) COMP.
           02  APR-A-FKEY           PIC X.
           02  APR-C-FKEY           PIC X.
           02  APR-H-FKEY           PIC X.
           02  APR-D-FKEY           PIC X(40).
           02  APR-L-TRANID         PIC S9(4) COMP.
           02  APR-A-TRANID         PIC X.
           02  APR-C-TRANID         PIC X.
           02  APR-H-TRANID         PIC X.
           02  APR-D-TRANID         PIC X(04).
