      ******************************************************************
      *   DSPSET1 -- SYMBOLIC MAP FOR THE DSPMAP1 SCREEN (DSPMNT1).   *
      *   GENERATED IN THE SAME EXTENDED-ATTRIBUTE STYLE AS ORDSET1   *
      *   (LENGTH/ATTRIBUTE/COLOR/HIGHLIGHT/DATA PER FIELD) SO THE    *
      *   PROGRAM CAN HIGHLIGHT INDIVIDUAL FIELDS IN ERROR.           *
      ******************************************************************
       01  DSPMAP1.
           02  DSPM-L-INVNO         PIC S9(4) COMP.
           02  DSPM-A-INVNO         PIC X.
           02  DSPM-C-INVNO         PIC X.
           02  DSPM-H-INVNO         PIC X.
           02  DSPM-D-INVNO         PIC 9(06).
           02  DSPM-D-INVNO-ALPHA REDEFINES DSPM-D-INVNO
                                    PIC X(06).
           02  DSPM-L-CUSTNO        PIC S9(4) COMP.
           02  DSPM-A-CUSTNO        PIC X.
           02  DSPM-C-CUSTNO        PIC X.
           02  DSPM-H-CUSTNO        PIC X.
           02  DSPM-D-CUSTNO        PIC X(06).
           02  DSPM-L-LNAME         PIC S9(4) COMP.
           02  DSPM-A-LNAME         PIC X.
           02  DSPM-C-LNAME         PIC X.
           02  DSPM-H-LNAME         PIC X.
           02  DSPM-D-LNAME         PIC X(30).
           02  DSPM-L-FNAME         PIC S9(4) COMP.
           02  DSPM-A-FNAME         PIC X.
           02  DSPM-C-FNAME         PIC X.
           02  DSPM-H-FNAME         PIC X.
           02  DSPM-D-FNAME         PIC X(20).
           02  DSPM-L-INVTOT        PIC S9(4) COMP.
           02  DSPM-A-INVTOT        PIC X.
           02  DSPM-C-INVTOT        PIC X.
           02  DSPM-H-INVTOT        PIC X.
           02  DSPM-D-INVTOT        PIC Z,ZZZ,ZZ9.99-.
           02  DSPM-L-AMOUNT        PIC S9(4) COMP.
           02  DSPM-A-AMOUNT        PIC X.
           02  DSPM-C-AMOUNT        PIC X.
           02  DSPM-H-AMOUNT        PIC X.
           02  DSPM-D-AMOUNT        PIC 9(07)V99.
           02  DSPM-D-AMOUNT-ALPHA REDEFINES DSPM-D-AMOUNT
                                    PIC X(09).
           02  DSPM-L-REASON        PIC S9(4) COMP.
           02  DSPM-A-REASON        PIC X.
           02  DSPM-C-REASON        PIC X.
           02  DSPM-H-REASON        PIC X.
           02  DSPM-D-REASON        PIC X(01).
           02  DSPM-L-CUSTREF       PIC S9(4) COMP.
           02  DSPM-A-CUSTREF       PIC X.
           02  DSPM-C-CUSTREF       PIC X.
           02  DSPM-H-CUSTREF       PIC X.
           02  DSPM-D-CUSTREF       PIC X(15).
           02  DSPM-L-OWNER         PIC S9(4) COMP.
           02  DSPM-A-OWNER         PIC X.
           02  DSPM-C-OWNER         PIC X.
           02  DSPM-H-OWNER         PIC X.
           02  DSPM-D-OWNER         PIC X(03).
           02  DSPM-L-STATUS        PIC S9(4) COMP.
           02  DSPM-A-STATUS        PIC X.
           02  DSPM-C-STATUS        PIC X.
           02  DSPM-H-STATUS        PIC X.
           02  DSPM-D-STATUS        PIC X(20).
           02  DSPM-L-SOURCE        PIC S9(4) COMP.
           02  DSPM-A-SOURCE        PIC X.
           02  DSPM-C-SOURCE        PIC X.
           02  DSPM-H-SOURCE        PIC X.
           02  DSPM-D-SOURCE        PIC X(10).
           02  DSPM-L-OPENED        PIC S9(4) COMP.
           02  DSPM-A-OPENED        PIC X.
           02  DSPM-C-OPENED        PIC X.
           02  DSPM-H-OPENED        PIC X.
           02  DSPM-D-OPENED        PIC 9(08).
           02  DSPM-L-OPENOPER      PIC S9(4) COMP.
           02  DSPM-A-OPENOPER      PIC X.
           02  DSPM-C-OPENOPER      PIC X.
           02  DSPM-H-OPENOPER      PIC X.
           02  DSPM-D-OPENOPER      PIC X(03).
           02  DSPM-L-RESCODE       PIC S9(4) COMP.
           02  DSPM-A-RESCODE       PIC X.
           02  DSPM-C-RESCODE       PIC X.
           02  DSPM-H-RESCODE       PIC X.
           02  DSPM-D-RESCODE       PIC X(01).
           02  DSPM-L-RESDATE       PIC S9(4) COMP.
           02  DSPM-A-RESDATE       PIC X.
           02  DSPM-C-RESDATE       PIC X.
           02  DSPM-H-RESDATE       PIC X.
           02  DSPM-D-RESDATE       PIC 9(08).
           02  DSPM-L-RESOPER       PIC S9(4) COMP.
           02  DSPM-A-RESOPER       PIC X.
           02  DSPM-C-RESOPER       PIC X.
           02  DSPM-H-RESOPER       PIC X.
           02  DSPM-D-RESOPER       PIC X(03).
           02  DSPM-L-RESDOC        PIC S9(4) COMP.
           02  DSPM-A-RESDOC        PIC X.
           02  DSPM-C-RESDOC        PIC X.
           02  DSPM-H-RESDOC        PIC X.
           02  DSPM-D-RESDOC        PIC 9(06).
           02  DSPM-L-RESAMT        PIC S9(4) COMP.
           02  DSPM-A-RESAMT        PIC X.
           02  DSPM-C-RESAMT        PIC X.
           02  DSPM-H-RESAMT        PIC X.
           02  DSPM-D-RESAMT        PIC Z,ZZZ,ZZ9.99-.
           02  DSPM-L-INSTR         PIC S9(4) COMP.
           02  DSPM-A-INSTR         PIC X.
           02  DSPM-C-INSTR         PIC X.
           02  DSPM-H-INSTR         PIC X.
           02  DSPM-D-INSTR         PIC X(79).
           02  DSPM-L-MESSAGE       PIC S9(4) COMP.
           02  DSPM-A-MESSAGE       PIC X.
           02  DSPM-C-MESSAGE       PIC X.
           02  DSPM-H-MESSAGE       PIC X.
           02  DSPM-D-MESSAGE       PIC X(79).
           02  DSPM-L-FKEY          PIC S9(4) COMP.
           02  DSPM-A-FKEY          PIC X.
           02  DSPM-C-FKEY          PIC X.
           02  DSPM-H-FKEY          PIC X.
           02  DSPM-D-FKEY          PIC X(40).
           02  DSPM-L-TRANID        PIC S9(4) COMP.
           02  DSPM-A-TRANID        PIC X.
           02  DSPM-C-TRANID        PIC X.
           02  DSPM-H-TRANID        PIC X.
           02  DSPM-D-TRANID        PIC X(04).
