      ******************************************************************
      *   APVSET1 -- SYMBOLIC MAP FOR THE APVMAP1 SCREEN (APVENT1).   *
      *   GENERATED IN THE SAME EXTENDED-ATTRIBUTE STYLE AS ORDSET1.  *
      *   FIVE INVOICE LINES PER VOUCHER.                             *
      ******************************************************************
       01  APVMAP1.
           02  APV-L-VCHNO          PIC S9(4) COMP.
           02  APV-A-VCHNO          PIC X.
           02  APV-C-VCHNO          PIC X.
           02  APV-H-VCHNO          PIC X.
           02  APV-D-VCHNO          PIC 9(06).
           02  APV-D-VCHNO-ALPHA REDEFINES APV-D-VCHNO
                                    PIC X(06).
           02  APV-L-SUPNO          PIC S9(4) COMP.
           02  APV-A-SUPNO          PIC X.
           02  APV-C-SUPNO          PIC X.
           02  APV-H-SUPNO          PIC X.
           02  APV-D-SUPNO          PIC X(06).
           02  APV-L-SUPNAME        PIC S9(4) COMP.
           02  APV-A-SUPNAME        PIC X.
           02  APV-C-SUPNAME        PIC X.
           02  APV-H-SUPNAME        PIC X.
           02  APV-D-SUPNAME        PIC X(30).
           02  APV-L-INVNO          PIC S9(4) COMP.
           02  APV-A-INVNO          PIC X.
           02  APV-C-INVNO          PIC X.
           02  APV-H-INVNO          PIC X.
           02  APV-D-INVNO          PIC X(10).
           02  APV-L-INVDATE        PIC S9(4) COMP.
           02  APV-A-INVDATE        PIC X.
           02  APV-C-INVDATE        PIC X.
           02  APV-H-INVDATE        PIC X.
           02  APV-D-INVDATE        PIC 9(08).
           02  APV-D-INVDATE-ALPHA REDEFINES APV-D-INVDATE
                                    PIC X(08).
           02  APV-L-PONO           PIC S9(4) COMP.
           02  APV-A-PONO           PIC X.
           02  APV-C-PONO           PIC X.
           02  APV-H-PONO           PIC X.
           02  APV-D-PONO           PIC 9(06).
           02  APV-D-PONO-ALPHA REDEFINES APV-D-PONO
                                    PIC X(06).
           02  APV-INVOICE-LINE OCCURS 5 TIMES.
               03  APV-L-POLINE     PIC S9(4) COMP.
               03  APV-A-POLINE     PIC X.
               03  APV-C-POLINE     PIC X.
               03  APV-H-POLINE     PIC X.
               03  APV-D-POLINE     PIC 9(02).
               03  APV-D-POLINE-ALPHA REDEFINES APV-D-POLINE
                                    PIC X(02).
               03  APV-L-PCODE      PIC S9(4) COMP.
               03  APV-A-PCODE      PIC X.
               03  APV-C-PCODE      PIC X.
               03  APV-H-PCODE      PIC X.
               03  APV-D-PCODE      PIC X(06).
               03  APV-L-QTY        PIC S9(4) COMP.
               03  APV-A-QTY        PIC X.
               03  APV-C-QTY        PIC X.
               03  APV-H-QTY        PIC X.
               03  APV-D-QTY        PIC 9(05).
               03  APV-D-QTY-ALPHA REDEFINES APV-D-QTY
                                    PIC X(05).
               03  APV-L-COST       PIC S9(4) COMP.
               03  APV-A-COST       PIC X.
               03  APV-C-COST       PIC X.
               03  APV-H-COST       PIC X.
               03  APV-D-COST       PIC 9(05)V99.
               03  APV-D-COST-ALPHA REDEFINES APV-D-COST
                                    PIC X(07).
               03  APV-L-RCVQTY     PIC S9(4) COMP.
               03  APV-A-RCVQTY     PIC X.
               03  APV-C-RCVQTY     PIC X.
               03  APV-H-RCVQTY     PIC X.
               03  APV-D-RCVQTY     PIC ZZZZ9.
               03  APV-L-PRVQTY     PIC S9(4) COMP.
               03  APV-A-PRVQTY     PIC X.
               03  APV-C-PRVQTY     PIC X.
               03  APV-H-PRVQTY     PIC X.
               03  APV-D-PRVQTY     PIC ZZZZ9.
               03  APV-L-RCVCOST    PIC S9(4) COMP.
               03  APV-A-RCVCOST    PIC X.
               03  APV-C-RCVCOST    PIC X.
               03  APV-H-RCVCOST    PIC X.
               03  APV-D-RCVCOST    PIC ZZ,ZZ9.99.
               03  APV-L-RESULT     PIC S9(4) COMP.
               03  APV-A-RESULT     PIC X.
               03  APV-C-RESULT     PIC X.
               03  APV-H-RESULT     PIC X.
               03  APV-D-RESULT     PIC X(12).
           02  APV-L-TOTAL          PIC S9(4) COMP.
           02  APV-A-TOTAL          PIC X.
           02  APV-C-TOTAL          PIC X.
           02  APV-H-TOTAL          PIC X.
           02  APV-D-TOTAL          PIC Z,ZZZ,ZZ9.99-.
           02  APV-L-STATUS         PIC S9(4) COMP.
           02  APV-A-STATUS         PIC X.
           02  APV-C-STATUS         PIC X.
           02  APV-H-STATUS         PIC X.
           02  APV-D-STATUS         PIC X(30).
           02  APV-L-INSTR          PIC S9(4) COMP.
           02  APV-A-INSTR          PIC X.
           02  APV-C-INSTR          PIC X.
           02  APV-H-INSTR          PIC X.
           02  APV-D-INSTR          PIC X(79).
           02  APV-L-MESSAGE        PIC S9(4) COMP.
           02  APV-A-MESSAGE        PIC X.
           02  APV-C-MESSAGE        PIC X.
           02  APV-H-MESSAGE        PIC X.
           02  APV-D-MESSAGE        PIC X(79).
           02  APV-L-FKEY           PIC S9(4) COMP.
           02  APV-A-FKEY           PIC X.
           02  APV-C-FKEY           PIC X.
           02  APV-H-FKEY           PIC X.
           02  APV-D-FKEY           PIC X(40).
           02  APV-L-TRANID         PIC S9(4) COMP.
           02  APV-A-TRANID         PIC X.
           02  APV-C-TRANID         PIC X.
           02  APV-H-TRANID         PIC X.
           02  APV-D-TRANID         PIC X(04).
