           02  SHP-C-STATUS         PIC X.
           02  SHP-H-STATUS         PIC X.
           02  SHP-D-STATUS         PIC X(30).
           02  SHP-L-TRACK          PIC S9(4) COMP.
           02  SHP-A-TRACK          PIC X.
           02  SHP-C-TRACK          PIC X.
           02  SHP-H-TRACK          PIC X.
           02  SHP-D-TRACK          PIC X(20).
           02  SHP-L-CARTONS        PIC S9(4) COMP.
           02  SHP-A-CARTONS        PIC X.
           02  SHP-C-CARTONS        PIC X.
           02  SHP-H-CARTONS        PIC X.
           02  SHP-D-CARTONS        PIC 9(03).
           02  SHP-D-CARTONS-ALPHA REDEFINES SHP-D-CARTONS
                                    PIC X(03).
           02  SHP-L-INSTR          PIC S9(4) COMP.
           02  SHP-A-INSTR          PIC X.
           02  SHP-C-INSTR          PIC X.
