           02  IIM-D-LINE OCCURS 20 TIMES
                                    PIC X(40).
           02  IIM-D-TOTAL          PIC Z,ZZZ,ZZ9.99.
           02  IIM-D-SHIPPER        PIC X(10).
           02  IIM-D-TRACKING       PIC X(20).
           02  IIM-L-MESSAGE        PIC S9(4) COMP.
           02  IIM-A-MESSAGE        PIC X.
           02  IIM-D-MESSAGE        PIC X(79).
