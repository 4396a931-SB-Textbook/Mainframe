           02  FIS-C-LASTOPER       PIC X.
           02  FIS-H-LASTOPER       PIC X.
           02  FIS-D-LASTOPER       PIC X(03).
           02  FIS-L-APRLIM         PIC S9(4) COMP.
           02  FIS-A-APRLIM         PIC X.
           02  FIS-C-APRLIM         PIC X.
           02  FIS-H-APRLIM         PIC X.
           02  FIS-D-APRLIM         PIC 9(07)V99.
           02  FIS-D-APRLIM-ALPHA REDEFINES FIS-D-APRLIM
                                    PIC X(09).
           02  FIS-L-INSTR          PIC S9(4) COMP.
           02  FIS-A-INSTR          PIC X.
           02  FIS-C-INSTR          PIC X.
