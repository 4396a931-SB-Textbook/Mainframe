            03 FILLER REDEFINES WEIGHT2F.
               05 WEIGHT2A                       PIC X.
            03 WEIGHT2I                        PIC 9(03)V99.
            03 STAT2L                         PIC S9(4) COMP.
            03 STAT2F                         PIC X.
            03 FILLER REDEFINES STAT2F.
               05 STAT2A                         PIC X.
            03 STAT2I                         PIC X(01).
            03 MSG2L                          PIC S9(4) COMP.
            03 MSG2F                          PIC X.
            03 FILLER REDEFINES MSG2F.
            03 FILLER                         PIC X(3).
            03 WEIGHT2O                       PIC 9(03)V99.
            03 FILLER                         PIC X(3).
            03 STAT2O                         PIC X(01).
            03 FILLER                         PIC X(3).
            03 MSG2O                          PIC X(79).
