            03 FILLER REDEFINES FEED2F.
               05 FEED2A                         PIC X.
            03 FEED2I                         PIC X(1).
            03 SLSP2L                         PIC S9(4) COMP.
            03 SLSP2F                         PIC X.
            03 FILLER REDEFINES SLSP2F.
               05 SLSP2A                         PIC X.
            03 SLSP2I                         PIC X(3).
            03 MSG2L                          PIC S9(4) COMP.
            03 MSG2F                          PIC X.
            03 FILLER REDEFINES MSG2F.
            03 FILLER                         PIC X(3).
            03 FEED2O                         PIC X(1).
            03 FILLER                         PIC X(3).
            03 SLSP2O                         PIC X(3).
            03 FILLER                         PIC X(3).
            03 MSG2O                          PIC X(79).
            03 FILLER                         PIC X(3).
            03 DUMMY2O                        PIC X(1).
