            03 FILLER REDEFINES SLSP2F.
               05 SLSP2A                         PIC X.
            03 SLSP2I                            PIC X(3).
            03 SLSRSN2L                          PIC S9(4) COMP.
            03 SLSRSN2F                          PIC X.
            03 FILLER REDEFINES SLSRSN2F.
               05 SLSRSN2A                       PIC X.
            03 SLSRSN2I                          PIC X(1).
            03 SHPTO2L                           PIC S9(4) COMP.
            03 SHPTO2F                           PIC X.
            03 FILLER REDEFINES SHPTO2F.
            03 FILLER                         PIC X(3).
            03 SLSP2O                            PIC X(3).
            03 FILLER                         PIC X(3).
            03 SLSRSN2O                          PIC X(1).
            03 FILLER                         PIC X(3).
            03 SHPTO2O                           PIC X(2).
            03 FILLER                         PIC X(3).
            03 PROD21O                           PIC X(6).
