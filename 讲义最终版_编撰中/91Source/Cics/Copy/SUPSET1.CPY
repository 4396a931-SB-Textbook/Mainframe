           02  SUP-C-PHONE          PIC X.
           02  SUP-H-PHONE          PIC X.
           02  SUP-D-PHONE          PIC X(12).
           02  SUP-L-DISC           PIC S9(4) COMP.
           02  SUP-A-DISC           PIC X.
           02  SUP-C-DISC           PIC X.
           02  SUP-H-DISC           PIC X.
           02  SUP-D-DISC           PIC 9(02)V99.
           02  SUP-D-DISC-ALPHA REDEFINES SUP-D-DISC
                                    PIC X(04).
           02  SUP-L-DDAYS          PIC S9(4) COMP.
           02  SUP-A-DDAYS          PIC X.
           02  SUP-C-DDAYS          PIC X.
           02  SUP-H-DDAYS          PIC X.
           02  SUP-D-DDAYS          PIC 9(03).
           02  SUP-D-DDAYS-ALPHA REDEFINES SUP-D-DDAYS
                                    PIC X(03).
           02  SUP-L-NDAYS          PIC S9(4) COMP.
           02  SUP-A-NDAYS          PIC X.
           02  SUP-C-NDAYS          PIC X.
           02  SUP-H-NDAYS          PIC X.
           02  SUP-D-NDAYS          PIC 9(03).
           02  SUP-D-NDAYS-ALPHA REDEFINES SUP-D-NDAYS
                                    PIC X(03).
           02  SUP-L-STATUS         PIC S9(4) COMP.
           02  SUP-A-STATUS         PIC X.
           02  SUP-C-STATUS         PIC X.
