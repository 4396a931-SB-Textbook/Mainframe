           02  ORD-C-SLSPSN         PIC X.
           02  ORD-H-SLSPSN         PIC X.
           02  ORD-D-SLSPSN         PIC X(03).
           02  ORD-L-SLSRSN         PIC S9(4) COMP.
           02  ORD-A-SLSRSN         PIC X.
           02  ORD-C-SLSRSN         PIC X.
           02  ORD-H-SLSRSN         PIC X.
           02  ORD-D-SLSRSN         PIC X(01).
           02  ORD-L-SHIPTO         PIC S9(4) COMP.
           02  ORD-A-SHIPTO         PIC X.
           02  ORD-C-SHIPTO         PIC X.
           02  ORD-C-WILLCALL       PIC X.
           02  ORD-H-WILLCALL       PIC X.
           02  ORD-D-WILLCALL       PIC X(01).
           02  ORD-L-PROMO          PIC S9(4) COMP.
           02  ORD-A-PROMO          PIC X.
           02  ORD-C-PROMO          PIC X.
           02  ORD-H-PROMO          PIC X.
           02  ORD-D-PROMO          PIC X(08).
           02  ORD-L-GIFTCERT       PIC S9(4) COMP.
           02  ORD-A-GIFTCERT       PIC X.
           02  ORD-C-GIFTCERT       PIC X.
           02  ORD-H-GIFTCERT       PIC X.
           02  ORD-D-GIFTCERT       PIC 9(06).
           02  ORD-D-GIFTCERT-ALPHA REDEFINES ORD-D-GIFTCERT
                                    PIC X(06).
           02  ORD-L-LNAME          PIC S9(4) COMP.
           02  ORD-A-LNAME          PIC X.
           02  ORD-C-LNAME          PIC X.
           02  ORD-H-INSTR          PIC X.
           02  ORD-D-INSTR          PIC X(79).
           02  ORD-D-TOTAL          PIC Z,ZZZ,ZZ9.99.
           02  ORD-D-PROMODISC      PIC Z,ZZZ,ZZ9.99.
           02  ORD-D-TAX            PIC Z,ZZZ,ZZ9.99.
           02  ORD-D-GRANDTOTAL     PIC Z,ZZZ,ZZ9.99.
           02  ORD-D-FKEY           PIC X(40).
