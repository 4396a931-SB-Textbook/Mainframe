           02  QUO-C-FNAME          PIC X.
           02  QUO-H-FNAME          PIC X.
           02  QUO-D-FNAME          PIC X(20).
           02  QUO-L-PROMO          PIC S9(4) COMP.
           02  QUO-A-PROMO          PIC X.
           02  QUO-C-PROMO          PIC X.
           02  QUO-H-PROMO          PIC X.
           02  QUO-D-PROMO          PIC X(08).
           02  QUO-L-SLSPSN         PIC S9(4) COMP.
           02  QUO-A-SLSPSN         PIC X.
           02  QUO-C-SLSPSN         PIC X.
           02  QUO-H-SLSPSN         PIC X.
           02  QUO-D-SLSPSN         PIC X(03).
           02  QUO-L-SLSRSN         PIC S9(4) COMP.
           02  QUO-A-SLSRSN         PIC X.
           02  QUO-C-SLSRSN         PIC X.
           02  QUO-H-SLSRSN         PIC X.
           02  QUO-D-SLSRSN         PIC X(01).
           02  QUO-ITEM OCCURS 10 TIMES.
               03  QUO-L-PCODE      PIC S9(4) COMP.
               03  QUO-A-PCODE      PIC X.
           02  QUO-C-TOTAL          PIC X.
           02  QUO-H-TOTAL          PIC X.
           02  QUO-D-TOTAL          PIC 9(07)V99.
           02  QUO-L-PROMODISC      PIC S9(4) COMP.
           02  QUO-A-PROMODISC      PIC X.
           02  QUO-C-PROMODISC      PIC X.
           02  QUO-H-PROMODISC      PIC X.
           02  QUO-D-PROMODISC      PIC 9(07)V99.
           02  QUO-L-TAX            PIC S9(4) COMP.
           02  QUO-A-TAX            PIC X.
           02  QUO-C-TAX            PIC X.
