      ******************************************************************
      *   STKSET1 -- SYMBOLIC MAP FOR THE STKMAP1 SCREEN (STKINQ1).   *
      *   A PRODUCT FIELD WITH THE PRODUCT'S DESCRIPTION AND CURRENT  *
      *   QUANTITY ON HAND, AND TWELVE STOCK-LEDGER MOVEMENT ROWS     *
      *   SHOWN NEWEST FIRST, PAGED OLDER WITH F8 AND BACK TO THE     *
      *   NEWEST WITH F7.                                             *
      ******************************************************************
       01  STKMAP1.
           02  STK-L-PRDNO          PIC S9(4) COMP.
           02  STK-A-PRDNO          PIC X.
           02  STK-C-PRDNO          PIC X.
           02  STK-H-PRDNO          PIC X.
           02  STK-D-PRDNO          PIC X(06).
           02  STK-L-DESC           PIC S9(4) COMP.
           02  STK-A-DESC           PIC X.
           02  STK-C-DESC           PIC X.
           02  STK-H-DESC           PIC X.
           02  STK-D-DESC           PIC X(20).
           02  STK-L-QOH            PIC S9(4) COMP.
           02  STK-A-QOH            PIC X.
           02  STK-C-QOH            PIC X.
           02  STK-H-QOH            PIC X.
           02  STK-D-QOH            PIC ZZ,ZZ9.
           02  STK-MOVEMENT-LINE OCCURS 12 TIMES.
               03  STK-L-MOVE       PIC S9(4) COMP.
               03  STK-A-MOVE       PIC X.
               03  STK-C-MOVE       PIC X.
               03  STK-H-MOVE       PIC X.
               03  STK-D-MOVE       PIC X(79).
           02  STK-L-INSTR          PIC S9(4) COMP.
           02  STK-A-INSTR          PIC X.
           02  STK-C-INSTR          PIC X.
           02  STK-H-INSTR          PIC X.
           02  STK-D-INSTR          PIC X(79).
           02  STK-L-MESSAGE        PIC S9(4) COMP.
           02  STK-A-MESSAGE        PIC X.
           02  STK-C-MESSAGE        PIC X.
           02  STK-H-MESSAGE        PIC X.
           02  STK-D-MESSAGE        PIC X(79).
           02  STK-L-FKEY           PIC S9(4) COMP.
           02  STK-A-FKEY           PIC X.
           02  STK-C-FKEY           PIC X.
           02  STK-H-FKEY           PIC X.
           02  STK-D-FKEY           PIC X(60).
           02  STK-L-TRANID         PIC S9(4) COMP.
           02  STK-A-TRANID         PIC X.
           02  STK-C-TRANID         PIC X.
           02  STK-H-TRANID         PIC X.
           02  STK-D-TRANID         PIC X(04).
