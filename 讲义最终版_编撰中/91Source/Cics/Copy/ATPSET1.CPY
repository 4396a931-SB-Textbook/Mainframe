      ******************************************************************
      *   ATPSET1 -- SYMBOLIC MAP FOR THE ATPMAP1 SCREEN (ATPINQ1).   *
      *   A PRODUCT FIELD WITH THE PRODUCT'S DESCRIPTION; ON HAND IN  *
      *   THE WAREHOUSE, THE STORE, AND THE RETURNS ANNEX; THE        *
      *   QUANTITY ON PICKED BUT UNSHIPPED INVOICES, THE QUANTITY     *
      *   OWED TO WAITING BACKORDERS, AND WHAT IS AVAILABLE TO        *
      *   PROMISE TODAY; SIX OPEN PURCHASE-ORDER LINES; AND SIX       *
      *   WEEK ROWS SHOWING WHAT ARRIVES EACH WEEK AND WHAT IS THEN   *
      *   AVAILABLE.  THE COLUMN HEADINGS ARE CONSTANTS ON THE MAP.   *
      ******************************************************************
       01  ATPMAP1.
           02  ATP-L-PRDNO          PIC S9(4) COMP.
           02  ATP-A-PRDNO          PIC X.
           02  ATP-C-PRDNO          PIC X.
           02  ATP-H-PRDNO          PIC X.
           02  ATP-D-PRDNO          PIC X(06).
           02  ATP-L-DESC           PIC S9(4) COMP.
           02  ATP-A-DESC           PIC X.
           02  ATP-C-DESC           PIC X.
           02  ATP-H-DESC           PIC X.
           02  ATP-D-DESC           PIC X(20).
           02  ATP-L-WHSE           PIC S9(4) COMP.
           02  ATP-A-WHSE           PIC X.
           02  ATP-C-WHSE           PIC X.
           02  ATP-H-WHSE           PIC X.
           02  ATP-D-WHSE           PIC ZZ,ZZ9.
           02  ATP-L-STORE          PIC S9(4) COMP.
           02  ATP-A-STORE          PIC X.
           02  ATP-C-STORE          PIC X.
           02  ATP-H-STORE          PIC X.
           02  ATP-D-STORE          PIC ZZ,ZZ9.
           02  ATP-L-ANNEX          PIC S9(4) COMP.
           02  ATP-A-ANNEX          PIC X.
           02  ATP-C-ANNEX          PIC X.
           02  ATP-H-ANNEX          PIC X.
           02  ATP-D-ANNEX          PIC ZZ,ZZ9.
           02  ATP-L-COMMIT         PIC S9(4) COMP.
           02  ATP-A-COMMIT         PIC X.
           02  ATP-C-COMMIT         PIC X.
           02  ATP-H-COMMIT         PIC X.
           02  ATP-D-COMMIT         PIC ZZ,ZZ9.
           02  ATP-L-BKORD          PIC S9(4) COMP.
           02  ATP-A-BKORD          PIC X.
           02  ATP-C-BKORD          PIC X.
           02  ATP-H-BKORD          PIC X.
           02  ATP-D-BKORD          PIC ZZ,ZZ9.
           02  ATP-L-ATPQTY         PIC S9(4) COMP.
           02  ATP-A-ATPQTY         PIC X.
           02  ATP-C-ATPQTY         PIC X.
           02  ATP-H-ATPQTY         PIC X.
           02  ATP-D-ATPQTY         PIC ZZ,ZZ9-.
           02  ATP-PO-LINE OCCURS 6 TIMES.
               03  ATP-L-PO         PIC S9(4) COMP.
               03  ATP-A-PO         PIC X.
               03  ATP-C-PO         PIC X.
               03  ATP-H-PO         PIC X.
               03  ATP-D-PO         PIC X(79).
           02  ATP-WEEK-LINE OCCURS 6 TIMES.
               03  ATP-L-WEEK       PIC S9(4) COMP.
               03  ATP-A-WEEK       PIC X.
               03  ATP-C-WEEK       PIC X.
               03  ATP-H-WEEK       PIC X.
               03  ATP-D-WEEK       PIC X(79).
           02  ATP-L-INSTR          PIC S9(4) COMP.
           02  ATP-A-INSTR          PIC X.
           02  ATP-C-INSTR          PIC X.
           02  ATP-H-INSTR          PIC X.
           02  ATP-D-INSTR          PIC X(79).
           02  ATP-L-MESSAGE        PIC S9(4) COMP.
           02  ATP-A-MESSAGE        PIC X.
           02  ATP-C-MESSAGE        PIC X.
           02  ATP-H-MESSAGE        PIC X.
           02  ATP-D-MESSAGE        PIC X(79).
           02  ATP-L-FKEY           PIC S9(4) COMP.
           02  ATP-A-FKEY           PIC X.
           02  ATP-C-FKEY           PIC X.
           02  ATP-H-FKEY           PIC X.
           02  ATP-D-FKEY           PIC X(60).
           02  ATP-L-TRANID         PIC S9(4) COMP.
           02  ATP-A-TRANID         PIC X.
           02  ATP-C-TRANID         PIC X.
           02  ATP-H-TRANID         PIC X.
           02  ATP-D-TRANID         PIC X(04).
