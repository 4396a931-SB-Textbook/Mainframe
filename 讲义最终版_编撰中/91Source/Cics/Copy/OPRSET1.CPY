      ******************************************************************
      *   OPRSET1 -- SYMBOLIC MAP FOR THE OPRMAP1 SCREEN (OPRMNT1).   *
      *   THE NEW-PASSWORD FIELD IS DEFINED DARK IN THE PHYSICAL      *
      *   MAP; THE PASSWORD DATES, FAILED-ATTEMPT COUNT, REVOKE       *
      *   REASON, AND MAINTENANCE STAMP ARE PROTECTED DISPLAY         *
      *   FIELDS.  THE EMPLOYEE NUMBER IS UNPROTECTED, NUMERIC,       *
      *   FOLLOWING THE STATUS.                                       *
      ******************************************************************
       01  OPRMAP1.
           02  OPR-L-OPID           PIC S9(4) COMP.
           02  OPR-A-OPID           PIC X.
           02  OPR-C-OPID           PIC X.
           02  OPR-H-OPID           PIC X.
           02  OPR-D-OPID           PIC X(03).
           02  OPR-L-NAME           PIC S9(4) COMP.
           02  OPR-A-NAME           PIC X.
           02  OPR-C-NAME           PIC X.
           02  OPR-H-NAME           PIC X.
           02  OPR-D-NAME           PIC X(30).
           02  OPR-L-LEVEL          PIC S9(4) COMP.
           02  OPR-A-LEVEL          PIC X.
           02  OPR-C-LEVEL          PIC X.
           02  OPR-H-LEVEL          PIC X.
           02  OPR-D-LEVEL          PIC X(01).
           02  OPR-L-STATUS         PIC S9(4) COMP.
           02  OPR-A-STATUS         PIC X.
           02  OPR-C-STATUS         PIC X.
           02  OPR-H-STATUS         PIC X.
           02  OPR-D-STATUS         PIC X(01).
           02  OPR-L-EMPNO          PIC S9(4) COMP.
           02  OPR-A-EMPNO          PIC X.
           02  OPR-C-EMPNO          PIC X.
           02  OPR-H-EMPNO          PIC X.
           02  OPR-D-EMPNO          PIC X(06).
           02  OPR-L-NEWPW          PIC S9(4) COMP.
           02  OPR-A-NEWPW          PIC X.
           02  OPR-C-NEWPW          PIC X.
           02  OPR-H-NEWPW          PIC X.
           02  OPR-D-NEWPW          PIC X(08).
           02  OPR-L-REVRSN         PIC S9(4) COMP.
           02  OPR-A-REVRSN         PIC X.
           02  OPR-C-REVRSN         PIC X.
           02  OPR-H-REVRSN         PIC X.
           02  OPR-D-REVRSN         PIC X(20).
           02  OPR-L-PWCHG          PIC S9(4) COMP.
           02  OPR-A-PWCHG          PIC X.
           02  OPR-C-PWCHG          PIC X.
           02  OPR-H-PWCHG          PIC X.
           02  OPR-D-PWCHG          PIC 9(08).
           02  OPR-L-PWEXP          PIC S9(4) COMP.
           02  OPR-A-PWEXP          PIC X.
           02  OPR-C-PWEXP          PIC X.
           02  OPR-H-PWEXP          PIC X.
           02  OPR-D-PWEXP          PIC 9(08).
           02  OPR-L-FAILS          PIC S9(4) COMP.
           02  OPR-A-FAILS          PIC X.
           02  OPR-C-FAILS          PIC X.
           02  OPR-H-FAILS          PIC X.
           02  OPR-D-FAILS          PIC 9(02).
           02  OPR-L-MAINT          PIC S9(4) COMP.
           02  OPR-A-MAINT          PIC X.
           02  OPR-C-MAINT          PIC X.
           02  OPR-H-MAINT          PIC X.
           02  OPR-D-MAINT          PIC X(15).
           02  OPR-L-INSTR          PIC S9(4) COMP.
           02  OPR-A-INSTR          PIC X.
           02  OPR-C-INSTR          PIC X.
           02  OPR-H-INSTR          PIC X.
           02  OPR-D-INSTR          PIC X(79).
           02  OPR-L-MESSAGE        PIC S9(4) COMP.
           02  OPR-A-MESSAGE        PIC X.
           02  OPR-C-MESSAGE        PIC X.
           02  OPR-H-MESSAGE        PIC X.
           02  OPR-D-MESSAGE        PIC X(79).
           02  OPR-L-FKEY           PIC S9(4) COMP.
           02  OPR-A-FKEY           PIC X.
           02  OPR-C-FKEY           PIC X.
           02  OPR-H-FKEY           PIC X.
           02  OPR-D-FKEY           PIC X(60).
           02  OPR-L-TRANID         PIC S9(4) COMP.
           02  OPR-A-TRANID         PIC X.
           02  OPR-C-TRANID         PIC X.
           02  OPR-H-TRANID         PIC X.
           02  OPR-D-TRANID         PIC X(04).
