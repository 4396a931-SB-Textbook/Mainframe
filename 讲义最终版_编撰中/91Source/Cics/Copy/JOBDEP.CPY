      ******************************************************************
      *   JOBDEP -- BATCH JOB-DEPENDENCY TABLE.  ONE ENTRY FOR EACH   *
      *   PREDECESSOR A BATCH PROGRAM MAY NOT RUN WITHOUT: THE        *
      *   PROGRAM, THE PREDECESSOR, AND THE HIGHEST COMPLETION CODE   *
      *   THE PREDECESSOR MAY HAVE ENDED WITH AND STILL COUNT AS      *
      *   DONE (0004 LETS A RUN THAT ENDED WITH EXCEPTIONS THROUGH;   *
      *   0008 AND ABOVE NEVER DOES).  A PROGRAM WITH NO ENTRY HAS    *
      *   NO PREDECESSORS.                                            *
      *                                                               *
      *   THE PREDCHK SUBPROGRAM, CALLED AT START-UP BY EVERY BATCH   *
      *   PROGRAM, LOOKS THE PREDECESSORS UP HERE AND THEN IN THE     *
      *   RUNLOG FILE FOR THE CURRENT BATCH DAY.  ENTRIES FOR ONE     *
      *   PROGRAM ARE KEPT TOGETHER, IN PROGRAM ORDER.  WHEN AN       *
      *   ENTRY IS ADDED OR REMOVED, CHANGE JD-ENTRY-COUNT TO MATCH   *
      *   AND RECOMPILE PREDCHK.                                      *
      ******************************************************************
       01  JOB-DEPENDENCY-VALUES.
           05  FILLER PIC X(20) VALUE 'AGERPT  LOCKBOX 0004'.
           05  FILLER PIC X(20) VALUE 'AGERPT  DSPPOST 0004'.
           05  FILLER PIC X(20) VALUE 'AUDITN  LOCKBOX 0004'.
           05  FILLER PIC X(20) VALUE 'AUDITN  GLJRNL  0004'.
           05  FILLER PIC X(20) VALUE 'CRHOLDN LOCKBOX 0004'.
           05  FILLER PIC X(20) VALUE 'CRHOLDN DSPPOST 0004'.
           05  FILLER PIC X(20) VALUE 'CRLREV  LOCKBOX 0004'.
           05  FILLER PIC X(20) VALUE 'CSHFCST LOCKBOX 0004'.
           05  FILLER PIC X(20) VALUE 'DSPAGE  DSPPOST 0004'.
           05  FILLER PIC X(20) VALUE 'DSPPOST LOCKBOX 0004'.
           05  FILLER PIC X(20) VALUE 'DUNRUN  LOCKBOX 0004'.
           05  FILLER PIC X(20) VALUE 'DUNRUN  DSPPOST 0004'.
           05  FILLER PIC X(20) VALUE 'DUNRUN  FINCHG  0004'.
           05  FILLER PIC X(20) VALUE 'FINCHG  LOCKBOX 0004'.
           05  FILLER PIC X(20) VALUE 'FINCHG  DSPPOST 0004'.
           05  FILLER PIC X(20) VALUE 'GLTIE   GLJRNL  0004'.
           05  FILLER PIC X(20) VALUE 'GLTIE   DSPPOST 0004'.
           05  FILLER PIC X(20) VALUE 'GLTIE   WRTOFF  0004'.
           05  FILLER PIC X(20) VALUE 'OPRREVK HISTLOAD0004'.
           05  FILLER PIC X(20) VALUE 'SECRPT  OPRREVK 0004'.
           05  FILLER PIC X(20) VALUE 'STMTGEN LOCKBOX 0004'.
           05  FILLER PIC X(20) VALUE 'STMTGEN FINCHG  0004'.
           05  FILLER PIC X(20) VALUE 'WRTOFF  LOCKBOX 0004'.
           05  FILLER PIC X(20) VALUE 'WRTOFF  DSPPOST 0004'.
       01  JOB-DEPENDENCY-TABLE REDEFINES JOB-DEPENDENCY-VALUES.
           05  JD-ENTRY OCCURS 24 TIMES.
               10  JD-PROGRAM           PIC X(08).
               10  JD-PREDECESSOR       PIC X(08).
               10  JD-MAX-CODE          PIC 9(04).
       01  JD-ENTRY-COUNT               PIC S9(03) COMP-3 VALUE +24.
