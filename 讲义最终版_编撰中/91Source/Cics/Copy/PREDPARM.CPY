      ******************************************************************
      *   PREDPARM -- PARAMETER AREA PASSED TO THE PREDCHK            *
      *   SUBPROGRAM.  EVERY BATCH PROGRAM MOVES ITS OWN NAME TO      *
      *   PC-PROGRAM AND CALLS PREDCHK AT THE TOP OF ITS              *
      *   INITIALIZATION.  PREDCHK RETURNS PC-CLEARED WHEN EVERY      *
      *   PREDECESSOR IN THE JOBDEP TABLE HAS COMPLETED THIS BATCH    *
      *   DAY, PC-OVERRIDDEN WHEN ONE HAS NOT BUT THE OPERATOR        *
      *   SUPPLIED A PREDOVR OVERRIDE CARD (LOGGED TO JOBOVR), AND    *
      *   PC-REFUSED OTHERWISE -- THE CALLER THEN STOPS AT ONCE WITH  *
      *   PC-RETURN-CODE AS ITS RETURN CODE, BEFORE OPENING ANY       *
      *   FILE.                                                       *
      ******************************************************************
       01  PREDECESSOR-CHECK-AREA.
           05  PC-PROGRAM               PIC X(08).
           05  PC-RESULT                PIC X(01).
               88  PC-CLEARED                       VALUE 'C'.
               88  PC-OVERRIDDEN                    VALUE 'O'.
               88  PC-REFUSED                       VALUE 'R'.
           05  PC-RETURN-CODE           PIC 9(04).
