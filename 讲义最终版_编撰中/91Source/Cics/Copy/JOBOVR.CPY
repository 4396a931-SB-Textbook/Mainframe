      ******************************************************************
      *   JOBOVR -- RECORD LAYOUT FOR THE BATCH PREDECESSOR OVERRIDE  *
      *   LOG (VSAM KSDS, KEYED BY OVERRIDE DATE, TIME, PROGRAM, AND  *
      *   A SEQUENCE NUMBER).  WHEN PREDCHK FINDS A PREDECESSOR       *
      *   MISSING OR FAILED AND THE OPERATOR HAS SUPPLIED A PREDOVR   *
      *   OVERRIDE CARD FOR THE PROGRAM, ONE RECORD IS WRITTEN HERE   *
      *   FOR EACH PREDECESSOR OVERRIDDEN: WHAT WAS WRONG WITH IT,    *
      *   THE OPERATOR WHO OVERRODE, AND WHY.  THE MORNING RUNRPT     *
      *   REPORT LISTS THE NIGHT'S OVERRIDES FROM THIS FILE.          *
      *   RECORDS ARE NEVER DELETED.                                  *
      ******************************************************************
       01  JOB-OVERRIDE-RECORD.
           02  JO-OVERRIDE-KEY.
               03  JO-OVERRIDE-DATE     PIC 9(08).
               03  JO-OVERRIDE-TIME     PIC 9(06).
               03  JO-PROGRAM           PIC X(08).
               03  JO-SEQUENCE          PIC 9(02).
           02  JO-PREDECESSOR           PIC X(08).
           02  JO-PREDECESSOR-STATE     PIC X(01).
               88  JO-PREDECESSOR-NOT-RUN           VALUE 'M'.
               88  JO-PREDECESSOR-FAILED            VALUE 'F'.
           02  JO-PREDECESSOR-CODE      PIC 9(04).
           02  JO-OPERATOR-ID           PIC X(03).
           02  JO-REASON                PIC X(40).
