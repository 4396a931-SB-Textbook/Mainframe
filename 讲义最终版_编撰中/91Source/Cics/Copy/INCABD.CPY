      ******************************************************************
      *   INCABD -- RECORD LAYOUT FOR THE ABEND-CODE HISTORY FILE     *
      *   (VSAM KSDS, KEYED BY ABEND CODE).  ONE RECORD FOR EVERY     *
      *   ABEND CODE THE ONLINE ERROR HANDLERS HAVE EVER WRITTEN TO   *
      *   THE INCIDENT LOG (INCDLOG), WITH WHEN, WHERE, AND IN WHICH  *
      *   PROGRAM IT WAS FIRST SEEN AND THE DATE IT WAS LAST SEEN.    *
      *   THE WEEKLY INCTRND REPORT ADDS AND UPDATES THE RECORDS,     *
      *   AND LISTS AS NEW ANY CODE WHOSE FIRST SIGHTING FALLS IN     *
      *   THE WEEK BEING REPORTED.  RECORDS ARE NEVER DELETED.        *
      ******************************************************************
       01  ABEND-HISTORY-RECORD.
           02  IA-ABEND-CODE            PIC X(04).
           02  IA-FIRST-SEEN-DATE       PIC 9(08).
           02  IA-FIRST-SEEN-TIME       PIC 9(06).
           02  IA-FIRST-PROGRAM         PIC X(08).
           02  IA-FIRST-TRANSID         PIC X(04).
           02  IA-FIRST-TERMINAL        PIC X(04).
           02  IA-LAST-SEEN-DATE        PIC 9(08).
           02  FILLER                   PIC X(10).
