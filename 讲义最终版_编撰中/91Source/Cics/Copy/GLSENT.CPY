      *   GLSENT -- RECORD LAYOUT FOR THE GL BATCH SENT/ACKNOWLEDGED  *
      *   LEDGER (VSAM KSDS, KEYED BY JOURNAL DATE PLUS SOURCE).      *
      *   EVERY PROGRAM THAT WRITES A BALANCED H/D/T BATCH TO GLJOUT  *
      *   (GLJRNL, WRTOFF, APPAY, DSPPOST) ALSO WRITES ONE RECORD     *
      *   HERE CARRYING THE BATCH'S CONTROL TOTALS.  THE NIGHTLY      *
      *   GLACKM BATCH READS THE GL TEAM'S ACKNOWLEDGMENT FILE BACK,  *
      *   MATCHES EACH ACKNOWLEDGMENT BY JOURNAL DATE, SOURCE, AND    *
      *   CONTROL TOTALS, MARKS THE LEDGER RECORD ACKNOWLEDGED, AND   *
      *   PRINTS AN EXCEPTION PAGE OF BATCHES STILL UNACKNOWLEDGED    *
      *   AFTER TWO DAYS -- TWICE THIS YEAR A BATCH WENT MISSING AND  *
      *   NOBODY NOTICED FOR WEEKS.  LEDGER RECORDS ARE NEVER         *
      *   DELETED.                                                    *
      ******************************************************************
