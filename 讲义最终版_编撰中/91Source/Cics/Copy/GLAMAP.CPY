      *   MAPPING FILE (VSAM KSDS, KEYED BY POSTING SOURCE PLUS       *
      *   TRANSACTION TYPE).  WHEN ACCOUNTING RENUMBERS THE CHART     *
      *   OF ACCOUNTS, THEY CHANGE THE ACCOUNT HERE THROUGH GLAMNT1   *
      *   AND NO PROGRAM RECOMPILES: GLJRNL, WRTOFF, DSPPOST, AND     *
      *   APPAY LOOK THEIR ACCOUNTS UP AT RUN TIME INSTEAD OF         *
      *   CARRYING THEM IN WORKING STORAGE.  EACH POSTING RUN STAMPS  *
      *   THE LAST-USED DATE ON EVERY MAPPING IT READS; GLAMNT1       *
      *   REFUSES TO DELETE A MAPPING USED WITHIN THE PAST YEAR.      *
      ******************************************************************
       01  GL-ACCOUNT-MAP-RECORD.
           02  GA-RECORD-KEY.
