      *   JOURNAL AGAINST LAST NIGHT'S RESTORED BACKUP AND ROLLS IT   *
      *   FORWARD TO THE MOMENT OF FAILURE -- NO RE-KEYING.  THE KEY  *
      *   AND IMAGE ARE SIZED FOR THE WIDEST PRODUCTION KEY (SECLOG,  *
      *   18) AND RECORD (INVOICE, 1053); SHORTER ONES RIDE PADDED.   *
      ******************************************************************
       01  AFTER-IMAGE-JOURNAL.
           02  AJ-FILE-NAME             PIC X(08).
           02  AJ-STAMP-TIME            PIC 9(06).
           02  AJ-TERMINAL-ID           PIC X(04).
           02  AJ-OPERATOR-ID           PIC X(03).
           02  AJ-RECORD-IMAGE          PIC X(1053).
