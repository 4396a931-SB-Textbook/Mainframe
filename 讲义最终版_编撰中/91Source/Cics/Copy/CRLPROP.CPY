      ******************************************************************
      *   CRLPROP -- RECORD LAYOUT FOR THE CREDIT-LIMIT PROPOSAL FILE *
      *   (SEQUENTIAL, IN CUSTOMER ORDER).  THE MONTHLY CRLREV RUN    *
      *   WRITES ONE RECORD FOR EVERY CUSTOMER IT RECOMMENDS A NEW    *
      *   CM-CREDIT-LIMIT FOR -- 'R' TO RAISE A PROMPT PAYER WHO      *
      *   KEEPS BEING REFUSED AT THE LIMIT, 'L' TO LOWER ONE WHO IS   *
      *   TRENDING LATE -- CARRYING THE LIMIT ON THE MASTER WHEN IT   *
      *   RAN, THE LIMIT IT PROPOSES, AND THE PAYMENT FIGURES BEHIND  *
      *   THEM.  CRLUPD APPLIES THE PROPOSALS THE CREDIT DESK         *
      *   APPROVES ON RETURN CARDS, AND ONLY WHILE THE MASTER STILL   *
      *   HOLDS THE OLD LIMIT.                                        *
      ******************************************************************
       01  CREDIT-LIMIT-PROPOSAL-RECORD.
           02  CLP-CUSTOMER-NUMBER      PIC X(06).
           02  CLP-ACTION-CODE          PIC X(01).
               88  CLP-RAISE                        VALUE 'R'.
               88  CLP-LOWER                        VALUE 'L'.
           02  CLP-OLD-CREDIT-LIMIT     PIC 9(07)V99.
           02  CLP-NEW-CREDIT-LIMIT     PIC 9(07)V99.
           02  CLP-PAYMENT-COUNT        PIC 9(05).
           02  CLP-AVG-DAYS-TO-PAY      PIC 9(04).
           02  CLP-WTD-DAYS-LATE        PIC 9(04).
           02  CLP-TREND-DAYS           PIC S9(04).
           02  CLP-LIMIT-HIT-DAYS       PIC 9(03).
           02  CLP-PROPOSAL-DATE        PIC 9(08).
