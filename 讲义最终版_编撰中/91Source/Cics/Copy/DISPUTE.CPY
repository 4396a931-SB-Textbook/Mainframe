      ******************************************************************
      *   DISPUTE -- RECORD LAYOUT FOR THE CUSTOMER DISPUTE FILE      *
      *   (VSAM KSDS, KEYED BY DSP-INVOICE-NUMBER -- ONE DISPUTE PER  *
      *   INVOICE).  WHEN A CUSTOMER SHORT-PAYS AN INVOICE, PAYMNT1   *
      *   AND THE NIGHTLY LOCKBOX BATCH OPEN A DISPUTE FOR WHAT WAS   *
      *   LEFT UNPAID, UNCLASSIFIED; THE CREDIT DESK CAN ALSO OPEN    *
      *   ONE BY HAND ON THE DSPMNT1 SCREEN, WHERE EVERY DISPUTE IS   *
      *   GIVEN ITS REASON, THE CUSTOMER'S REFERENCE, AND AN OWNER.   *
      *                                                               *
      *   WHILE A DISPUTE IS OPEN (OR DECIDED BUT NOT YET POSTED)     *
      *   ITS AMOUNT IS TAKEN OFF THE INVOICE'S OPEN AMOUNT BY        *
      *   DUNRUN, FINCHG, AND CRHOLDN, SO NOBODY IS DUNNED, CHARGED,  *
      *   OR HELD FOR MONEY THEY ARE DISPUTING.  A DISPUTE IS         *
      *   RESOLVED ON DSPMNT1 ONE OF THREE WAYS: REBILL AND COLLECT   *
      *   CLOSES IT AT ONCE AND THE AMOUNT FALLS BACK INTO            *
      *   COLLECTIONS; A CREDIT MEMO OR A WRITE-OFF IS MARKED         *
      *   PENDING AND THE NIGHTLY DSPPOST BATCH POSTS THE 'C'-SERIES  *
      *   MEMO (AND, FOR A WRITE-OFF, THE BAD-DEBT JOURNAL PAIR) AND  *
      *   STAMPS THE MEMO NUMBER HERE.  THE WEEKLY DSPAGE REPORT      *
      *   AGES THE OPEN DISPUTES BY REASON AND OWNER.  RECORDS ARE    *
      *   NEVER DELETED.                                              *
      ******************************************************************
       01  DISPUTE-RECORD.
           02  DSP-INVOICE-NUMBER       PIC 9(06).
           02  DSP-CUSTOMER-NUMBER      PIC X(06).
           02  DSP-AMOUNT               PIC S9(07)V99.
           02  DSP-REASON-CODE          PIC X(01).
               88  DSP-REASON-UNCLASSIFIED          VALUE SPACE.
               88  DSP-REASON-PRICING               VALUE 'P'.
               88  DSP-REASON-DAMAGED               VALUE 'D'.
               88  DSP-REASON-NOT-RECEIVED          VALUE 'N'.
               88  DSP-REASON-TAX                   VALUE 'T'.
               88  DSP-REASON-FREIGHT               VALUE 'F'.
               88  DSP-REASON-VALID                 VALUE SPACE
                                                    'P' 'D' 'N'
                                                    'T' 'F'.
           02  DSP-CUSTOMER-REFERENCE   PIC X(15).
           02  DSP-OWNER-ID             PIC X(03).
           02  DSP-STATUS-CODE          PIC X(01).
               88  DSP-OPEN                         VALUE 'O'.
               88  DSP-POSTING-PENDING              VALUE 'P'.
               88  DSP-RESOLVED                     VALUE 'R'.
               88  DSP-STILL-DISPUTED               VALUE 'O' 'P'.
           02  DSP-SOURCE-CODE          PIC X(01).
               88  DSP-FROM-PAYMNT1                 VALUE 'K'.
               88  DSP-FROM-LOCKBOX                 VALUE 'L'.
               88  DSP-FROM-MANUAL                  VALUE 'M'.
           02  DSP-OPENED-DATE          PIC 9(08).
           02  DSP-OPENED-OPERATOR      PIC X(03).
           02  DSP-RESOLUTION-CODE      PIC X(01).
               88  DSP-RESOLVE-CREDIT-MEMO          VALUE 'C'.
               88  DSP-RESOLVE-WRITE-OFF            VALUE 'W'.
               88  DSP-RESOLVE-REBILL               VALUE 'B'.
           02  DSP-RESOLVED-DATE        PIC 9(08).
           02  DSP-RESOLVED-OPERATOR    PIC X(03).
           02  DSP-RESOLUTION-DOCUMENT  PIC 9(06).
           02  DSP-RESOLVED-AMOUNT      PIC S9(07)V99.
