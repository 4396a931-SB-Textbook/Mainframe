      ******************************************************************
      *   GIFTCRT -- RECORD LAYOUT FOR THE GIFT CERTIFICATE AND       *
      *   STORE-CREDIT FILE (VSAM KSDS, KEYED BY                      *
      *   GC-CERTIFICATE-NUMBER, ASSIGNED FROM THE 'G' SERIES ON      *
      *   INVCTL).  A CERTIFICATE IS EITHER SOLD ('S') AT THE         *
      *   COUNTER ON GFTENT1 FOR CASH OR A CHECK, OR GRANTED AS       *
      *   STORE CREDIT ('R') BY RETENT1 WHEN A RETURNING CUSTOMER     *
      *   TAKES CREDIT INSTEAD OF A CREDIT TO THEIR ACCOUNT;          *
      *   GC-SOURCE-DOCUMENT THEN CARRIES THE RETURN'S CREDIT MEMO.   *
      *   ORDRENT ACCEPTS THE CERTIFICATE NUMBER AS FULL OR PARTIAL   *
      *   PAYMENT WHEN AN ORDER IS POSTED AND TAKES THE AMOUNT USED   *
      *   OFF GC-REMAINING-BALANCE; A CERTIFICATE WORN DOWN TO ZERO   *
      *   IS MARKED REDEEMED ('R').  A CERTIFICATE IS GOOD THROUGH    *
      *   GC-EXPIRY-DATE (ZERO MEANS IT NEVER EXPIRES) -- AN EXPIRED  *
      *   CERTIFICATE IS REFUSED AT THE ORDER BUT KEEPS ITS BALANCE   *
      *   ON FILE, AND ON THE GFTLIAB LIABILITY REPORT, UNTIL         *
      *   ACCOUNTING DECIDES WHAT TO DO WITH IT.  EVERY ISSUE AND     *
      *   REDEMPTION IS ALSO WRITTEN TO THE GIFTACT ACTIVITY FILE,    *
      *   WHICH IS WHAT GLJRNL JOURNALS.  DATES ARE YYYYMMDD.         *
      *   RECORDS ARE NEVER DELETED.                                  *
      ******************************************************************
       01  GIFT-CERTIFICATE-RECORD.
           02  GC-CERTIFICATE-NUMBER    PIC 9(06).
           02  GC-CERTIFICATE-TYPE      PIC X(01).
               88  GC-SOLD                          VALUE 'S'.
               88  GC-STORE-CREDIT                  VALUE 'R'.
           02  GC-CUSTOMER-NUMBER       PIC X(06).
           02  GC-ISSUE-DATE            PIC 9(08).
           02  GC-ORIGINAL-VALUE        PIC S9(07)V99.
           02  GC-REMAINING-BALANCE     PIC S9(07)V99.
           02  GC-STATUS-CODE           PIC X(01).
               88  GC-ACTIVE                        VALUE 'A'.
               88  GC-REDEEMED                      VALUE 'R'.
           02  GC-EXPIRY-DATE           PIC 9(08).
           02  GC-TENDER-CODE           PIC X(01).
               88  GC-TENDER-CASH                   VALUE 'C'.
               88  GC-TENDER-CHECK                  VALUE 'K'.
               88  GC-TENDER-VALID                  VALUE 'C' 'K'.
           02  GC-SOURCE-DOCUMENT       PIC 9(06).
           02  GC-LAST-USED-DATE        PIC 9(08).
           02  GC-ISSUE-TERMINAL        PIC X(04).
           02  GC-ISSUE-OPERATOR        PIC X(03).
