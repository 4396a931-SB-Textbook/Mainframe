      *   MORNING; A WORKED ITEM IS MARKED, NEVER DELETED, SO THE     *
      *   NIGHT'S DEPOSIT ALWAYS RECONCILES TO POSTINGS PLUS          *
      *   SUSPENSE.                                                   *
      *                                                               *
      *   LBS-DEPOSIT-ID IS THE LOCKBOX BATCH (DEPOSIT FILE) THE      *
      *   BANK CREDITED THE ITEM IN; LBXWRK1 CARRIES IT ONTO THE      *
      *   PAYMENT IT POSTS.                                           *
      ******************************************************************
       01  LOCKBOX-SUSPENSE-RECORD.
           02  LBS-SUSPENSE-NUMBER      PIC 9(06).
           02  LBS-WORKED-DATE          PIC 9(08).
           02  LBS-WORKED-OPERATOR      PIC X(03).
           02  LBS-POSTED-PAYMENT       PIC 9(06).
           02  LBS-DEPOSIT-ID           PIC 9(06).
