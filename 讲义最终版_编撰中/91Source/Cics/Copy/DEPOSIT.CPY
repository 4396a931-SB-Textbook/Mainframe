      ******************************************************************
      *   DEPOSIT -- RECORD LAYOUT FOR THE BANK DEPOSIT FILE (VSAM    *
      *   KSDS, KEYED BY DEP-DEPOSIT-ID FROM THE 'D' SERIES ON        *
      *   INVCTL, WITH AN ALTERNATE INDEX ON DEP-DEPOSIT-DATE).  ONE  *
      *   RECORD FOR EACH DEPOSIT OF OURS THE BANK SHOULD CREDIT:     *
      *   DEPRUN WRITES THE END-OF-DAY COUNTER DEPOSIT ('K') OF THE   *
      *   CHECKS KEYED IN PAYMNT1 AND PRINTS ITS SLIP, AND LOCKBOX    *
      *   WRITES ONE LOCKBOX BATCH ('L') FOR EACH DEPOSIT DATE ON     *
      *   THE BANK'S LOCKBOX FILE -- EVERY ITEM, POSTED OR SENT TO    *
      *   SUSPENSE.  DEP-DEPOSIT-DATE IS YYYYMMDD, THE WAY THE BANK   *
      *   DATES ITS FILES.  THE PAYMENTS IN A DEPOSIT CARRY ITS ID    *
      *   IN PAY-DEPOSIT-ID.  DEPREC MATCHES THE BANK'S STATEMENT OF  *
      *   CREDITS AGAINST THIS FILE: DEP-BANK-AMOUNT IS WHAT THE      *
      *   BANK HAS CREDITED SO FAR, AND DEP-RECON-STATUS SAYS         *
      *   WHETHER THAT AGREES.  DEPOSIT RECORDS ARE NEVER DELETED.    *
      ******************************************************************
       01  DEPOSIT-RECORD.
           02  DEP-DEPOSIT-ID           PIC 9(06).
           02  DEP-DEPOSIT-TYPE         PIC X(01).
               88  DEP-COUNTER-DEPOSIT              VALUE 'K'.
               88  DEP-LOCKBOX-BATCH                VALUE 'L'.
           02  DEP-DEPOSIT-DATE         PIC 9(08).
           02  DEP-ITEM-COUNT           PIC 9(05).
           02  DEP-DEPOSIT-AMOUNT       PIC S9(09)V99.
           02  DEP-RECON-STATUS         PIC X(01).
               88  DEP-NOT-CREDITED                 VALUE 'O'.
               88  DEP-RECONCILED                   VALUE 'R'.
               88  DEP-DIFFERENCE                   VALUE 'D'.
           02  DEP-BANK-AMOUNT          PIC S9(09)V99.
           02  DEP-RECON-DATE           PIC 9(08).
