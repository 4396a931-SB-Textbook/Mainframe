      *   CHANGED OR DELETED -- A KEYING ERROR IS CORRECTED BY A      *
      *   REVERSING ENTRY, THE SAME ARCHIVE-NOT-DELETE APPROACH THE   *
      *   INVOICE FILE USES.                                          *
      *                                                               *
      *   PAY-SOURCE-CODE SAYS WHERE THE MONEY CAME IN: 'K' A CHECK   *
      *   KEYED AT THE COUNTER IN PAYMNT1, WHICH THE CASH OFFICE      *
      *   CARRIES TO THE BANK; 'L' A LOCKBOX ITEM (LOCKBOX, OR        *
      *   LBXWRK1 WORKING ONE OUT OF SUSPENSE), WHICH THE BANK        *
      *   DEPOSITED ITSELF; 'G' A GIFT CERTIFICATE OR STORE CREDIT    *
      *   ORDRENT TOOK IN PAYMENT WHEN THE ORDER WAS POSTED, WITH     *
      *   THE CERTIFICATE NUMBER IN PAY-CHECK-NUMBER -- NOTHING GOES  *
      *   TO THE BANK.  RETENT1 ALSO WRITES A NEGATIVE UNAPPLIED 'G'  *
      *   RECORD WHEN A RETURN IS SETTLED IN STORE CREDIT, SO THE     *
      *   CREDIT MEMO DOES NOT ALSO REDUCE WHAT THE CUSTOMER OWES.    *
      *   OFFSETS, REFUNDS, NSF REVERSALS AND STALE-CHECK VOIDS MOVE  *
      *   NO MONEY AND CARRY SPACE.  PAY-DEPOSIT-ID TIES THE MONEY    *
      *   TO ITS DEPOSIT ON THE DEPOSIT FILE: LOCKBOX STAMPS THE      *
      *   NIGHT'S LOCKBOX BATCH, AND THE END-OF-DAY DEPRUN STAMPS     *
      *   EACH COUNTER CHECK WITH THE DEPOSIT IT GOES TO THE BANK     *
      *   IN.  RECORDS WRITTEN BEFORE DEPOSITS WERE TRACKED CARRY     *
      *   SPACE AND ZERO.                                             *
      ******************************************************************
       01  PAYMENT-RECORD.
           02  PAY-PAYMENT-NUMBER       PIC 9(06).
               88  PAY-UNAPPLIED                    VALUE 'U'.
           02  PAY-TERMINAL-ID          PIC X(04).
           02  PAY-OPERATOR-ID          PIC X(03).
           02  PAY-SOURCE-CODE          PIC X(01).
               88  PAY-COUNTER-CHECK                VALUE 'K'.
               88  PAY-LOCKBOX-ITEM                 VALUE 'L'.
               88  PAY-GIFT-CERTIFICATE             VALUE 'G'.
           02  PAY-DEPOSIT-ID           PIC 9(06).
