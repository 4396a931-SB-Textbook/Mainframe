           MOVE LBS-CHECK-NUMBER TO PAY-CHECK-NUMBER.
           MOVE EIBTRMID         TO PAY-TERMINAL-ID.
           MOVE EIBOPID          TO PAY-OPERATOR-ID.
           SET PAY-LOCKBOX-ITEM  TO TRUE.
           MOVE LBS-DEPOSIT-ID   TO PAY-DEPOSIT-ID.
      *
           EXEC CICS
               WRITE FILE('PAYMENT')
