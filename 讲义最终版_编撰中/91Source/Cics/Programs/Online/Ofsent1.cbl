           SET PAY-APPLIED         TO TRUE.
           MOVE EIBTRMID           TO PAY-TERMINAL-ID.
           MOVE EIBOPID            TO PAY-OPERATOR-ID.
           MOVE SPACE              TO PAY-SOURCE-CODE.
           MOVE ZERO               TO PAY-DEPOSIT-ID.
      *
           EXEC CICS
               WRITE FILE('PAYMENT')
