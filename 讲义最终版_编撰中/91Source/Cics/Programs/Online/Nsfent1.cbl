           05  APPLIED-REVERSED    PIC S9(07)V99 COMP-3 VALUE ZERO.
           05  UNAPPLIED-REVERSED  PIC S9(07)V99 COMP-3 VALUE ZERO.
           05  PRIOR-NSF-COUNT     PIC S9(03)  COMP-3  VALUE ZERO.
           05  SAVED-PAYMENT-REC   PIC X(60).
      *
       01  COMMUNICATION-AREA.
      *
           MOVE PAYMENT-DATE-MDY TO PAY-PAYMENT-DATE.
           MOVE EIBTRMID         TO PAY-TERMINAL-ID.
           MOVE EIBOPID          TO PAY-OPERATOR-ID.
           MOVE SPACE            TO PAY-SOURCE-CODE.
           MOVE ZERO             TO PAY-DEPOSIT-ID.
      *
           EXEC CICS
               WRITE FILE('PAYMENT')
