      *   LIMIT CHECK NOW READS DIRECTLY INSTEAD OF SUMMING THE        *
      *   INVOICE HISTORY.  LIKE INVVOID, THE OPERATOR IS SHOWN THE    *
      *   FULL PICTURE AND MUST PRESS ENTER A SECOND TIME TO CONFIRM   *
      *   BEFORE ANYTHING IS POSTED.  A CHECK SMALLER THAN WHAT THE    *
      *   INVOICE STILL OWES OPENS A DISPUTE ON THE DISPUTE FILE FOR   *
      *   THE DIFFERENCE, SO COLLECTIONS LEAVES IT ALONE UNTIL THE     *
      *   CREDIT DESK HAS WORKED IT ON DSPMNT1.                        *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           05  CA-PAYMENT-DATE               PIC 9(08).
           05  CA-APPLIED-AMOUNT             PIC S9(07)V99 COMP-3.
           05  CA-UNAPPLIED-AMOUNT           PIC S9(07)V99 COMP-3.
           05  CA-SHORT-AMOUNT               PIC S9(07)V99 COMP-3.
           05  CA-HELP-SW                    PIC X(01).
               88  HELP-WAS-SHOWN                       VALUE 'H'.
      *
       COPY PAYMENT.
      *
       COPY ARBAL.
      *
       COPY DISPUTE.
      *
       COPY INVOICE.
      *
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA             PIC X(47).
      *
       PROCEDURE DIVISION.
      *
               MOVE 'Press Enter to post this payment.  Or press F12 to
      -            ' cancel.' TO PAYM-D-INSTR
               MOVE 'F3=Exit   F12=Cancel' TO PAYM-D-FKEY
               IF CA-SHORT-AMOUNT > ZERO
                   MOVE 'Short-pay.  The unpaid balance will be opened a
      -                's a dispute.' TO PAYM-D-MESSAGE
               ELSE
                   MOVE SPACE TO PAYM-D-MESSAGE
               END-IF
               MOVE ATTR-PROT TO PAYM-A-CUSTNO
                                 PAYM-A-INVNO
                                 PAYM-A-CHECKNO
      ******************************************************************
      *   1300-FORMAT-CONFIRMATION -- SPLIT THE CHECK BETWEEN APPLIED  *
      *   AND UNAPPLIED CASH AND SHOW THE OPERATOR THE SPLIT BEFORE    *
      *   ANYTHING IS POSTED.  WHATEVER THE CHECK LEAVES UNPAID ON THE *
      *   INVOICE IS KEPT AS THE SHORT-PAY FOR THE DISPUTE.            *
      ******************************************************************
       1300-FORMAT-CONFIRMATION.
      *
           MOVE ZERO TO CA-SHORT-AMOUNT.
      *
           IF INVOICE-ENTERED
               MOVE PAYM-D-INVNO TO CA-INVOICE-NUMBER
               ELSE
                   MOVE AMOUNT-NUMERIC TO CA-APPLIED-AMOUNT
                   MOVE ZERO           TO CA-UNAPPLIED-AMOUNT
                   SUBTRACT AMOUNT-NUMERIC FROM INVOICE-OPEN-AMOUNT
                       GIVING CA-SHORT-AMOUNT
               END-IF
           ELSE
               MOVE ZERO TO CA-INVOICE-NUMBER
           PERFORM 2300-UPDATE-OPEN-BALANCE.
      *
           MOVE LOW-VALUE TO PAYMAP1.
           IF CA-SHORT-AMOUNT > ZERO
               PERFORM 2400-OPEN-SHORT-PAY-DISPUTE
           ELSE
               MOVE 'Payment posted.' TO PAYM-D-MESSAGE
           END-IF.
           PERFORM 1600-SET-ENTRY-INSTRUCTIONS.
           MOVE -1 TO PAYM-L-CUSTNO.
           SET SEND-ERASE TO TRUE.
           MOVE CA-CHECK-NUMBER    TO PAY-CHECK-NUMBER.
           MOVE EIBTRMID           TO PAY-TERMINAL-ID.
           MOVE EIBOPID            TO PAY-OPERATOR-ID.
           SET PAY-COUNTER-CHECK   TO TRUE.
           MOVE ZERO               TO PAY-DEPOSIT-ID.
      *
           EXEC CICS
               WRITE FILE('PAYMENT')
           END-IF.
      *
      ******************************************************************
      *   2400-OPEN-SHORT-PAY-DISPUTE -- THE UNPAID BALANCE GOES ON    *
      *   THE DISPUTE FILE UNCLASSIFIED, OWNED BY THE OPERATOR WHO     *
      *   TOOK THE CHECK, FOR THE CREDIT DESK TO WORK ON DSPMNT1.  AN  *
      *   OPEN DISPUTE ALREADY ON THE INVOICE IS BROUGHT DOWN TO WHAT  *
      *   IS STILL SHORT; ONE ALREADY DECIDED IS LEFT AS IT STANDS.    *
      ******************************************************************
       2400-OPEN-SHORT-PAY-DISPUTE.
      *
           EXEC CICS
               READ FILE('DISPUTE')
                    INTO(DISPUTE-RECORD)
                    RIDFLD(CA-INVOICE-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE CA-INVOICE-NUMBER  TO DSP-INVOICE-NUMBER
                   MOVE CA-CUSTOMER-NUMBER TO DSP-CUSTOMER-NUMBER
                   MOVE CA-SHORT-AMOUNT    TO DSP-AMOUNT
                   SET DSP-REASON-UNCLASSIFIED TO TRUE
                   MOVE SPACE              TO DSP-CUSTOMER-REFERENCE
                   MOVE EIBOPID            TO DSP-OWNER-ID
                   SET DSP-OPEN            TO TRUE
                   SET DSP-FROM-PAYMNT1    TO TRUE
                   MOVE POSTING-DATE-YMD   TO DSP-OPENED-DATE
                   MOVE EIBOPID            TO DSP-OPENED-OPERATOR
                   MOVE SPACE              TO DSP-RESOLUTION-CODE
                                              DSP-RESOLVED-OPERATOR
                   MOVE ZERO               TO DSP-RESOLVED-DATE
                                              DSP-RESOLUTION-DOCUMENT
                                              DSP-RESOLVED-AMOUNT
                   EXEC CICS
                       WRITE FILE('DISPUTE')
                             FROM(DISPUTE-RECORD)
                             RIDFLD(DSP-INVOICE-NUMBER)
                             RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
                   MOVE 'Payment posted.  The short-pay is open as a dis
      -                'pute.' TO PAYM-D-MESSAGE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN DSP-OPEN
                   MOVE CA-SHORT-AMOUNT TO DSP-AMOUNT
                   EXEC CICS
                       REWRITE FILE('DISPUTE')
                               FROM(DISPUTE-RECORD)
                               RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
                   MOVE 'Payment posted.  The open dispute now covers th
      -                'e short-pay.' TO PAYM-D-MESSAGE
               WHEN OTHER
                   EXEC CICS
                       UNLOCK FILE('DISPUTE')
                   END-EXEC
                   MOVE 'Payment posted.  The invoice''s dispute was alr
      -                'eady decided.' TO PAYM-D-MESSAGE
           END-EVALUATE.
      *
      ******************************************************************
      *   9800-WRITE-AFTER-IMAGE -- FORWARD-RECOVERY JOURNAL HOOK.     *
      *   THE CALLER SET THE FILE NAME, ACTION, KEY, AND IMAGE IN THE  *
      *   AFTJRNL AREA; AJRNW STAMPS IT AND QUEUES IT TO AJRN FOR      *
