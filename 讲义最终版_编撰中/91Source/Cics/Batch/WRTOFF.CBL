000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   WRTOFF -- MONTH-END SMALL-BALANCE WRITE-OFF RUN.             *
000110*   CUSTOMERS CONSTANTLY SHORT-PAY BY PENNIES AND THE SCRAPS     *
000120*   CLUTTERED ARBAL, THE STATEMENTS, AND THE AGERPT 90+ COLUMN   *
000130*   FOREVER.  THIS RUN NETS EACH CUSTOMER'S OPEN ORIGINALS THE   *
000140*   WAY AGERPT DOES AND, FOR EVERY INVOICE WHOSE REMAINING OPEN  *
000150*   AMOUNT IS UNDER THE TOLERANCE ON THE WOFPARM CONTROL CARD    *
000160*   (DOLLARS AND CENTS, 9(5)V99 IN COLUMNS 1-7 -- AN OPERATIONS  *
000170*   PARAMETER, NOT A HARDCODED NUMBER), POSTS A CREDIT MEMO      *
000180*   FROM THE 'C' SERIES REFERENCING THE ORIGINAL THROUGH         *
000190*   INV-VOID-OF-INVOICE -- THE SAME ADJUSTMENT PATH INVVOID AND  *
000200*   RETENT1 USE, SO THE STATEMENT, AGERPT, AND THE DUNNING       *
000210*   SELECTION ALL GO CLEAN WITH NO FURTHER PLUMBING -- AND       *
000220*   TAKES THE AMOUNT OFF ARBAL.  EACH WRITE-OFF ALSO PUTS A      *
000230*   BALANCED PAIR OF JOURNAL LINES ON GLJOUT (BAD-DEBT DEBIT,    *
000240*   RECEIVABLES CREDIT) IN THE SAME HEADER/DETAIL/TRAILER BATCH  *
000250*   FORMAT GLJRNL PRODUCES.  A REGISTER BY CUSTOMER PRINTS FOR   *
000260*   THE CONTROLLER AND THE RUN IS LOGGED THROUGH RUNLOGW.        *
000270*                                                                *
000280*   MODIFICATION HISTORY.                                        *
000290*   09/02/2026  RH   INITIAL VERSION.                            *
000300*   09/02/2026  RH   READ THE LEDGER ACCOUNTS FROM THE GLAMAP    *
000310*                    MAPPING FILE AT RUN TIME.                   *
000311*   10/15/2026  RH   CLEAR THE NEW PROMOTION DISCOUNT ON         *
000312*                    THE INVOICES WRITTEN.                       *
000313*   10/15/2026  RH   ZERO THE NEW LINE COST AND STANDARD         *
000314*                    FREIGHT FIELDS ON THE INVOICE.              *
000315*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000316*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000317*                    NOT COMPLETED.                              *
000320******************************************************************
000330*
000340 ENVIRONMENT DIVISION.
001590 WORKING-STORAGE SECTION.
001600*
001610     COPY RUNLOG.
001611*
001612     COPY PREDPARM.
001620*
001630 01  RUN-TIMING-FIELDS.
001640     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
003190 1000-INITIALIZE.
003200*
003210     ACCEPT WS-START-TIME-RAW FROM TIME.
003211     MOVE 'WRTOFF  ' TO PC-PROGRAM.
003212     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
003213     IF PC-REFUSED
003214         MOVE PC-RETURN-CODE TO RETURN-CODE
003215         STOP RUN
003216     END-IF.
003220*
003230     OPEN INPUT  PARM-FILE.
003240     OPEN INPUT  CUSTMAS-FILE.
007060                       INV-UNIT-PRICE(WS-LINE-SUB)
007070                       INV-AMOUNT(WS-LINE-SUB)
007080                 INV-LINE-DISC-AMT(WS-LINE-SUB)
007081                 INV-LINE-UNIT-COST(WS-LINE-SUB)
007090     END-PERFORM.
007100*
007110     MOVE OIT-OPEN-AMOUNT(WS-OIT-SUB) TO INV-AMOUNT(1).
007120     MOVE OIT-OPEN-AMOUNT(WS-OIT-SUB) TO INV-INVOICE-TOTAL.
007130     MOVE ZERO                        TO INV-TAX-AMOUNT.
007140     MOVE ZERO                        TO INV-FREIGHT-AMOUNT.
007141     MOVE ZERO                        TO INV-STD-FREIGHT-AMT.
007142*    A MEMO NEVER AGES; ZERO KEEPS THE FIELD NUMERIC FOR THE
007144*    DUE-DATE TESTS DOWNSTREAM.
007146     MOVE ZERO                        TO INV-DUE-DATE.
007148     MOVE ZERO                        TO INV-PROMO-DISC-AMT.
007150*
007160     MOVE 'BTCH' TO INV-TERMINAL-ID.
007170     MOVE 'WOF'  TO INV-OPERATOR-ID.
