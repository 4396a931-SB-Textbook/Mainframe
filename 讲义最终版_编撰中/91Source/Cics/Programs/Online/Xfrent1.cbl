      *   STOCK, IT DOES NOT CREATE OR DESTROY IT.  THE SCREEN SHOWS   *
      *   THE LOCATION BREAKDOWN AFTER EVERY POSTING, AND KEYING A     *
      *   PRODUCT CODE BY ITSELF IS THE LOCATION INQUIRY -- THE        *
      *   BREAKDOWN DISPLAYS WITHOUT ANYTHING MOVING.  EACH TRANSFER   *
      *   IS ALSO POSTED TO THE STKLED STOCK LEDGER THROUGH STKLW AS   *
      *   A TRANSFER OUT AND A TRANSFER IN.                            *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           05  QTY-NUMERIC         PIC 9(05).
           05  ABSOLUTE-TIME       PIC S9(15)  COMP-3.
           05  MOVEMENT-DATE       PIC 9(08).
           05  FROM-BALANCE        PIC 9(05).
           05  LOOKUP-KEY.
               10  LK-PRODUCT-CODE      PIC X(06).
               10  LK-LOCATION-CODE     PIC X(01).
       COPY LOCSTK.
      *
       COPY LOCMOVE.
      *
       COPY STKLED.
      *
       COPY INVCTL.
      *
           END-IF.
      *
           SUBTRACT QTY-NUMERIC FROM LS-QUANTITY-ON-HAND.
           MOVE LS-QUANTITY-ON-HAND TO FROM-BALANCE.
           EXEC CICS
               REWRITE FILE('LOCSTK')
                       FROM(LOCATION-STOCK-RECORD)
           END-EVALUATE.
      *
           PERFORM 2100-LOG-MOVEMENT.
           PERFORM 2150-POST-STOCK-LEDGER.
           PERFORM 2200-SHOW-BREAKDOWN.
      *
           MOVE 'Transfer posted.' TO XFR-D-MESSAGE.

      *
      ******************************************************************
      *   2150-POST-STOCK-LEDGER -- ONE LEDGER RECORD FOR EACH SIDE    *
      *   OF THE TRANSFER.  THE PRODUCT TOTAL DOES NOT MOVE.           *
      ******************************************************************
       2150-POST-STOCK-LEDGER.
      *
           MOVE XFR-D-PCODE          TO SL-PRODUCT-CODE.
           MOVE PRM-QUANTITY-ON-HAND TO SL-PRODUCT-BALANCE.
           MOVE LM-MOVEMENT-NUMBER   TO SL-DOCUMENT-NUMBER.
           MOVE 'XFRENT1'            TO SL-PROGRAM-ID.
      *
           MOVE XFR-D-FROMLOC        TO SL-LOCATION-CODE.
           SET SL-TRANSFER-OUT       TO TRUE.
           COMPUTE SL-QUANTITY = ZERO - QTY-NUMERIC.
           MOVE FROM-BALANCE         TO SL-LOCATION-BALANCE.
           PERFORM 9700-WRITE-STOCK-LEDGER.
      *
           MOVE XFR-D-TOLOC          TO SL-LOCATION-CODE.
           SET SL-TRANSFER-IN        TO TRUE.
           MOVE QTY-NUMERIC          TO SL-QUANTITY.
           MOVE LS-QUANTITY-ON-HAND  TO SL-LOCATION-BALANCE.
           PERFORM 9700-WRITE-STOCK-LEDGER.
      *
      ******************************************************************
      *   2200-SHOW-BREAKDOWN -- REFRESH THE STORE/WAREHOUSE/ANNEX    *
      *   QUANTITIES AND THE PRODUCT-MASTER TOTAL ON THE SCREEN.      *
      ******************************************************************
           END-IF.
      *
      ******************************************************************
      *   9700-WRITE-STOCK-LEDGER -- STOCK-MOVEMENT TRAIL.  THE        *
      *   CALLER SET THE PRODUCT, LOCATION, TYPE, QUANTITY, BALANCES,  *
      *   DOCUMENT, AND PROGRAM IN THE STKLED AREA; STKLW STAMPS IT    *
      *   AND WRITES IT.                                               *
      ******************************************************************
       9700-WRITE-STOCK-LEDGER.
      *
           EXEC CICS
               LINK PROGRAM('STKLW')
                    COMMAREA(STOCK-LEDGER-RECORD)
           END-EXEC.
      *
      ******************************************************************
      *   9800-WRITE-AFTER-IMAGE -- FORWARD-RECOVERY JOURNAL HOOK.     *
      *   THE CALLER SET THE FILE NAME, ACTION, KEY, AND IMAGE IN THE  *
      *   AFTJRNL AREA; AJRNW STAMPS IT AND QUEUES IT TO AJRN FOR      *
