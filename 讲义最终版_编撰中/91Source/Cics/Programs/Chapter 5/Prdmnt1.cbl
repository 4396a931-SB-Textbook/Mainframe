       01  WORK-FIELDS.
      *
           05  RESPONSE-CODE                 PIC S9(8) COMP.
           05  OLD-QUANTITY-ON-HAND          PIC 9(5).
      *
       01  USER-INSTRUCTIONS.
      *
               88  PROCESS-DELETE-PRODUCT           VALUE '4'.
           05  CA-PRODUCT-RECORD.
               10  CA-PRODUCT-CODE           PIC X(6).
               10  FILLER                    PIC X(63).
           05  CA-HELP-SW                    PIC X(01).
               88  HELP-WAS-SHOWN                   VALUE 'H'.
      *
       COPY PRDSET1.
      *
       COPY AFTJRNL.
      *
       COPY STKLED.
      *
       COPY DFHAID.
      *
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                       PIC X(71).
      *
       PROCEDURE DIVISION.
      *
               MOVE PRM-REORDER-QUANTITY    TO REOQTY2O
               MOVE PRM-BIN-LOCATION        TO BIN2O
               MOVE PRM-SHIP-WEIGHT         TO WEIGHT2O
               MOVE PRM-STATUS-CODE         TO STAT2O
               MOVE -1          TO DESC2L
               SET SEND-ERASE TO TRUE
               PERFORM 1400-SEND-DATA-MAP
                                             REORD2A
                                             REOQTY2A
                                             BIN2A
                                             STAT2A
                       ELSE
                           IF RESPONSE-CODE = DFHRESP(NOTFND)
                               MOVE 'That product does not exist.'
       2000-PROCESS-ADD-PRODUCT.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 2200-EDIT-PRODUCT-STATUS.
           IF NOT VALID-DATA
               PERFORM 2250-SEND-STATUS-ERROR
           ELSE
               PERFORM 2010-ADD-PRODUCT
           END-IF.
      *
       2010-ADD-PRODUCT.
      *
           PERFORM 2300-WRITE-PRODUCT-RECORD.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Product record added.' TO MSG1O
                       MAPSET('PRDSET1')
                       INTO(PRDMAP2I)
           END-EXEC.
      *
      *    THE LIFECYCLE STATUS IS A (ACTIVE), D (DISCONTINUED -- SELL
      *    WHAT IS ON HAND) OR O (OUT OF PRINT).  LEFT BLANK, A PRODUCT
      *    IS ACTIVE.
       2200-EDIT-PRODUCT-STATUS.
      *
           IF STAT2I = SPACE OR LOW-VALUE
               MOVE 'A' TO STAT2I
           END-IF.
           IF STAT2I NOT = 'A' AND 'D' AND 'O'
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       2250-SEND-STATUS-ERROR.
      *
           MOVE LOW-VALUE TO PRDMAP2O.
           MOVE 'Status must be A (active), D (discontinued) or O (out o
      -         'f print).' TO MSG2O.
           MOVE -1 TO STAT2L.
           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM 1400-SEND-DATA-MAP.
      *
       2300-WRITE-PRODUCT-RECORD.
      *
           MOVE REOQTY2I TO PRM-REORDER-QUANTITY.
           MOVE BIN2I   TO PRM-BIN-LOCATION.
           MOVE WEIGHT2I TO PRM-SHIP-WEIGHT.
           MOVE STAT2I  TO PRM-STATUS-CODE.
           EXEC CICS
               WRITE FILE('PRODUCT')
                     FROM(PRODUCT-MASTER-RECORD)
               MOVE PRM-PRODUCT-CODE TO AJ-RECORD-KEY
               MOVE PRODUCT-MASTER-RECORD TO AJ-RECORD-IMAGE
               PERFORM 9800-WRITE-AFTER-IMAGE
               MOVE ZERO TO OLD-QUANTITY-ON-HAND
               PERFORM 3300-POST-STOCK-LEDGER
           END-IF.
      *
       3000-PROCESS-CHANGE-PRODUCT.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 2200-EDIT-PRODUCT-STATUS.
           IF NOT VALID-DATA
               PERFORM 2250-SEND-STATUS-ERROR
           ELSE
               PERFORM 3010-CHANGE-PRODUCT
           END-IF.
      *
       3010-CHANGE-PRODUCT.
      *
           MOVE PRDNO2I TO PRM-PRODUCT-CODE.
           PERFORM 3100-READ-PRODUCT-FOR-UPDATE.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
      *
       3200-REWRITE-PRODUCT-RECORD.
      *
           MOVE PRM-QUANTITY-ON-HAND TO OLD-QUANTITY-ON-HAND.
           MOVE DESC2I  TO PRM-PRODUCT-DESCRIPTION.
           MOVE PRICE2I TO PRM-UNIT-PRICE.
           MOVE QOH2I   TO PRM-QUANTITY-ON-HAND.
           MOVE REOQTY2I TO PRM-REORDER-QUANTITY.
           MOVE BIN2I   TO PRM-BIN-LOCATION.
           MOVE WEIGHT2I TO PRM-SHIP-WEIGHT.
           MOVE STAT2I  TO PRM-STATUS-CODE.
           EXEC CICS
               REWRITE FILE('PRODUCT')
                       FROM(PRODUCT-MASTER-RECORD)
           MOVE PRM-PRODUCT-CODE TO AJ-RECORD-KEY.
           MOVE PRODUCT-MASTER-RECORD TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.
           PERFORM 3300-POST-STOCK-LEDGER.
      *
       3300-POST-STOCK-LEDGER.
      *
           IF PRM-QUANTITY-ON-HAND NOT = OLD-QUANTITY-ON-HAND
               MOVE PRM-PRODUCT-CODE     TO SL-PRODUCT-CODE
               MOVE SPACE                TO SL-LOCATION-CODE
               SET SL-MAINTENANCE        TO TRUE
               COMPUTE SL-QUANTITY = PRM-QUANTITY-ON-HAND
                                   - OLD-QUANTITY-ON-HAND
               MOVE PRM-QUANTITY-ON-HAND TO SL-PRODUCT-BALANCE
               MOVE ZERO                 TO SL-LOCATION-BALANCE
               MOVE SPACE                TO SL-DOCUMENT-NUMBER
               MOVE 'PRDMNT1'            TO SL-PROGRAM-ID
               PERFORM 9700-WRITE-STOCK-LEDGER
           END-IF.

      *
       4000-PROCESS-DELETE-PRODUCT.

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
