      *   CLOSES, AN OVERSHIPMENT IS MARKED OVER-RECEIVED AND          *
      *   FLAGGED TO THE OPERATOR, A SHORT SHIPMENT LEAVES THE LINE    *
      *   OPEN TO AGE ON THE POAGE REPORT, AND THE HEADER CLOSES       *
      *   WHEN EVERY LINE HAS.  THE RECEIPT RECORD CARRIES THE PO      *
      *   LINE IT WAS KEYED AGAINST SO APVENT1 CAN MATCH THE           *
      *   SUPPLIER'S BILL TO WHAT WAS RECEIVED.  EVERY RECEIPT IS      *
      *   ALSO POSTED TO THE STKLED STOCK LEDGER THROUGH STKLW.        *
      *   A RECEIPT AGAINST A SPECIAL-ORDER PO LINE (ONE SPOENT1       *
      *   WROTE FOR A CUSTOMER) NEEDS NO PRODUCT CODE AND DOES NOT     *
      *   GO INTO STOCK: THE RECEIPT IS LOGGED AND APPLIED TO THE PO   *
      *   LINE AS USUAL, AND THE GOODS ARE HELD FOR THE CUSTOMER --    *
      *   ONCE THE FULL QUANTITY IS IN, THE SPCORD ORDER IS MARKED     *
      *   ARRIVED FOR THE SPORPT NOTIFY LIST AND THE OPERATOR IS TOLD  *
      *   TO SET THE GOODS ASIDE.                                      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
               88  MORE-PO-LINES                         VALUE 'Y'.
           05  PO-ALL-COMPLETE-SW              PIC X(01) VALUE 'Y'.
               88  PO-ALL-COMPLETE                       VALUE 'Y'.
           05  SPECIAL-ORDER-LINE-SW           PIC X(01) VALUE 'N'.
               88  SPECIAL-ORDER-LINE                    VALUE 'Y'.
      *
       01  FLAGS.
      *
               10  PBK-PO-NUMBER        PIC 9(06).
               10  PBK-LINE-NUMBER      PIC 9(02).
           05  PO-RESULT-MESSAGE       PIC X(79).
           05  ARRIVAL-DATE-YMD        PIC 9(08).
           05  SPECIAL-ORDER-NUMBER    PIC 9(06).
      *
       01  SPECIAL-ORDER-MESSAGE.
      *
           05  SOM-TEXT                PIC X(40).
           05  SOM-ORDER-NUMBER        PIC 9(06).
           05  SOM-TRAILER             PIC X(33).
      *
       01  COMMUNICATION-AREA.
      *
       COPY INVCTL.
      *
       COPY PORDER.
      *
       COPY SPCORD.
      *
       COPY AFTJRNL.
      *
       COPY STKLED.
      *
       COPY RCVSET1.
      *
           PERFORM 1200-EDIT-RECEIVING-DATA.
      *
           IF VALID-DATA
               IF SPECIAL-ORDER-LINE
                   PERFORM 2400-POST-SPECIAL-ORDER-RECEIPT
               ELSE
                   PERFORM 2000-POST-RECEIPT
               END-IF
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-RECEIVING-MAP
                                     RCV-H-QTY
                                     RCV-H-SUPREF.
      *
           PERFORM 1240-CHECK-SPECIAL-ORDER-LINE THRU 1240-EXIT.
      *
           EVALUATE TRUE
               WHEN SPECIAL-ORDER-LINE
                   MOVE SPO-TITLE TO RCV-D-DESC
                   MOVE ZERO      TO RCV-D-ONHAND
               WHEN     RCV-L-PCODE = ZERO
                     OR RCV-D-PCODE = SPACE
                   MOVE ATTR-REVERSE TO RCV-H-PCODE
                   MOVE -1 TO RCV-L-PCODE
                   MOVE 'You must enter a product code.'
                       TO RCV-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   PERFORM 1210-READ-PRODUCT-RECORD
                   IF PRODUCT-FOUND
                       MOVE PRM-PRODUCT-DESCRIPTION TO RCV-D-DESC
                       MOVE PRM-QUANTITY-ON-HAND    TO RCV-D-ONHAND
                   ELSE
                       MOVE SPACE TO RCV-D-DESC
                       MOVE ZERO  TO RCV-D-ONHAND
                       MOVE ATTR-REVERSE TO RCV-H-PCODE
                       MOVE -1 TO RCV-L-PCODE
                       MOVE 'That product does not exist.'
                           TO RCV-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
           END-EVALUATE.
      *
           IF       RCV-L-QTY = ZERO
                 OR RCV-D-QTY-ALPHA = SPACE
           END-IF.
      *
      ******************************************************************
      *   1240-CHECK-SPECIAL-ORDER-LINE -- A PO LINE KEYED THAT IS A   *
      *   CUSTOMER SPECIAL ORDER TAKES ITS PRODUCT CODE (OFTEN SPACES) *
      *   FROM THE LINE, SO THE OPERATOR NEED NOT KEY ONE.  ANYTHING   *
      *   WRONG WITH THE PO REFERENCE ITSELF IS LEFT FOR 1250 TO SAY.  *
      ******************************************************************
       1240-CHECK-SPECIAL-ORDER-LINE.
      *
           MOVE 'N' TO SPECIAL-ORDER-LINE-SW.
      *
           IF       RCV-L-PONO = ZERO
                 OR RCV-D-PONO-ALPHA NOT NUMERIC
                 OR RCV-D-POLINE-ALPHA NOT NUMERIC
               GO TO 1240-EXIT
           END-IF.
      *
           MOVE RCV-D-PONO   TO PBK-PO-NUMBER.
           MOVE RCV-D-POLINE TO PBK-LINE-NUMBER.
           EXEC CICS
               READ FILE('PORDER')
                    INTO(PURCHASE-ORDER-RECORD)
                    RIDFLD(PO-BROWSE-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               GO TO 1240-EXIT
           END-IF.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
           IF NOT PO-LINE OR NOT POL-SPECIAL-ORDER
               GO TO 1240-EXIT
           END-IF.
      *
           MOVE POL-SPECIAL-ORDER-NUMBER TO SPECIAL-ORDER-NUMBER.
           EXEC CICS
               READ FILE('SPCORD')
                    INTO(SPECIAL-ORDER-RECORD)
                    RIDFLD(SPECIAL-ORDER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'Y' TO SPECIAL-ORDER-LINE-SW.
           MOVE POL-PRODUCT-CODE TO RCV-D-PCODE.
      *
       1240-EXIT.
           EXIT.
      *
      ******************************************************************
      *   1250-EDIT-PO-REFERENCE -- A RECEIPT KEYED AGAINST A          *
      *   PURCHASE-ORDER LINE MUST NAME AN OPEN PO WHOSE LINE          *
      *   CARRIES THE PRODUCT BEING RECEIVED.  A RECEIPT WITH NO PO    *
               PERFORM 2050-RECEIVE-INTO-WAREHOUSE
               PERFORM 2100-GET-RECEIPT-NUMBER
               PERFORM 2200-WRITE-RECEIPT-RECORD
               PERFORM 2250-POST-STOCK-LEDGER
               MOVE PRM-QUANTITY-ON-HAND TO RCV-D-ONHAND
               MOVE RCV-RECEIPT-NUMBER   TO RCV-D-RCPTNO
               MOVE 'Receipt posted.' TO RCV-D-MESSAGE
           MOVE COST-NUMERIC TO RCV-UNIT-COST.
           MOVE EIBTRMID     TO RCV-TERMINAL-ID.
           MOVE EIBOPID      TO RCV-OPERATOR-ID.
           IF PO-ENTERED
               MOVE RCV-D-PONO   TO RCV-PO-NUMBER
               MOVE RCV-D-POLINE TO RCV-PO-LINE-NUMBER
           ELSE
               MOVE ZERO TO RCV-PO-NUMBER
                            RCV-PO-LINE-NUMBER
           END-IF.
      *
           EXEC CICS
               WRITE FILE('RCVLOG')
           MOVE RECEIPT-LOG-RECORD TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.

      *
       2250-POST-STOCK-LEDGER.
      *
           MOVE RCV-D-PCODE          TO SL-PRODUCT-CODE.
           MOVE 'W'                  TO SL-LOCATION-CODE.
           SET SL-RECEIPT            TO TRUE.
           MOVE QTY-NUMERIC          TO SL-QUANTITY.
           MOVE PRM-QUANTITY-ON-HAND TO SL-PRODUCT-BALANCE.
           MOVE LS-QUANTITY-ON-HAND  TO SL-LOCATION-BALANCE.
           MOVE RCV-RECEIPT-NUMBER   TO SL-DOCUMENT-NUMBER.
           MOVE 'RCVENT1'            TO SL-PROGRAM-ID.
           PERFORM 9700-WRITE-STOCK-LEDGER.
      *
      ******************************************************************
      *   2300-APPLY-RECEIPT-TO-PO -- BRING THE OPEN LINE'S RECEIVED   *
           END-EVALUATE.
      *
      ******************************************************************
      *   2400-POST-SPECIAL-ORDER-RECEIPT -- GOODS FOR A CUSTOMER'S    *
      *   SPECIAL ORDER ARE LOGGED AND APPLIED TO THE PO LINE (SO      *
      *   APVENT1 CAN MATCH THE SUPPLIER'S BILL) BUT NEVER TOUCH       *
      *   STOCK, THE WAREHOUSE BALANCE, OR THE STOCK LEDGER -- THEY    *
      *   ARE HELD FOR THE CUSTOMER.                                   *
      ******************************************************************
       2400-POST-SPECIAL-ORDER-RECEIPT.
      *
           PERFORM 2100-GET-RECEIPT-NUMBER.
           PERFORM 2200-WRITE-RECEIPT-RECORD.
           PERFORM 2300-APPLY-RECEIPT-TO-PO THRU 2300-EXIT.
           PERFORM 2450-HOLD-FOR-CUSTOMER THRU 2450-EXIT.
      *
           MOVE ZERO                  TO RCV-D-ONHAND.
           MOVE RCV-RECEIPT-NUMBER    TO RCV-D-RCPTNO.
           MOVE SPECIAL-ORDER-MESSAGE TO RCV-D-MESSAGE.
           MOVE SPACE TO RCV-D-QTY-ALPHA
                         RCV-D-SUPREF.
           MOVE -1 TO RCV-L-PCODE.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 1500-SEND-RECEIVING-MAP.
      *
      ******************************************************************
      *   2450-HOLD-FOR-CUSTOMER -- BRING THE SPECIAL ORDER'S          *
      *   RECEIVED QUANTITY UP.  WHEN THE FULL QUANTITY IS IN, THE     *
      *   ORDER IS MARKED ARRIVED, WHICH PUTS IT ON THE NEXT SPORPT    *
      *   NOTIFY LIST.  GOODS FOR A CANCELLED ORDER ARE FLAGGED SO     *
      *   THE OPERATOR SENDS THEM BACK.                                *
      ******************************************************************
       2450-HOLD-FOR-CUSTOMER.
      *
           EXEC CICS
               READ FILE('SPCORD')
                    INTO(SPECIAL-ORDER-RECORD)
                    RIDFLD(SPECIAL-ORDER-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           ADD QTY-NUMERIC TO SPO-QTY-RECEIVED
               ON SIZE ERROR
                   MOVE 99999 TO SPO-QTY-RECEIVED
           END-ADD.
      *
           MOVE SPO-ORDER-NUMBER TO SOM-ORDER-NUMBER.
           EVALUATE TRUE
               WHEN SPO-CANCELLED
                   MOVE 'Receipt posted.  Return to supplier: SO '
                       TO SOM-TEXT
                   MOVE ' was cancelled.' TO SOM-TRAILER
               WHEN SPO-QTY-RECEIVED < SPO-QUANTITY
                   MOVE 'Receipt posted.  Short on special order '
                       TO SOM-TEXT
                   MOVE ' -- hold what came in.' TO SOM-TRAILER
               WHEN OTHER
                   IF SPO-ON-ORDER
                       EXEC CICS
                           FORMATTIME ABSTIME(ABSOLUTE-TIME)
                           YYYYMMDD(ARRIVAL-DATE-YMD)
                       END-EXEC
                       SET SPO-ARRIVED TO TRUE
                       MOVE ARRIVAL-DATE-YMD TO SPO-ARRIVAL-DATE
                       MOVE ZERO             TO SPO-NOTIFIED-DATE
                   END-IF
                   MOVE 'Receipt posted.  Hold for special order '
                       TO SOM-TEXT
                   MOVE ' -- set aside for the customer.'
                       TO SOM-TRAILER
           END-EVALUATE.
      *
           EXEC CICS
               REWRITE FILE('SPCORD')
                       FROM(SPECIAL-ORDER-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'SPCORD  ' TO AJ-FILE-NAME.
           MOVE 'R'        TO AJ-ACTION-CODE.
           MOVE SPACE      TO AJ-RECORD-KEY.
           MOVE SPO-ORDER-NUMBER TO AJ-RECORD-KEY.
           MOVE SPECIAL-ORDER-RECORD TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.
      *
       2450-EXIT.
           EXIT.
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
