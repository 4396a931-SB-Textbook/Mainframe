      *   RECOMPUTED FROM THE CUSTOMER'S TERMS, AND THE WHOLE          *
      *   AMOUNT -- MERCHANDISE, TAX, FREIGHT -- CARRIED ONTO          *
      *   ARBAL.  A KIT LINE SHIPS WHOLE OR WAITS WHOLE; ITS           *
      *   COMPONENT ARITHMETIC DOES NOT SPLIT.  STOCK PUT BACK ON      *
      *   THE SHELF IS POSTED TO THE STKLED STOCK LEDGER THROUGH       *
      *   STKLW.                                                       *
      *                                                                *
      *   THE WAREHOUSE ALSO KEYS THE CARRIER'S TRACKING NUMBER (IF    *
      *   THE CARRIER ISSUES ONE) AND THE CARTON COUNT, AND EACH       *
      *   CONFIRMATION WRITES A SHPMAN MANIFEST RECORD WITH THEM AND   *
      *   THE WEIGHT AND FREIGHT JUST RATED.  THE END-OF-DAY MANCLS    *
      *   BATCH PRINTS THE CARRIER MANIFEST AND CLOSES THE SHIPPER'S   *
      *   DAY; AFTER THAT NOTHING MORE CONFIRMS FOR THAT SHIPPER       *
      *   TODAY.  KEYING AN INVOICE ALREADY SHIPPED BRINGS UP ITS      *
      *   TRACKING NUMBER AND CARTONS FOR CORRECTION WHILE ITS         *
      *   MANIFEST IS STILL OPEN; A CLOSED SHIPMENT IS LOCKED.         *
      *   THE TAX RECOMPUTED AT BILLING HONORS THE CUSTOMER'S SALES-   *
      *   TAX EXEMPTION CERTIFICATE (TAXEXM) IF ONE IS IN FORCE FOR    *
      *   THE DESTINATION STATE ON THE SHIP DATE.                      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
               88  VALID-DATA                          VALUE 'Y'.
           05  PERIOD-OPEN-SW              PIC X(01)   VALUE 'Y'.
               88  PERIOD-OPEN                         VALUE 'Y'.
           05  CORRECTION-SW               PIC X(01)   VALUE 'N'.
               88  TRACKING-CORRECTION                 VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  POSTING-DATE-YMD            PIC 9(08)   VALUE ZERO.
           05  ITEM-SUB                    PIC S9(03)  COMP-3.
           05  SHIP-QTY-NUMERIC            PIC 9(05).
           05  CARTON-ENTRY                PIC X(05).
           05  CARTON-COUNT                PIC 9(05).
           05  SHORT-QUANTITY              PIC 9(05).
           05  BACKORDER-COUNT             PIC S9(03)  COMP-3.
           05  ANY-SHIPPED-SW              PIC X(01)   VALUE 'N'.
           05  LINE-SUB                    PIC S9(03)  COMP-3.
           05  SHIPMENT-WEIGHT             PIC 9(07)V99 COMP-3.
           05  FREIGHT-AMOUNT              PIC 9(05)V99 COMP-3.
           05  STD-FREIGHT-AMOUNT          PIC 9(05)V99 COMP-3.
           05  DEST-ZONE                   PIC X(02).
           05  MORE-RATES-SW               PIC X(01)   VALUE 'N'.
               88  MORE-RATES                          VALUE 'Y'.
               10  RBK-SHIPPER             PIC X(10).
               10  RBK-ZONE                PIC X(02).
               10  RBK-WEIGHT-LIMIT        PIC 9(05)V99.
           05  CLOSE-RECORD-KEY.
               10  CRK-SHIPPER             PIC X(10).
               10  CRK-SHIP-DATE           PIC 9(08).
               10  CRK-INVOICE-NUMBER      PIC 9(06).
      *
       01  GETINV-PARMS.
           05  GIP-SERIES              PIC X(01).
           05  CA-CONTEXT-FLAG              PIC X(01).
               88  PROCESS-KEY-ENTRY                   VALUE '1'.
               88  PROCESS-CONFIRM-SHIP                VALUE '2'.
               88  PROCESS-CORRECT-TRACKING            VALUE '3'.
           05  CA-INVOICE-NUMBER            PIC 9(06).
           05  CA-SHIPPER                   PIC X(10).
           05  CA-WAS-UNBILLED-SW           PIC X(01).
       COPY BACKORD.
      *
       COPY KITMAS.
      *
       COPY STKLED.
      *
       COPY FISCTL.
      *
       COPY SHPMAN.
      *
       COPY TAXEXM.
      *
       COPY AFTJRNL.
      *
                   END-EXEC
      *
               WHEN EIBAID = DFHPF12
                   IF PROCESS-CONFIRM-SHIP OR PROCESS-CORRECT-TRACKING
                       MOVE LOW-VALUE TO SHPMAP1
                       MOVE 'Confirmation cancelled.  Nothing was updat
      -                    'ed.' TO SHP-D-MESSAGE
                           PERFORM 1000-DISPLAY-FOR-CONFIRMATION
                       WHEN PROCESS-CONFIRM-SHIP
                           PERFORM 2000-POST-SHIP-CONFIRM
                       WHEN PROCESS-CORRECT-TRACKING
                           PERFORM 2800-POST-TRACKING-CORRECTION
                   END-EVALUATE
      *
               WHEN OTHER
           PERFORM 1100-RECEIVE-SHIP-MAP.
           PERFORM 1200-EDIT-SHIP-DATA THRU 1200-EXIT.
      *
           EVALUATE TRUE
      *
               WHEN NOT VALID-DATA
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-SHIP-MAP
      *
               WHEN TRACKING-CORRECTION
                   MOVE INV-INVOICE-NUMBER TO CA-INVOICE-NUMBER
                   MOVE SM-SHIPPER         TO CA-SHIPPER
                                              SHP-D-SHIPPER
                   PERFORM 1300-DISPLAY-INVOICE-DETAILS
                   PERFORM 1370-PROTECT-ONE-SHIP-LINE
                       VARYING ITEM-SUB FROM 1 BY 1
                         UNTIL ITEM-SUB > 20
                   MOVE 'SHIPPED, MANIFEST OPEN' TO SHP-D-STATUS
                   MOVE SM-TRACKING-NUMBER TO SHP-D-TRACK
                   MOVE SM-CARTON-COUNT    TO SHP-D-CARTONS
                   MOVE ATTR-PROT TO SHP-A-INVNO
                                     SHP-A-SHIPPER
      *            BOTH FIELDS COME BACK WHETHER TOUCHED OR NOT.
                   MOVE ATTR-UNPROT-MDT TO SHP-A-TRACK
                                           SHP-A-CARTONS
                   MOVE -1 TO SHP-L-TRACK
                   MOVE 'Correct the tracking number or cartons.  Enter
      -                ' to save, F12 to cancel.' TO SHP-D-INSTR
                   MOVE SPACE TO SHP-D-MESSAGE
                   SET SEND-DATAONLY TO TRUE
                   PERFORM 1500-SEND-SHIP-MAP
                   SET PROCESS-CORRECT-TRACKING TO TRUE
      *
               WHEN OTHER
                   MOVE INV-INVOICE-NUMBER TO CA-INVOICE-NUMBER
                   MOVE SHP-D-SHIPPER      TO CA-SHIPPER
                   MOVE 'N'                TO CA-WAS-UNBILLED-SW
                   PERFORM 1300-DISPLAY-INVOICE-DETAILS
                   MOVE ATTR-PROT TO SHP-A-INVNO
                                     SHP-A-SHIPPER
                   MOVE -1 TO SHP-L-TRACK
                   MOVE 'Key the tracking number and cartons.  Enter to
      -                ' confirm, F12 to cancel.' TO SHP-D-INSTR
                   MOVE SPACE TO SHP-D-MESSAGE
                   SET SEND-DATAONLY TO TRUE
                   PERFORM 1500-SEND-SHIP-MAP
                   SET PROCESS-CONFIRM-SHIP TO TRUE
      *
           END-EVALUATE.
      *
       1100-RECEIVE-SHIP-MAP.
      *
                       TO SHP-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN INV-SHIPPED
                   PERFORM 1260-CHECK-TRACKING-CORRECTION
                       THRU 1260-EXIT
               WHEN INV-WILLCALL
                   MOVE ATTR-REVERSE TO SHP-H-INVNO
                   MOVE -1 TO SHP-L-INVNO
                   MOVE 'Will-call orders release at the store counter.'
                       TO SHP-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   PERFORM 1250-CHECK-MANIFEST-CLOSE THRU 1250-EXIT
           END-EVALUATE.
      *
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *   1250-CHECK-MANIFEST-CLOSE -- ONCE MANCLS HAS CLOSED THE      *
      *   KEYED SHIPPER'S MANIFEST FOR TODAY (ITS 000000 CLOSE RECORD  *
      *   IS ON SHPMAN) THE CARRIER HAS PICKED UP, AND NOTHING MORE    *
      *   CAN BE CONFIRMED AGAINST THAT SHIPPER UNTIL TOMORROW.        *
      ******************************************************************
       1250-CHECK-MANIFEST-CLOSE.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(SHIP-DATE-YMD)
           END-EXEC.
      *
           MOVE SHP-D-SHIPPER TO CRK-SHIPPER.
           MOVE SHIP-DATE-YMD TO CRK-SHIP-DATE.
           MOVE ZERO          TO CRK-INVOICE-NUMBER.
      *
           EXEC CICS
               READ FILE('SHPMAN')
                    INTO(SHIPMENT-MANIFEST-RECORD)
                    RIDFLD(CLOSE-RECORD-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN OTHER
                   MOVE ATTR-REVERSE TO SHP-H-SHIPPER
                   MOVE -1 TO SHP-L-SHIPPER
                   MOVE 'That shipper''s manifest is closed for today.'
                       TO SHP-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
           END-EVALUATE.
      *
       1250-EXIT.
           EXIT.
      *
      ******************************************************************
      *   1260-CHECK-TRACKING-CORRECTION -- AN INVOICE ALREADY SHIPPED *
      *   MAY ONLY HAVE ITS TRACKING NUMBER AND CARTONS CORRECTED,     *
      *   AND ONLY WHILE ITS MANIFEST IS OPEN.  ONE SHIPPED BEFORE     *
      *   SHPMAN WAS LOADED HAS NOTHING TO CORRECT.                    *
      ******************************************************************
       1260-CHECK-TRACKING-CORRECTION.
      *
           EXEC CICS
               READ FILE('SHPMPATH')
                    INTO(SHIPMENT-MANIFEST-RECORD)
                    RIDFLD(INV-INVOICE-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO SHP-H-INVNO
                   MOVE -1 TO SHP-L-INVNO
                   MOVE 'That invoice has already been shipped.'
                       TO SHP-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN SM-MANIFEST-CLOSED
                   MOVE ATTR-REVERSE TO SHP-H-INVNO
                   MOVE -1 TO SHP-L-INVNO
                   MOVE 'That shipment is on a closed manifest and cann
      -                'ot be changed.' TO SHP-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   MOVE 'Y' TO CORRECTION-SW
           END-EVALUATE.
      *
       1260-EXIT.
           EXIT.
      *
       1300-DISPLAY-INVOICE-DETAILS.
               MOVE INV-QUANTITY(ITEM-SUB)
                   TO SHP-D-SHIPQTY(ITEM-SUB)
           END-IF.
      *
       1370-PROTECT-ONE-SHIP-LINE.
      *
      *    A SHIPMENT BEING CORRECTED HAS ALREADY BEEN BILLED; ONLY
      *    ITS TRACKING NUMBER AND CARTONS ARE OPEN TO THE OPERATOR.
           IF INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
               MOVE ATTR-PROT TO SHP-A-SHIPQTY(ITEM-SUB)
           END-IF.
      *
       1500-SEND-SHIP-MAP.
      *
      *        THE WAREHOUSE SHORTENED SENDS ITS BALANCE TO THE
      *        BACKORDER FILE AND PUTS THE UNSHIPPED STOCK BACK.
               PERFORM 1100-RECEIVE-SHIP-MAP
               MOVE ATTR-NO-HIGHLIGHT TO SHP-H-TRACK
                                         SHP-H-CARTONS
               PERFORM 2058-EDIT-TRACKING-CARTONS THRU 2058-EXIT
               IF VALID-DATA
                   PERFORM 2050-EDIT-SHIP-QUANTITIES THRU 2050-EXIT
               ELSE
                   EXEC CICS
                       UNLOCK FILE('INVOICE')
                   END-EXEC
               END-IF
           END-IF.
      *
      *    THE CARRIER MAY HAVE BEEN CLOSED OUT WHILE THE SCREEN WAS
      *    UP.
           IF VALID-DATA
               MOVE CA-SHIPPER TO SHP-D-SHIPPER
               PERFORM 1250-CHECK-MANIFEST-CLOSE THRU 1250-EXIT
               IF NOT VALID-DATA
                   EXEC CICS
                       UNLOCK FILE('INVOICE')
                   END-EXEC
               END-IF
           END-IF.
      *
           IF VALID-DATA
               MOVE CA-SHIPPER TO INV-SHIPPER
               PERFORM 2500-COMPUTE-FREIGHT THRU 2500-EXIT
               MOVE FREIGHT-AMOUNT TO INV-FREIGHT-AMOUNT
               MOVE STD-FREIGHT-AMOUNT TO INV-STD-FREIGHT-AMT
               IF INV-UNBILLED
                   PERFORM 2080-BILL-THE-SHIPMENT THRU 2080-EXIT
               END-IF
               MOVE INV-INVOICE-NUMBER TO AJ-RECORD-KEY
               MOVE INVOICE-RECORD     TO AJ-RECORD-IMAGE
               PERFORM 9800-WRITE-AFTER-IMAGE
               PERFORM 2700-WRITE-MANIFEST-RECORD
      *        A PRE-CONVERSION INVOICE WAS BILLED AT ENTRY; ONLY
      *        ITS FREIGHT IS NEW MONEY.  A FRESHLY BILLED ORDER
      *        CARRIED EVERYTHING ONTO ARBAL IN 2080.
           EXIT.
      *
      ******************************************************************
      *   2058-EDIT-TRACKING-CARTONS -- THE CARTON COUNT IS REQUIRED   *
      *   AND MUST BE A WHOLE NUMBER FROM 1 TO 999.  THE TRACKING      *
      *   NUMBER IS TAKEN AS KEYED; A CARRIER THAT ISSUES NONE         *
      *   LEAVES IT BLANK.                                             *
      ******************************************************************
       2058-EDIT-TRACKING-CARTONS.
      *
           IF       SHP-L-CARTONS = ZERO
                 OR SHP-D-CARTONS-ALPHA = SPACE
               MOVE ATTR-REVERSE TO SHP-H-CARTONS
               MOVE -1 TO SHP-L-CARTONS
               MOVE 'You must enter the number of cartons.'
                   TO SHP-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 2058-EXIT
           END-IF.
      *
           MOVE SHP-D-CARTONS-ALPHA TO CARTON-ENTRY.
           CALL 'INTEDIT' USING CARTON-ENTRY
                                CARTON-COUNT
                                VALID-QUANTITY-SW.
      *
           IF       NOT VALID-QUANTITY
                 OR CARTON-COUNT = ZERO
                 OR CARTON-COUNT > 999
               MOVE ATTR-REVERSE TO SHP-H-CARTONS
               MOVE -1 TO SHP-L-CARTONS
               MOVE 'Cartons must be a number from 1 to 999.'
                   TO SHP-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 2058-EXIT
           END-IF.
      *
           MOVE CARTON-COUNT TO SHP-D-CARTONS.
      *
           IF SHP-L-TRACK = ZERO
               MOVE SPACE TO SHP-D-TRACK
           END-IF.
      *
       2058-EXIT.
           EXIT.
      *
      ******************************************************************
      *   2060-SETTLE-ONE-LINE -- APPLY THE CONFIRMED SHIP QUANTITY    *
      *   TO ONE LINE: THE UNSHIPPED BALANCE BECOMES A BACKORDER AT    *
      *   THE LINE'S PROMISED PRICE, ITS ALLOCATED STOCK GOES BACK     *
      *
       2064-RESTOCK-SHORT-QUANTITY.
      *
           MOVE SPACE TO SL-LOCATION-CODE.
           MOVE ZERO  TO SL-LOCATION-BALANCE.
           MOVE INV-PRODUCT-CODE(ITEM-SUB) TO SLK-PRODUCT-CODE.
           MOVE 'W'                        TO SLK-LOCATION-CODE.
           EXEC CICS
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'W'                 TO SL-LOCATION-CODE
               MOVE LS-QUANTITY-ON-HAND TO SL-LOCATION-BALANCE
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE INV-PRODUCT-CODE(ITEM-SUB) TO SL-PRODUCT-CODE
               SET SL-SHORT-SHIP-RESTOCK       TO TRUE
               MOVE SHORT-QUANTITY             TO SL-QUANTITY
               MOVE PRM-QUANTITY-ON-HAND       TO SL-PRODUCT-BALANCE
               MOVE INV-INVOICE-NUMBER         TO SL-DOCUMENT-NUMBER
               MOVE 'SHPCON1'                  TO SL-PROGRAM-ID
               PERFORM 9700-WRITE-STOCK-LEDGER
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
      ******************************************************************
      *   2070-RECOMPUTE-TOTALS -- FOOT THE SURVIVING LINES AND        *
      *   RECOMPUTE THE TAX AT THE DESTINATION STATE, AS ORDRENT'S     *
      *   1305 COMPUTED IT AT ENTRY -- INCLUDING ITS CHECK FOR AN      *
      *   EXEMPTION CERTIFICATE, HERE AS OF THE SHIP DATE.             *
      ******************************************************************
       2070-RECOMPUTE-TOTALS.
      *
      *
           MOVE ZERO TO INV-TAX-AMOUNT.
           MOVE SPACE TO TAXING-STATE.
           MOVE SPACE TO INV-TAX-CERT-NUMBER.
      *
           IF INV-SHIP-TO-NUMBER > ZERO
               MOVE INV-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER
           END-IF.
      *
           IF TAXING-STATE NOT = SPACE
               PERFORM 2075-CHECK-TAX-EXEMPTION THRU 2075-EXIT
           END-IF.
      *
           IF        TAXING-STATE NOT = SPACE
                 AND INV-TAX-CERT-NUMBER = SPACE
               SET STT-IDX TO 1
               SEARCH STT-ENTRY
                   AT END
      *
       2070-EXIT.
           EXIT.
      *
       2075-CHECK-TAX-EXEMPTION.
      *
           MOVE INV-CUSTOMER-NUMBER TO TXE-CUSTOMER-NUMBER.
           MOVE TAXING-STATE        TO TXE-EXEMPT-STATE.
           EXEC CICS
               READ FILE('TAXEXM')
                    INTO(TAX-EXEMPTION-RECORD)
                    RIDFLD(TXE-EXEMPTION-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               IF        SHIP-DATE-YMD NOT < TXE-ISSUE-DATE
                     AND SHIP-DATE-YMD NOT > TXE-EXPIRY-DATE
                   MOVE TXE-CERTIFICATE-NUMBER TO INV-TAX-CERT-NUMBER
               END-IF
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       2075-EXIT.
           EXIT.
      *
      ******************************************************************
      *   2080-BILL-THE-SHIPMENT -- THE MOMENT THE ORDER BECOMES A     *
      *   RULE, AND OTHERWISE RATE THE WEIGHT AGAINST THE FRTRATE      *
      *   BRACKETS FOR THE SHIPPER AND ZONE.  NO MATCHING BRACKET      *
      *   SHIPS FREE -- BETTER AN UNBILLED CARTON THAN A MADE-UP       *
      *   CHARGE -- AND THE TABLE GETS FIXED.  THE BRACKET RATE IS     *
      *   FIGURED EVEN WHEN THE CUSTOMER'S RULE OVERRIDES IT AND IS    *
      *   KEPT IN STD-FREIGHT-AMOUNT FOR INV-STD-FREIGHT-AMT, SO       *
      *   CUSTPROF CAN SHOW THE FREIGHT WE ABSORBED.                   *
      ******************************************************************
       2500-COMPUTE-FREIGHT.
      *
           MOVE ZERO TO FREIGHT-AMOUNT.
           MOVE ZERO TO STD-FREIGHT-AMOUNT.
           MOVE ZERO TO SHIPMENT-WEIGHT.
      *
           PERFORM 2510-WEIGH-ONE-LINE
      *
           PERFORM 2520-FIND-DESTINATION-ZONE.
      *
      *    THE TABLE RATE IS WHAT THE SHIPMENT COSTS TO SEND,
      *    WHATEVER THE CUSTOMER IS BILLED FOR IT.
           PERFORM 2530-RATE-BY-BRACKET.
           MOVE FREIGHT-AMOUNT TO STD-FREIGHT-AMOUNT.
      *
      *    THE CUSTOMER'S NEGOTIATED RULE GOVERNS WHAT IS BILLED.
           EXEC CICS
               READ FILE('FRTCUST')
                    INTO(FREIGHT-CUSTOMER-RECORD)
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN FCR-RULE-FLAT
                    AND  INV-INVOICE-TOTAL NOT < FCR-FREE-THRESHOLD
                   MOVE ZERO TO FREIGHT-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       2500-EXIT.
           END-IF.
      *
      ******************************************************************
      *   2700-WRITE-MANIFEST-RECORD -- PUT THE CONFIRMED SHIPMENT ON  *
      *   THE SHIPPER'S OPEN MANIFEST FOR TODAY WITH THE WEIGHT AND    *
      *   FREIGHT 2500 RATED, FOR MANCLS TO PRINT AT PICKUP.           *
      ******************************************************************
       2700-WRITE-MANIFEST-RECORD.
      *
           MOVE CA-SHIPPER          TO SM-SHIPPER.
           MOVE SHIP-DATE-YMD       TO SM-SHIP-DATE.
           MOVE INV-INVOICE-NUMBER  TO SM-INVOICE-NUMBER.
           MOVE INV-CUSTOMER-NUMBER TO SM-CUSTOMER-NUMBER.
           MOVE INV-SHIP-TO-NUMBER  TO SM-SHIP-TO-NUMBER.
           MOVE SHP-D-TRACK         TO SM-TRACKING-NUMBER.
           MOVE SHP-D-CARTONS       TO SM-CARTON-COUNT.
           MOVE SHIPMENT-WEIGHT     TO SM-SHIP-WEIGHT.
           MOVE FREIGHT-AMOUNT      TO SM-FREIGHT-AMOUNT.
           SET SM-MANIFEST-OPEN TO TRUE.
           MOVE ZERO                TO SM-CLOSED-DATE.
           MOVE EIBTRMID            TO SM-TERMINAL-ID.
           MOVE EIBOPID             TO SM-OPERATOR-ID.
      *
           EXEC CICS
               WRITE FILE('SHPMAN')
                     FROM(SHIPMENT-MANIFEST-RECORD)
                     RIDFLD(SM-MANIFEST-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'SHPMAN  '              TO AJ-FILE-NAME.
           MOVE 'W'                     TO AJ-ACTION-CODE.
           MOVE SM-MANIFEST-KEY         TO AJ-RECORD-KEY.
           MOVE SHIPMENT-MANIFEST-RECORD TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.
      *
      ******************************************************************
      *   2800-POST-TRACKING-CORRECTION -- RE-READ THE MANIFEST        *
      *   RECORD FOR UPDATE THROUGH THE INVOICE-NUMBER PATH; IF        *
      *   MANCLS CLOSED IT WHILE THE SCREEN WAS UP, THE CORRECTION     *
      *   IS REFUSED.                                                  *
      ******************************************************************
       2800-POST-TRACKING-CORRECTION.
      *
           PERFORM 1100-RECEIVE-SHIP-MAP.
           MOVE ATTR-NO-HIGHLIGHT TO SHP-H-TRACK
                                     SHP-H-CARTONS.
           PERFORM 2058-EDIT-TRACKING-CARTONS THRU 2058-EXIT.
      *
           IF VALID-DATA
               EXEC CICS
                   READ FILE('SHPMPATH')
                        INTO(SHIPMENT-MANIFEST-RECORD)
                        RIDFLD(CA-INVOICE-NUMBER)
                        UPDATE
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE TRUE
                   WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE 'Another user has deleted that shipment.'
                           TO SHP-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   WHEN SM-MANIFEST-CLOSED
                       EXEC CICS
                           UNLOCK FILE('SHPMPATH')
                       END-EXEC
                       MOVE 'The manifest has just been closed.  Nothin
      -                    'g was changed.' TO SHP-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
               END-EVALUATE
           END-IF.
      *
           IF VALID-DATA
               MOVE SHP-D-TRACK   TO SM-TRACKING-NUMBER
               MOVE SHP-D-CARTONS TO SM-CARTON-COUNT
               MOVE EIBTRMID      TO SM-TERMINAL-ID
               MOVE EIBOPID       TO SM-OPERATOR-ID
               EXEC CICS
                   REWRITE FILE('SHPMPATH')
                           FROM(SHIPMENT-MANIFEST-RECORD)
                           RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'SHPMAN  '      TO AJ-FILE-NAME
               MOVE 'R'             TO AJ-ACTION-CODE
               MOVE SM-MANIFEST-KEY TO AJ-RECORD-KEY
               MOVE SHIPMENT-MANIFEST-RECORD TO AJ-RECORD-IMAGE
               PERFORM 9800-WRITE-AFTER-IMAGE
               MOVE LOW-VALUE TO SHPMAP1
               MOVE 'Tracking number and cartons updated.'
                   TO SHP-D-MESSAGE
               PERFORM 1600-SET-ENTRY-INSTRUCTIONS
               SET SEND-ERASE TO TRUE
               MOVE -1 TO SHP-L-INVNO
               PERFORM 1500-SEND-SHIP-MAP
               SET PROCESS-KEY-ENTRY TO TRUE
           ELSE
               MOVE LOW-VALUE TO SHP-L-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SHIP-MAP
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
