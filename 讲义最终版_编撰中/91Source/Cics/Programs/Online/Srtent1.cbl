       PROGRAM-ID.  SRTENT1.
      *
      ******************************************************************
      *   SRTENT1 -- SUPPLIER-RETURN SHIPMENT ENTRY.                   *
      *   DAMAGED STOCK FROM CUSTOMER RETURNS ONLY EVER LEFT THE 'R'   *
      *   RETURNS ANNEX BY CYCLE-COUNT ADJUSTMENT, WHICH IS DISHONEST  *
      *   BOOKKEEPING.  THE OPERATOR KEYS THE PRODUCT (THE ANNEX       *
      *   BALANCE IS SHOWN), THE QUANTITY GOING BACK, THE SUPPLIER,    *
      *   AND THE CREDIT WE EXPECT; A SECOND ENTER POSTS: THE ANNEX    *
      *   AND THE PRODUCT-MASTER TOTAL COME DOWN, A LOCMOVE RECORD     *
      *   ('T' SERIES, FROM 'R' TO 'X' = LEFT THE BUILDING) LOGS THE   *
      *   MOVEMENT THE SAME WAY XFRENT1 LOGS A TRANSFER, AND A         *
      *   NUMBERED SRETLOG DOCUMENT ('S' SERIES) TRACKS THE CREDIT     *
      *   OWED US.  F9 WITH A RETURN NUMBER KEYED MARKS ITS CREDIT     *
      *   RECEIVED WHEN THE SUPPLIER'S PAPER ARRIVES; THE SRCRED       *
      *   REPORT CHASES THE REST.  THE RETURN IS ALSO POSTED TO THE    *
      *   STKLED STOCK LEDGER THROUGH STKLW.                           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       COPY LOCSTK.
      *
       COPY LOCMOVE.
      *
       COPY STKLED.
      *
       COPY SRTSET1.
      *
      *
           PERFORM 2100-WRITE-MOVEMENT-RECORD.
           PERFORM 2200-WRITE-RETURN-DOCUMENT.
           PERFORM 2300-POST-STOCK-LEDGER.
      *
           MOVE LOW-VALUE TO SRTMAP1.
           MOVE SR-RETURN-NUMBER TO SRT-D-RTNNO.
           MOVE CA-CREDIT-EXPECTED TO SR-CREDIT-EXPECTED.
           SET SR-CREDIT-OUTSTANDING TO TRUE.
           MOVE ZERO               TO SR-CREDIT-RECEIVED-DATE.
           MOVE ZERO               TO SR-PAYMENT-NUMBER.
           MOVE EIBTRMID           TO SR-TERMINAL-ID.
           MOVE EIBOPID            TO SR-OPERATOR-ID.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
       2300-POST-STOCK-LEDGER.
      *
           MOVE CA-PRODUCT-CODE      TO SL-PRODUCT-CODE.
           MOVE 'R'                  TO SL-LOCATION-CODE.
           SET SL-SUPPLIER-RETURN    TO TRUE.
           COMPUTE SL-QUANTITY = ZERO - CA-QUANTITY.
           MOVE PRM-QUANTITY-ON-HAND TO SL-PRODUCT-BALANCE.
           MOVE LS-QUANTITY-ON-HAND  TO SL-LOCATION-BALANCE.
           MOVE SR-RETURN-NUMBER     TO SL-DOCUMENT-NUMBER.
           MOVE 'SRTENT1'            TO SL-PROGRAM-ID.
           PERFORM 9700-WRITE-STOCK-LEDGER.
      *
      ******************************************************************
      *   3000-MARK-CREDIT-RECEIVED -- F9 WITH A RETURN NUMBER KEYED:   *
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-RETURN-MAP
                   GO TO 3000-EXIT
               WHEN SR-CREDIT-NETTED
                   EXEC CICS
                       UNLOCK FILE('SRETLOG')
                   END-EXEC
                   MOVE 'That credit was already netted on a payment.'
                       TO SRT-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-RETURN-MAP
                   GO TO 3000-EXIT
           END-EVALUATE.
      *
           EXEC CICS
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
