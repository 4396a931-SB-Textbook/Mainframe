       PROGRAM-ID.  RETENT1.
      *
      ******************************************************************
      *   RETENT1 -- LINE-LEVEL RETURNS (RMA).  INVVOID CAN ONLY       *
      *   REVERSE AN ENTIRE INVOICE; THIS TRANSACTION TAKES BACK       *
      *   SPECIFIC LINE ITEMS AND QUANTITIES.  THE OPERATOR KEYS THE   *
      *   ORIGINAL INVOICE NUMBER, THE SCREEN SHOWS ITS LINE ITEMS,    *
      *   AND THE OPERATOR KEYS THE QUANTITY RETURNED AND A REASON     *
      *   CODE (D=DAMAGED, W=WRONG ITEM, Q=QUALITY, O=OTHER) AGAINST   *
      *   EACH RETURNED LINE.  POSTING WRITES A PARTIAL CREDIT MEMO    *
      *   REFERENCING THE ORIGINAL THROUGH INV-VOID-OF-INVOICE (THE    *
      *   ORIGINAL IS NOT VOIDED), PUTS THE RETURNED QUANTITY BACK     *
      *   INTO PRM-QUANTITY-ON-HAND, REDUCES THE CUSTOMER'S ARBAL      *
      *   OPEN-ITEM BALANCE, AND LOGS EACH RETURNED LINE WITH ITS      *
      *   REASON ON THE RETLOG FILE FOR THE MONTHLY RETURNS REPORT     *
      *   (RETRPT).  THE RESTOCK IS ALSO POSTED TO THE STKLED STOCK    *
      *   LEDGER THROUGH STKLW.  A RETURN AGAINST AN ORDER SOLD UNDER  *
      *   A SALES-TAX EXEMPTION CERTIFICATE GIVES NO TAX BACK; THE     *
      *   MEMO CARRIES THE SAME CERTIFICATE NUMBER.  A CREDIT OVER THE *
      *   FISCTL APPROVAL LIMIT POSTS NOTHING: THE LINES GO TO THE     *
      *   APRQ QUEUE, AND WHEN A SECOND OPERATOR APPROVES THEM ON      *
      *   APRWRK1 CONTROL COMES BACK HERE WITH THE APRPARM AREA TO     *
      *   POST THEM (3000-POST-APPROVED-RETURN).  A CUSTOMER WHO WOULD *
      *   RATHER HAVE STORE CREDIT THAN A CREDIT TO THEIR ACCOUNT IS   *
      *   SETTLED WITH S IN THE SETTLE FIELD: THE MEMO STILL POSTS (IT *
      *   CARRIES THE SALES, TAX AND STOCK REVERSAL), BUT ITS VALUE    *
      *   GOES ONTO A NEW STORE-CREDIT CERTIFICATE ON GIFTCRT (2500),  *
      *   AND AN OFFSETTING NEGATIVE UNAPPLIED PAYMENT KEEPS THE       *
      *   CUSTOMER'S BALANCE WHERE IT WAS.                             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
               88  VALID-QUANTITY                        VALUE 'Y'.
           05  ANY-RETURN-SW                   PIC X(01) VALUE 'N'.
               88  ANY-RETURN                            VALUE 'Y'.
           05  STORE-CREDIT-SW                 PIC X(01) VALUE 'N'.
               88  STORE-CREDIT-SETTLEMENT               VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  POSTING-DATE-YMD    PIC 9(08)   VALUE ZERO.
           05  RETURN-DATE         PIC 9(08).
           05  NEW-MEMO-NUMBER     PIC 9(06).
           05  RETURN-CREDIT-AMOUNT PIC S9(07)V99 COMP-3.
           05  NEW-CERTIFICATE-NUMBER PIC 9(06).
           05  STOCK-LOOKUP-KEY.
               10  SLK-PRODUCT-CODE     PIC X(06).
               10  SLK-LOCATION-CODE    PIC X(01).
      *
       01  SAVED-INVOICE-RECORD            PIC X(1053).
      *
       01  RETURN-MESSAGE-LINE.
      *
                   'Return posted.  Credit '.
           05  RML-MEMO-NUMBER   PIC 9(06).
           05  FILLER            PIC X(08) VALUE ' issued.'.
      *
       01  STORE-CREDIT-MESSAGE-LINE.
      *
           05  FILLER            PIC X(41) VALUE
                   'Return posted.  Store credit certificate '.
           05  SCM-CERTIFICATE-NUMBER PIC 9(06).
           05  FILLER            PIC X(08) VALUE ' issued.'.
      *
       01  APPROVAL-MESSAGE-LINE.
      *
           05  FILLER            PIC X(63) VALUE
                   'Over the approval limit.  Sent to the supervisor que
      -            'ue as item '.
           05  AML-QUEUE-NUMBER  PIC 9(06).
           05  FILLER            PIC X(01) VALUE '.'.
      *
       01  POSTED-MESSAGE-LINE.
      *
           05  FILLER            PIC X(41) VALUE
                   'Return approved and posted.  Credit memo '.
           05  PML-MEMO-NUMBER   PIC 9(06).
           05  FILLER            PIC X(01) VALUE '.'.
      *
       01  POSTED-CREDIT-MESSAGE-LINE.
      *
           05  FILLER            PIC X(54) VALUE
                   'Return approved and posted.  Store credit certificat
      -            'e '.
           05  PCM-CERTIFICATE-NUMBER PIC 9(06).
           05  FILLER            PIC X(01) VALUE '.'.
      *
      ******************************************************************
      *   STATE-TAX-TABLE -- SALES-TAX RATE BY CUSTOMER STATE, THE    *
       COPY LOCSTK.
      *
       COPY RETLOG.
      *
       COPY STKLED.
      *
       COPY ARBAL.
      *
       COPY INVCTL.
      *
       COPY FISCTL.
      *
       COPY GIFTCRT.
      *
       COPY GIFTACT.
      *
       COPY PAYMENT.
      *
       COPY APRQ.
      *
       COPY APRPARM.
      *
       COPY AFTJRNL.
      *
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA             PIC X(86).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-RETURNS.
      *
      *    APRWRK1 SENDS AN APPROVED RETURN BACK HERE TO POST, AND
      *    GETS CONTROL BACK WITH THE RESULT.
           IF EIBCALEN = LENGTH OF APPROVAL-POSTING-AREA
               MOVE DFHCOMMAREA TO APPROVAL-POSTING-AREA
               PERFORM 3000-POST-APPROVED-RETURN THRU 3000-EXIT
               EXEC CICS
                   XCTL PROGRAM('APRWRK1')
                        COMMAREA(APPROVAL-POSTING-AREA)
               END-EXEC
           END-IF.
      *
           IF EIBCALEN > ZERO
               MOVE DFHCOMMAREA(1:LENGTH OF COMMUNICATION-AREA)
                   TO COMMUNICATION-AREA
           END-IF.
      *
           EVALUATE TRUE
           END-PERFORM.
      *
           MOVE ATTR-PROT TO RET-A-INVNO.
           MOVE 'A' TO RET-D-SETTLE.
           MOVE 'Key quantity and reason (D/W/Q/O) per line, and A or S 
      -        'to settle.  Then press Enter.' TO RET-D-INSTR.
           MOVE 'F3=Exit   F12=Cancel' TO RET-D-FKEY.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-RETURN-MAP.
                   TO RET-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           PERFORM 2150-EDIT-SETTLEMENT.
      *
           IF NOT VALID-DATA
               SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
      *
           PERFORM 2200-BUILD-CREDIT-MEMO.
      *
      *    A CREDIT OVER THE APPROVAL LIMIT POSTS NOTHING -- THE
      *    LINES WAIT ON THE APRQ QUEUE FOR A SECOND OPERATOR.
           COMPUTE RETURN-CREDIT-AMOUNT = INV-INVOICE-TOTAL
                                        + INV-TAX-AMOUNT.
           IF       FC-APPROVAL-LIMIT > ZERO
                AND RETURN-CREDIT-AMOUNT > FC-APPROVAL-LIMIT
               PERFORM 2050-QUEUE-FOR-APPROVAL
               MOVE LOW-VALUE TO RETMAP1
               MOVE AQ-QUEUE-NUMBER TO AML-QUEUE-NUMBER
               MOVE APPROVAL-MESSAGE-LINE TO RET-D-MESSAGE
               MOVE 'Enter the original invoice number.  Then press Ent
      -            'er.' TO RET-D-INSTR
               MOVE 'F3=Exit   F12=Cancel' TO RET-D-FKEY
               MOVE -1 TO RET-L-INVNO
               SET SEND-ERASE TO TRUE
               PERFORM 1500-SEND-RETURN-MAP
               SET PROCESS-KEY-ENTRY TO TRUE
               GO TO 2000-EXIT
           END-IF.
      *
           PERFORM 2250-WRITE-CREDIT-MEMO.
           PERFORM 2300-RESTOCK-AND-LOG THRU 2300-EXIT
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 20.
           PERFORM 2400-UPDATE-OPEN-BALANCE.
      *
           MOVE LOW-VALUE TO RETMAP1.
           IF STORE-CREDIT-SETTLEMENT
               PERFORM 2500-ISSUE-STORE-CREDIT
               MOVE NEW-CERTIFICATE-NUMBER TO SCM-CERTIFICATE-NUMBER
               MOVE STORE-CREDIT-MESSAGE-LINE TO RET-D-MESSAGE
           ELSE
               MOVE NEW-MEMO-NUMBER TO RML-MEMO-NUMBER
               MOVE RETURN-MESSAGE-LINE TO RET-D-MESSAGE
           END-IF.
           MOVE 'Enter the original invoice number.  Then press Enter.
      -        ' ' TO RET-D-INSTR.
           MOVE 'F3=Exit   F12=Cancel' TO RET-D-FKEY.
           EXIT.
      *
      ******************************************************************
      *   2050-QUEUE-FOR-APPROVAL -- WRITE THE PENDING APRQ ITEM UNDER *
      *   THE NEXT 'H' SERIES NUMBER, KEEPING THE QUANTITY AND REASON  *
      *   KEYED ON EACH LINE SO THE APPROVED RETURN POSTS EXACTLY AS   *
      *   THE CLERK ENTERED IT.  NO MEMO NUMBER IS DRAWN AND NOTHING   *
      *   IS RESTOCKED UNTIL THEN.                                     *
      ******************************************************************
       2050-QUEUE-FOR-APPROVAL.
      *
           MOVE 'H' TO GIP-SERIES.
           EXEC CICS
               LINK PROGRAM('GETINV')
                    COMMAREA(GETINV-PARMS)
           END-EXEC.
      *
           MOVE GIP-NUMBER           TO AQ-QUEUE-NUMBER.
           SET AQ-RETURN-CREDIT      TO TRUE.
           MOVE INV-CUSTOMER-NUMBER  TO AQ-CUSTOMER-NUMBER.
           MOVE CA-INVOICE-NUMBER    TO AQ-INVOICE-NUMBER.
           MOVE RETURN-CREDIT-AMOUNT TO AQ-AMOUNT.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(AQ-ENTERED-DATE)
               TIME(AQ-ENTERED-TIME)
           END-EXEC.
      *
           MOVE EIBOPID              TO AQ-ENTERED-OPERATOR.
           MOVE EIBTRMID             TO AQ-ENTERED-TERMINAL.
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > 20
               IF        RET-L-RETQTY(ITEM-SUB) > ZERO
                     AND RET-D-RETQTY-ALPHA(ITEM-SUB) NOT = SPACE
                   MOVE RET-D-RETQTY(ITEM-SUB)
                       TO AQ-RETURN-QUANTITY(ITEM-SUB)
                   MOVE RET-D-REASON(ITEM-SUB)
                       TO AQ-RETURN-REASON(ITEM-SUB)
               ELSE
                   MOVE ZERO  TO AQ-RETURN-QUANTITY(ITEM-SUB)
                   MOVE SPACE TO AQ-RETURN-REASON(ITEM-SUB)
               END-IF
           END-PERFORM.
           SET AQ-PENDING            TO TRUE.
           MOVE SPACE                TO AQ-DECIDED-OPERATOR.
           MOVE ZERO                 TO AQ-DECIDED-DATE
                                        AQ-DECIDED-TIME.
           MOVE SPACE                TO AQ-REJECT-REASON.
           MOVE ZERO                 TO AQ-POSTED-DOCUMENT.
           IF STORE-CREDIT-SETTLEMENT
               SET AQ-SETTLE-STORE-CREDIT TO TRUE
           ELSE
               MOVE SPACE            TO AQ-SETTLEMENT-CODE
           END-IF.
      *
           EXEC CICS
               WRITE FILE('APRQ')
                     FROM(APPROVAL-QUEUE-RECORD)
                     RIDFLD(AQ-QUEUE-NUMBER)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'APRQ    ' TO AJ-FILE-NAME.
           MOVE 'W'        TO AJ-ACTION-CODE.
           MOVE SPACE      TO AJ-RECORD-KEY.
           MOVE AQ-QUEUE-NUMBER TO AJ-RECORD-KEY.
           MOVE APPROVAL-QUEUE-RECORD TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.
      *
      ******************************************************************
      *   1995-CHECK-FISCAL-PERIOD -- NOTHING POSTS DATED ON OR        *
      *   BEFORE THE DATE ACCOUNTING HAS CLOSED THROUGH (THE FISCTL    *
      *   CONTROL RECORD FISENT1 MAINTAINS).  A SHOP NOT YET CARRYING  *
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ZERO TO FC-APPROVAL-LIMIT
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN POSTING-DATE-YMD NOT > FC-CLOSED-THRU-DATE
           EXIT.
      *
      ******************************************************************
      *   2150-EDIT-SETTLEMENT -- A (OR BLANK) CREDITS THE CUSTOMER'S  *
      *   ACCOUNT WITH THE MEMO; S ISSUES STORE CREDIT INSTEAD.        *
      ******************************************************************
       2150-EDIT-SETTLEMENT.
      *
           MOVE ATTR-NO-HIGHLIGHT TO RET-H-SETTLE.
           MOVE 'N' TO STORE-CREDIT-SW.
      *
           EVALUATE TRUE
               WHEN     RET-L-SETTLE = ZERO
                     OR RET-D-SETTLE = SPACE OR 'A'
                   CONTINUE
               WHEN RET-D-SETTLE = 'S'
                   MOVE 'Y' TO STORE-CREDIT-SW
               WHEN OTHER
                   MOVE ATTR-REVERSE TO RET-H-SETTLE
                   MOVE -1 TO RET-L-SETTLE
                   MOVE 'Settle must be A (account) or S (store credit)
      -                '.' TO RET-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
           END-EVALUATE.
      *
      ******************************************************************
      *   2200-BUILD-CREDIT-MEMO -- THE CREDIT MEMO CARRIES ONLY THE   *
      *   RETURNED LINES, AT THE ORIGINAL INVOICE'S UNIT PRICES, AND   *
      *   REFERENCES THE ORIGINAL THROUGH INV-VOID-OF-INVOICE.  THE    *
      *   ORIGINAL INVOICE IS NOT TOUCHED.  THE MEMO IS BUILT BEFORE   *
      *   IT IS NUMBERED SO ITS TOTAL CAN BE HELD TO THE APPROVAL      *
      *   LIMIT; 2250 NUMBERS AND WRITES IT.                           *
      ******************************************************************
       2200-BUILD-CREDIT-MEMO.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
      *
           MOVE SAVED-INVOICE-RECORD TO INVOICE-RECORD.
           MOVE RETURN-DATE     TO INV-INVOICE-DATE.
           MOVE 'C'             TO INV-SERIES-CODE.
           SET INV-CREDIT-MEMO  TO TRUE.
      *    THE MEMO CREDITS MERCHANDISE AND TAX ONLY -- THE FREIGHT
      *    ON THE ORIGINAL WAS FOR A SHIPMENT THAT DID HAPPEN.
           MOVE ZERO TO INV-FREIGHT-AMOUNT.
           MOVE ZERO TO INV-STD-FREIGHT-AMT.
           MOVE SPACE TO INV-SHIPPER.
           MOVE EIBTRMID TO INV-TERMINAL-ID.
           MOVE EIBOPID  TO INV-OPERATOR-ID.
                                 INV-UNIT-PRICE(ITEM-SUB)
                                 INV-AMOUNT(ITEM-SUB)
                                 INV-LINE-DISC-AMT(ITEM-SUB)
                                 INV-LINE-UNIT-COST(ITEM-SUB)
               END-IF
           END-PERFORM.
      *
      *    THE TAX GIVEN BACK USES THE SAME STATE RATE THE CHARGE
      *    USED.  THE CUSTOMER RECORD WAS READ WHEN THE LINES WERE
      *    DISPLAYED; RE-READ IT HERE IN CASE THE TASK RESTARTED.
      *    AN ORIGINAL SOLD UNDER AN EXEMPTION CERTIFICATE CHARGED
      *    NO TAX, SO NONE COMES BACK.
           EXEC CICS
               READ FILE('CUSTMAS')
                    INTO(CUSTOMER-MASTER-RECORD)
           END-EXEC.
      *
           MOVE ZERO TO INV-TAX-AMOUNT.
           IF        RESPONSE-CODE = DFHRESP(NORMAL)
                 AND INV-TAX-CERT-NUMBER = SPACE
               SET STT-IDX TO 1
               SEARCH STT-ENTRY
                   AT END
                           INV-INVOICE-TOTAL * STT-RATE(STT-IDX)
               END-SEARCH
           END-IF.
      *
       2250-WRITE-CREDIT-MEMO.
      *
      *    PARTIAL CREDIT MEMOS DRAW FROM THE SAME 'C' SERIES
      *    INVVOID'S FULL REVERSALS USE.
           MOVE 'C' TO GIP-SERIES.
           EXEC CICS
               LINK PROGRAM('GETINV')
                    COMMAREA(GETINV-PARMS)
           END-EXEC.
           MOVE GIP-NUMBER TO NEW-MEMO-NUMBER.
           MOVE NEW-MEMO-NUMBER TO INV-INVOICE-NUMBER.
      *
           EXEC CICS
               WRITE FILE('INVOICE')
               GO TO 2300-EXIT
           END-IF.
      *
           MOVE ZERO TO SL-PRODUCT-BALANCE.
           EXEC CICS
               READ FILE('PRODUCT')
                    INTO(PRODUCT-MASTER-RECORD)
                   ON SIZE ERROR
                       MOVE 99999 TO PRM-QUANTITY-ON-HAND
               END-ADD
               MOVE PRM-QUANTITY-ON-HAND TO SL-PRODUCT-BALANCE
               EXEC CICS
                   REWRITE FILE('PRODUCT')
                           FROM(PRODUCT-MASTER-RECORD)
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE INV-PRODUCT-CODE(ITEM-SUB) TO SL-PRODUCT-CODE.
           MOVE 'R'                        TO SL-LOCATION-CODE.
           SET SL-CUSTOMER-RETURN          TO TRUE.
           MOVE RET-D-RETQTY(ITEM-SUB)     TO SL-QUANTITY.
           MOVE LS-QUANTITY-ON-HAND        TO SL-LOCATION-BALANCE.
           MOVE RET-RMA-NUMBER             TO SL-DOCUMENT-NUMBER.
           MOVE 'RETENT1'                  TO SL-PROGRAM-ID.
           PERFORM 9700-WRITE-STOCK-LEDGER.
      *
       2300-EXIT.
           EXIT.
           MOVE GIP-NUMBER TO RET-RMA-NUMBER.
      *
      ******************************************************************
      *   2400-UPDATE-OPEN-BALANCE -- THE CREDIT MEMO REDUCES WHAT     *
      *   THE CUSTOMER OWES, THE SAME WAY INVVOID'S 2400 DOES.  STORE  *
      *   CREDIT TAKES THE SAME AMOUNT BACK OUT OF UNAPPLIED CASH,     *
      *   MATCHING THE NEGATIVE PAYMENT 2500 WRITES.                   *
      ******************************************************************
       2400-UPDATE-OPEN-BALANCE.
      *
               SUBTRACT INV-INVOICE-TOTAL INV-TAX-AMOUNT
                        INV-FREIGHT-AMOUNT
                   FROM AR-OPEN-BALANCE
               IF STORE-CREDIT-SETTLEMENT
                   SUBTRACT INV-INVOICE-TOTAL INV-TAX-AMOUNT
                       FROM AR-UNAPPLIED-CASH
               END-IF
               MOVE INV-INVOICE-DATE TO AR-LAST-ACTIVITY-DATE
               EXEC CICS
                   REWRITE FILE('ARBAL')
           END-IF.
      *
      ******************************************************************
      *   2500-ISSUE-STORE-CREDIT -- THE MEMO'S MERCHANDISE AND TAX    *
      *   GO ONTO A NEW STORE-CREDIT CERTIFICATE FROM THE 'G' SERIES,  *
      *   FOR THE INVOICE'S CUSTOMER, WITH THE MEMO AS ITS SOURCE      *
      *   DOCUMENT.  STORE CREDIT DOES NOT EXPIRE.  THE ISSUE GOES TO  *
      *   GIFTACT FOR GLJRNL, AND AN UNAPPLIED ('U') PAYMENT FOR THE   *
      *   NEGATIVE AMOUNT, SOURCE 'G', TAKES THE CREDIT BACK OFF THE   *
      *   CUSTOMER'S PAYMENT TRAIL SO ARBALBLD STILL REBUILDS THE      *
      *   BALANCE 2400 LEFT -- THE SAME REVERSING-ENTRY METHOD         *
      *   REFENT1 USES FOR A REFUND CHECK.                             *
      ******************************************************************
       2500-ISSUE-STORE-CREDIT.
      *
           COMPUTE RETURN-CREDIT-AMOUNT = INV-INVOICE-TOTAL
                                        + INV-TAX-AMOUNT.
      *
           MOVE 'G' TO GIP-SERIES.
           EXEC CICS
               LINK PROGRAM('GETINV')
                    COMMAREA(GETINV-PARMS)
           END-EXEC.
           MOVE GIP-NUMBER TO NEW-CERTIFICATE-NUMBER.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(GX-ACTIVITY-DATE)
               TIME(GX-ACTIVITY-TIME)
           END-EXEC.
      *
           MOVE NEW-CERTIFICATE-NUMBER TO GC-CERTIFICATE-NUMBER.
           SET GC-STORE-CREDIT         TO TRUE.
           MOVE INV-CUSTOMER-NUMBER    TO GC-CUSTOMER-NUMBER.
           MOVE GX-ACTIVITY-DATE       TO GC-ISSUE-DATE.
           MOVE RETURN-CREDIT-AMOUNT   TO GC-ORIGINAL-VALUE
                                          GC-REMAINING-BALANCE.
           SET GC-ACTIVE               TO TRUE.
           MOVE ZERO                   TO GC-EXPIRY-DATE.
           MOVE SPACE                  TO GC-TENDER-CODE.
           MOVE NEW-MEMO-NUMBER        TO GC-SOURCE-DOCUMENT.
           MOVE ZERO                   TO GC-LAST-USED-DATE.
           MOVE EIBTRMID               TO GC-ISSUE-TERMINAL.
           MOVE EIBOPID                TO GC-ISSUE-OPERATOR.
      *
           EXEC CICS
               WRITE FILE('GIFTCRT')
                     FROM(GIFT-CERTIFICATE-RECORD)
                     RIDFLD(GC-CERTIFICATE-NUMBER)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'GIFTCRT ' TO AJ-FILE-NAME.
           MOVE 'W'        TO AJ-ACTION-CODE.
           MOVE SPACE      TO AJ-RECORD-KEY.
           MOVE GC-CERTIFICATE-NUMBER TO AJ-RECORD-KEY.
           MOVE GIFT-CERTIFICATE-RECORD TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.
      *
           MOVE NEW-CERTIFICATE-NUMBER TO GX-CERTIFICATE-NUMBER.
           SET GX-ISSUE                TO TRUE.
           SET GX-STORE-CREDIT         TO TRUE.
           MOVE SPACE                  TO GX-TENDER-CODE.
           MOVE RETURN-CREDIT-AMOUNT   TO GX-AMOUNT
                                          GX-BALANCE-AFTER.
           MOVE NEW-MEMO-NUMBER        TO GX-DOCUMENT-NUMBER.
           MOVE INV-CUSTOMER-NUMBER    TO GX-CUSTOMER-NUMBER.
           MOVE EIBTRMID               TO GX-TERMINAL-ID.
           MOVE EIBOPID                TO GX-OPERATOR-ID.
      *
           EXEC CICS
               WRITE FILE('GIFTACT')
                     FROM(GIFT-ACTIVITY-RECORD)
                     RIDFLD(GX-ACTIVITY-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'P' TO GIP-SERIES.
           EXEC CICS
               LINK PROGRAM('GETINV')
                    COMMAREA(GETINV-PARMS)
           END-EXEC.
      *
           MOVE GIP-NUMBER          TO PAY-PAYMENT-NUMBER.
           MOVE INV-CUSTOMER-NUMBER TO PAY-CUSTOMER-NUMBER.
           MOVE ZERO                TO PAY-INVOICE-NUMBER.
           MOVE RETURN-DATE         TO PAY-PAYMENT-DATE.
           MOVE SPACE               TO PAY-CHECK-NUMBER.
           MOVE NEW-CERTIFICATE-NUMBER TO PAY-CHECK-NUMBER(1:6).
           COMPUTE PAY-PAYMENT-AMOUNT = ZERO - RETURN-CREDIT-AMOUNT.
           SET PAY-UNAPPLIED        TO TRUE.
           MOVE EIBTRMID            TO PAY-TERMINAL-ID.
           MOVE EIBOPID             TO PAY-OPERATOR-ID.
           SET PAY-GIFT-CERTIFICATE TO TRUE.
           MOVE ZERO                TO PAY-DEPOSIT-ID.
      *
           EXEC CICS
               WRITE FILE('PAYMENT')
                     FROM(PAYMENT-RECORD)
                     RIDFLD(PAY-PAYMENT-NUMBER)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'PAYMENT ' TO AJ-FILE-NAME.
           MOVE 'W'        TO AJ-ACTION-CODE.
           MOVE SPACE      TO AJ-RECORD-KEY.
           MOVE PAY-PAYMENT-NUMBER TO AJ-RECORD-KEY.
           MOVE PAYMENT-RECORD TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.
      *
      ******************************************************************
      *   3000-POST-APPROVED-RETURN -- APRWRK1 HAS CHECKED THE         *
      *   APPROVER'S AUTHORITY.  THE QUEUED QUANTITIES AND REASONS     *
      *   ARE LAID BACK INTO THE LINE FIELDS AND RUN THROUGH THE SAME  *
      *   EDITS AND POSTING A KEYED RETURN GETS; A RETURN THAT NO      *
      *   LONGER PASSES IS LEFT PENDING WITH THE REASON FOR THE        *
      *   SUPERVISOR TO REJECT.                                        *
      ******************************************************************
       3000-POST-APPROVED-RETURN.
      *
           SET APA-NOT-POSTED TO TRUE.
      *
           EXEC CICS
               READ FILE('APRQ')
                    INTO(APPROVAL-QUEUE-RECORD)
                    RIDFLD(APA-QUEUE-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           IF       NOT AQ-PENDING
                 OR NOT AQ-RETURN-CREDIT
                 OR AQ-ENTERED-OPERATOR = EIBOPID
               EXEC CICS
                   UNLOCK FILE('APRQ')
               END-EXEC
               MOVE 'That item cannot be approved here.  Nothing was po
      -            'sted.' TO APA-RESULT-MESSAGE
               GO TO 3000-EXIT
           END-IF.
      *
           PERFORM 1995-CHECK-FISCAL-PERIOD.
           IF NOT PERIOD-OPEN
               EXEC CICS
                   UNLOCK FILE('APRQ')
               END-EXEC
               MOVE 'Accounting has closed the period.  Nothing was pos
      -            'ted.' TO APA-RESULT-MESSAGE
               GO TO 3000-EXIT
           END-IF.
      *
           MOVE AQ-INVOICE-NUMBER TO CA-INVOICE-NUMBER.
      *
           EXEC CICS
               READ FILE('INVOICE')
                    INTO(INVOICE-RECORD)
                    RIDFLD(CA-INVOICE-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           IF INV-VOIDED
               EXEC CICS
                   UNLOCK FILE('APRQ')
               END-EXEC
               MOVE 'That invoice has been voided in full.  Nothing was
      -            ' posted.' TO APA-RESULT-MESSAGE
               GO TO 3000-EXIT
           END-IF.
      *
           MOVE INVOICE-RECORD TO SAVED-INVOICE-RECORD.
           MOVE LOW-VALUE TO RETMAP1.
           IF AQ-SETTLE-STORE-CREDIT
               MOVE 'Y' TO STORE-CREDIT-SW
           ELSE
               MOVE 'N' TO STORE-CREDIT-SW
           END-IF.
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > 20
               IF AQ-RETURN-QUANTITY(ITEM-SUB) > ZERO
                   MOVE AQ-RETURN-QUANTITY(ITEM-SUB)
                       TO RET-D-RETQTY(ITEM-SUB)
                   MOVE +5 TO RET-L-RETQTY(ITEM-SUB)
                   MOVE AQ-RETURN-REASON(ITEM-SUB)
                       TO RET-D-REASON(ITEM-SUB)
                   MOVE +1 TO RET-L-REASON(ITEM-SUB)
               END-IF
           END-PERFORM.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE 'N' TO ANY-RETURN-SW.
           PERFORM 2100-EDIT-RETURN-LINE THRU 2100-EXIT
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 20.
      *
           IF NOT VALID-DATA OR NOT ANY-RETURN
               EXEC CICS
                   UNLOCK FILE('APRQ')
               END-EXEC
               MOVE RET-D-MESSAGE TO APA-RESULT-MESSAGE
               GO TO 3000-EXIT
           END-IF.
      *
           PERFORM 2200-BUILD-CREDIT-MEMO.
           PERFORM 2250-WRITE-CREDIT-MEMO.
           PERFORM 2300-RESTOCK-AND-LOG THRU 2300-EXIT
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 20.
           PERFORM 2400-UPDATE-OPEN-BALANCE.
           IF STORE-CREDIT-SETTLEMENT
               PERFORM 2500-ISSUE-STORE-CREDIT
           END-IF.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(AQ-DECIDED-DATE)
               TIME(AQ-DECIDED-TIME)
           END-EXEC.
      *
           SET AQ-APPROVED         TO TRUE.
           MOVE EIBOPID            TO AQ-DECIDED-OPERATOR.
           MOVE NEW-MEMO-NUMBER    TO AQ-POSTED-DOCUMENT.
      *
           EXEC CICS
               REWRITE FILE('APRQ')
                       FROM(APPROVAL-QUEUE-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'APRQ    ' TO AJ-FILE-NAME.
           MOVE 'R'        TO AJ-ACTION-CODE.
           MOVE SPACE      TO AJ-RECORD-KEY.
           MOVE AQ-QUEUE-NUMBER TO AJ-RECORD-KEY.
           MOVE APPROVAL-QUEUE-RECORD TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.
      *
           SET APA-POSTED TO TRUE.
           IF STORE-CREDIT-SETTLEMENT
               MOVE NEW-CERTIFICATE-NUMBER TO PCM-CERTIFICATE-NUMBER
               MOVE POSTED-CREDIT-MESSAGE-LINE TO APA-RESULT-MESSAGE
           ELSE
               MOVE NEW-MEMO-NUMBER TO PML-MEMO-NUMBER
               MOVE POSTED-MESSAGE-LINE TO APA-RESULT-MESSAGE
           END-IF.
      *
       3000-EXIT.
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
