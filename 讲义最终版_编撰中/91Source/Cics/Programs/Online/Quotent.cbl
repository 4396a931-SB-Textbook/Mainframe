      *   ON AN EMPTY SCREEN RECALLS IT, AND F9 CONVERTS AN OPEN,      *
      *   UNEXPIRED QUOTE INTO A POSTED INVOICE THROUGH THE SAME       *
      *   STOCK, CREDIT-LIMIT, AND BALANCE RULES ORDRENT APPLIES,      *
      *   WITHOUT REKEYING THE LINES.  THE STOCK A CONVERSION          *
      *   RELIEVES IS POSTED TO THE STKLED STOCK LEDGER THROUGH STKLW. *
      *   OUT-OF-PRINT PRODUCTS ARE NEITHER QUOTED NOR CONVERTED, AND  *
      *   A DISCONTINUED PRODUCT IS QUOTED ONLY UP TO ITS STOCK.       *
      *   A PROMOTION CODE IS EDITED AS ORDRENT EDITS IT AND PRICED    *
      *   INTO THE COVERED LINES, SO THE QUOTE PROMISES THE            *
      *   DISCOUNTED PRICE; THE CODE AND DISCOUNT PASS TO THE INVOICE  *
      *   ON CONVERSION.  A CUSTOMER WITH A SALES-TAX EXEMPTION        *
      *   CERTIFICATE IN FORCE (TAXEXM) IS QUOTED AND CONVERTED        *
      *   WITHOUT TAX, AND THE CERTIFICATE GOES ON THE INVOICE.        *
      *   THE SALESPERSON DEFAULTS TO THE CUSTOMER'S HOUSE             *
      *   SALESPERSON; ANOTHER ACTIVE SALESPERSON TAKES AN OVERRIDE    *
      *   REASON, LOGGED ON SLSOVR AGAINST THE QUOTE WHEN IT IS SAVED  *
      *   AND AGAINST THE INVOICE WHEN IT IS CONVERTED.                *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
               88  MORE-PRICES                           VALUE 'Y'.
           05  ARBAL-FOUND-SW                  PIC X(01) VALUE 'N'.
               88  ARBAL-FOUND                           VALUE 'Y'.
           05  PROMO-FOUND-SW                  PIC X(01) VALUE 'N'.
               88  PROMO-FOUND                           VALUE 'Y'.
           05  PROMO-CUSTOMER-SW               PIC X(01) VALUE 'N'.
               88  PROMO-CUSTOMER-ELIGIBLE               VALUE 'Y'.
           05  PROMO-LIMITED-SW                PIC X(01) VALUE 'N'.
               88  PROMO-LIMITED                         VALUE 'Y'.
           05  PROMO-QUALIFIED-SW              PIC X(01) VALUE 'N'.
               88  PROMO-QUALIFIED                       VALUE 'Y'.
           05  SALESPERSON-FOUND-SW            PIC X(01) VALUE 'N'.
               88  SALESPERSON-FOUND                     VALUE 'Y'.
           05  OVERRIDE-FOUND-SW               PIC X(01) VALUE 'N'.
               88  OVERRIDE-FOUND                        VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  STOCK-LOOKUP-KEY.
               10  SLK-PRODUCT-CODE     PIC X(06).
               10  SLK-LOCATION-CODE    PIC X(01).
           05  PROMO-SUB           PIC S9(03)  COMP-3  VALUE ZERO.
           05  PROMO-ELIGIBLE-TOTAL PIC 9(09)V99 VALUE ZERO.
           05  PROMO-RATE          PIC 9V9(06)  VALUE ZERO.
           05  PROMO-NET-PRICE     PIC 9(07)V99 VALUE ZERO.
           05  PROMO-LINE-AMOUNT   PIC 9(07)V99 VALUE ZERO.
           05  TAX-CERT-NUMBER     PIC X(15)   VALUE SPACE.
           05  SALESPERSON-LOOKUP-CODE PIC X(03) VALUE SPACE.
      *
       01  PROMO-LINE-TABLE.
      *
           05  PROMO-LINE-SW       PIC X(01)   OCCURS 10 TIMES.
               88  PROMO-LINE-COVERED          VALUE 'Y'.
      *
       01  SAVED-MESSAGE-LINE.
      *
               88  PROCESS-QUOTE-ENTRY                 VALUE '1'.
               88  PROCESS-QUOTE-VERIFY                VALUE '2'.
               88  PROCESS-QUOTE-RECALLED              VALUE '3'.
           05  CA-QUOTE-RECORD               PIC X(370).
           05  CA-HELP-SW                    PIC X(01).
               88  HELP-WAS-SHOWN                       VALUE 'H'.
           05  CA-HOUSE-SALESPERSON          PIC X(03).
           05  CA-SLSPSN-REASON              PIC X(01).
      *
       01  RESPONSE-CODE                     PIC S9(08)  COMP.
      *
       COPY ALIAS.
      *
       COPY LOCSTK.
      *
       COPY STKLED.
      *
       COPY PRICE.
      *
       COPY ARBAL.
      *
       COPY PROMO.
      *
       COPY TAXEXM.
      *
       COPY SLSPSN.
      *
       COPY SLSOVR.
      *
       COPY INVCTL.
      *
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA             PIC X(376).
      *
       PROCEDURE DIVISION.
      *
      -                ' to start over.' TO QUO-D-INSTR
                   MOVE 'F3=Exit   F12=Cancel' TO QUO-D-FKEY
                   MOVE SPACE TO QUO-D-MESSAGE
                   IF        QUO-L-PROMO > ZERO
                         AND QUO-D-PROMO NOT = SPACE
                         AND NOT PROMO-QUALIFIED
                       MOVE 'This quote does not qualify for that promo
      -                    'tion -- no promotion discount.'
                           TO QUO-D-MESSAGE
                   END-IF
                   SET SEND-DATAONLY TO TRUE
                   PERFORM 1500-SEND-QUOTE-MAP
                   SET PROCESS-QUOTE-VERIFY TO TRUE
       1200-EDIT-QUOTE-DATA.
      *
           MOVE ATTR-NO-HIGHLIGHT TO QUO-H-CUSTNO
                                     QUO-H-EXPIRY
                                     QUO-H-PROMO
                                     QUO-H-SLSPSN
                                     QUO-H-SLSRSN.
           MOVE ZERO TO LINE-ITEM-COUNT.
           MOVE SPACE TO QUOTE-RECORD.
           MOVE ZERO TO QUO-QUOTE-TOTAL
                        QUO-TAX-AMOUNT
                        QUO-PROMO-DISC-AMT.
           MOVE 'N' TO PROMO-QUALIFIED-SW.
      *
           PERFORM 1950-GET-TODAYS-DATE.
      *
                   MOVE CM-LAST-NAME  TO QUO-D-LNAME
                   MOVE CM-FIRST-NAME TO QUO-D-FNAME
                   MOVE QUO-D-CUSTNO  TO QUO-CUSTOMER-NUMBER
                   PERFORM 1215-EDIT-SALESPERSON
               ELSE
                   MOVE SPACE TO QUO-D-LNAME
                                 QUO-D-FNAME
                   TO QUO-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
      *    THE PROMOTION IS EDITED AS ORDRENT EDITS IT, AND PRICED
      *    ONLY ONCE EVERY LINE HAS PASSED.
           IF        QUO-L-PROMO > ZERO
                 AND QUO-D-PROMO NOT = SPACE
               PERFORM 1240-EDIT-PROMOTION-CODE
               IF VALID-DATA
                   MOVE QUO-D-PROMO TO QUO-PROMO-CODE
                   PERFORM 1250-PRICE-PROMOTION THRU 1250-EXIT
               END-IF
           END-IF.
      *
           MOVE QUO-QUOTE-TOTAL TO QUO-D-TOTAL.
           MOVE QUO-PROMO-DISC-AMT TO QUO-D-PROMODISC.
      *
       1210-READ-CUSTOMER-RECORD.
      *
           END-IF.
      *
      ******************************************************************
      *   1215-EDIT-SALESPERSON -- THE SALESPERSON EDIT ORDRENT'S 1206 *
      *   APPLIES: BLANK TAKES THE CUSTOMER'S HOUSE SALESPERSON IF ONE *
      *   IS ASSIGNED AND STILL ACTIVE; A KEYED CODE MUST BE ACTIVE,   *
      *   AND ONE THAT DIFFERS FROM THE HOUSE SALESPERSON TAKES AN     *
      *   OVERRIDE REASON (C, R, S, OR M) FOR THE SLSOVR LOG.          *
      ******************************************************************
       1215-EDIT-SALESPERSON.
      *
           MOVE SPACE TO CA-HOUSE-SALESPERSON
                         CA-SLSPSN-REASON.
      *
           IF CM-SALESPERSON-CODE NOT = SPACE
               MOVE CM-SALESPERSON-CODE TO SALESPERSON-LOOKUP-CODE
               PERFORM 1216-READ-SALESPERSON
               IF SALESPERSON-FOUND
                   MOVE CM-SALESPERSON-CODE TO CA-HOUSE-SALESPERSON
               END-IF
           END-IF.
      *
           IF       QUO-L-SLSPSN = ZERO
                 OR QUO-D-SLSPSN = SPACE OR LOW-VALUE
               MOVE CA-HOUSE-SALESPERSON TO QUO-D-SLSPSN
           ELSE
               MOVE QUO-D-SLSPSN TO SALESPERSON-LOOKUP-CODE
               PERFORM 1216-READ-SALESPERSON
               IF NOT SALESPERSON-FOUND
                   MOVE ATTR-REVERSE TO QUO-H-SLSPSN
                   MOVE -1 TO QUO-L-SLSPSN
                   MOVE 'That salesperson is not on the salesperson mas
      -                'ter.' TO QUO-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
           MOVE QUO-D-SLSPSN TO QUO-SALESPERSON-CODE.
      *
           IF QUO-L-SLSRSN = ZERO OR QUO-D-SLSRSN = LOW-VALUE
               MOVE SPACE TO QUO-D-SLSRSN
           END-IF.
           IF        CA-HOUSE-SALESPERSON NOT = SPACE
                 AND QUO-D-SLSPSN NOT = CA-HOUSE-SALESPERSON
               MOVE QUO-D-SLSRSN TO SV-REASON-CODE
               IF SV-REASON-VALID
                   MOVE QUO-D-SLSRSN TO CA-SLSPSN-REASON
               ELSE
                   MOVE ATTR-REVERSE TO QUO-H-SLSRSN
                   MOVE -1 TO QUO-L-SLSRSN
                   MOVE 'Overriding the house salesperson needs a reaso
      -                'n: C, R, S, or M.' TO QUO-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           ELSE
               MOVE SPACE TO QUO-D-SLSRSN
           END-IF.
      *
       1216-READ-SALESPERSON.
      *
           EXEC CICS
               READ FILE('SLSPSN')
                    INTO(SALESPERSON-MASTER-RECORD)
                    RIDFLD(SALESPERSON-LOOKUP-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO SALESPERSON-FOUND-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN SP-ARCHIVED
                   MOVE 'N' TO SALESPERSON-FOUND-SW
               WHEN OTHER
                   MOVE 'Y' TO SALESPERSON-FOUND-SW
           END-EVALUATE.
      *
      ******************************************************************
      *   1220-EDIT-QUOTE-LINE -- THE SAME PRODUCT/QUANTITY/PRICE      *
      *   EDITING ORDRENT'S 1220 APPLIES, WITHOUT THE STOCK CHECK --   *
      *   A QUOTE PROMISES A PRICE, NOT STOCK.                         *
           END-IF.
      *
           MOVE PRM-PRODUCT-DESCRIPTION TO QUO-D-DESC(ITEM-SUB).
      *
      *    AN OUT-OF-PRINT PRODUCT CANNOT BE QUOTED; A DISCONTINUED
      *    ONE ONLY UP TO THE WAREHOUSE STOCK LEFT TO SELL.
           IF PRM-OUT-OF-PRINT
               MOVE ATTR-REVERSE TO QUO-H-PCODE(ITEM-SUB)
               MOVE -1 TO QUO-L-PCODE(ITEM-SUB)
               MOVE 'That product is out of print.' TO QUO-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               GO TO 1220-EXIT
           END-IF.
           IF PRM-DISCONTINUED
               PERFORM 3150-READ-SHIPPING-STOCK
               IF QTY-NUMERIC > SHIPPABLE-QUANTITY
                   MOVE ATTR-REVERSE TO QUO-H-QTY(ITEM-SUB)
                   MOVE -1 TO QUO-L-QTY(ITEM-SUB)
                   MOVE 'Discontinued -- only the stock on hand can be q
      -                 'uoted.' TO QUO-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   GO TO 1220-EXIT
               END-IF
           END-IF.
      *
           IF QUO-D-NET-ALPHA(ITEM-SUB) = SPACE
               MOVE EFFECTIVE-UNIT-PRICE TO QUO-D-NET(ITEM-SUB)
               WHEN OTHER
                   MOVE PRC-UNIT-PRICE TO EFFECTIVE-UNIT-PRICE
           END-EVALUATE.
      *
      ******************************************************************
      *   1240-EDIT-PROMOTION-CODE -- THE SAME CHECKS ORDRENT'S 1240   *
      *   MAKES: ON FILE, ACTIVE, RUNNING TODAY, AND OPEN TO THIS      *
      *   CUSTOMER.                                                    *
      ******************************************************************
       1240-EDIT-PROMOTION-CODE.
      *
           MOVE QUO-D-PROMO TO PMO-PROMO-CODE.
      *
           EXEC CICS
               READ FILE('PROMO')
                    INTO(PROMOTION-RECORD)
                    RIDFLD(PMO-PROMO-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO PROMO-FOUND-SW
           ELSE
               IF RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO PROMO-FOUND-SW
               ELSE
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           EVALUATE TRUE
               WHEN NOT PROMO-FOUND
                   MOVE 'That promotion code does not exist.'
                       TO QUO-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO QUO-H-PROMO
                   MOVE -1 TO QUO-L-PROMO
               WHEN      NOT PMO-ACTIVE
                      OR TODAYS-DATE-YMD < PMO-START-DATE
                      OR TODAYS-DATE-YMD > PMO-END-DATE
                   MOVE 'That promotion is not running today.'
                       TO QUO-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO QUO-H-PROMO
                   MOVE -1 TO QUO-L-PROMO
               WHEN OTHER
                   MOVE 'N' TO PROMO-LIMITED-SW
                   MOVE 'N' TO PROMO-CUSTOMER-SW
                   PERFORM 1243-SCAN-PROMO-CUSTOMER
                       VARYING PROMO-SUB FROM 1 BY 1
                         UNTIL PROMO-SUB > 10
                   IF        PROMO-LIMITED
                         AND NOT PROMO-CUSTOMER-ELIGIBLE
                       MOVE 'That customer is not eligible for that pro
      -                    'motion.' TO QUO-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE ATTR-REVERSE TO QUO-H-PROMO
                       MOVE -1 TO QUO-L-PROMO
                   END-IF
           END-EVALUATE.
      *
       1243-SCAN-PROMO-CUSTOMER.
      *
           IF PMO-CUSTOMER-NUMBER(PROMO-SUB) NOT = SPACE
               MOVE 'Y' TO PROMO-LIMITED-SW
               IF PMO-CUSTOMER-NUMBER(PROMO-SUB) = QUO-D-CUSTNO
                   MOVE 'Y' TO PROMO-CUSTOMER-SW
               END-IF
           END-IF.
      *
      ******************************************************************
      *   1250-PRICE-PROMOTION -- THE RULES OF ORDRENT'S 1330: ONLY    *
      *   THE LINES THE PRODUCT RANGES COVER ARE DISCOUNTED, AND ONLY  *
      *   WHEN THE WHOLE QUOTE MEETS THE MINIMUM ORDER.  THE QUOTE     *
      *   PROMISES THE DISCOUNTED NET, SO IT GOES STRAIGHT INTO THE    *
      *   COVERED LINES AND THE SCREEN; THE CODE IS DROPPED FROM A     *
      *   QUOTE THAT DOES NOT QUALIFY.                                 *
      ******************************************************************
       1250-PRICE-PROMOTION.
      *
           MOVE ZERO TO PROMO-ELIGIBLE-TOTAL.
           PERFORM 1251-TOTAL-PROMO-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
           IF        PROMO-ELIGIBLE-TOTAL = ZERO
                  OR QUO-QUOTE-TOTAL < PMO-MINIMUM-ORDER
               MOVE SPACE TO QUO-PROMO-CODE
               GO TO 1250-EXIT
           END-IF.
      *
           MOVE 'Y' TO PROMO-QUALIFIED-SW.
           IF PMO-PERCENT-OFF
               COMPUTE PROMO-RATE = PMO-DISCOUNT-PERCENT / 100
           ELSE
               IF PMO-DISCOUNT-AMOUNT NOT < PROMO-ELIGIBLE-TOTAL
                   MOVE 1 TO PROMO-RATE
               ELSE
                   COMPUTE PROMO-RATE =
                       PMO-DISCOUNT-AMOUNT / PROMO-ELIGIBLE-TOTAL
               END-IF
           END-IF.
      *
           PERFORM 1252-DISCOUNT-PROMO-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
           SUBTRACT QUO-PROMO-DISC-AMT FROM QUO-QUOTE-TOTAL.
      *
       1250-EXIT.
           EXIT.
      *
       1251-TOTAL-PROMO-LINE.
      *
           MOVE 'N' TO PROMO-LINE-SW(ITEM-SUB).
      *
           IF QUO-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
               MOVE 'N' TO PROMO-LIMITED-SW
               PERFORM 1253-SCAN-PROMO-RANGE
                   VARYING PROMO-SUB FROM 1 BY 1
                     UNTIL PROMO-SUB > 5
               IF NOT PROMO-LIMITED
                   MOVE 'Y' TO PROMO-LINE-SW(ITEM-SUB)
               END-IF
               IF PROMO-LINE-COVERED(ITEM-SUB)
                   ADD QUO-AMOUNT(ITEM-SUB) TO PROMO-ELIGIBLE-TOTAL
               END-IF
           END-IF.
      *
       1252-DISCOUNT-PROMO-LINE.
      *
           IF PROMO-LINE-COVERED(ITEM-SUB)
               COMPUTE PROMO-NET-PRICE ROUNDED =
                   QUO-UNIT-PRICE(ITEM-SUB) * (1 - PROMO-RATE)
               COMPUTE PROMO-LINE-AMOUNT =
                   PROMO-NET-PRICE * QUO-QUANTITY(ITEM-SUB)
               COMPUTE QUO-PROMO-DISC-AMT = QUO-PROMO-DISC-AMT
                   + QUO-AMOUNT(ITEM-SUB) - PROMO-LINE-AMOUNT
               MOVE PROMO-NET-PRICE   TO QUO-UNIT-PRICE(ITEM-SUB)
                                         QUO-D-NET(ITEM-SUB)
               MOVE PROMO-LINE-AMOUNT TO QUO-AMOUNT(ITEM-SUB)
                                         QUO-D-AMOUNT(ITEM-SUB)
           END-IF.
      *
       1253-SCAN-PROMO-RANGE.
      *
           IF PMO-FROM-PRODUCT(PROMO-SUB) NOT = SPACE
               MOVE 'Y' TO PROMO-LIMITED-SW
               IF PMO-THRU-PRODUCT(PROMO-SUB) = SPACE
                   IF QUO-PRODUCT-CODE(ITEM-SUB) =
                           PMO-FROM-PRODUCT(PROMO-SUB)
                       MOVE 'Y' TO PROMO-LINE-SW(ITEM-SUB)
                   END-IF
               ELSE
                   IF        QUO-PRODUCT-CODE(ITEM-SUB) NOT <
                                 PMO-FROM-PRODUCT(PROMO-SUB)
                         AND QUO-PRODUCT-CODE(ITEM-SUB) NOT >
                                 PMO-THRU-PRODUCT(PROMO-SUB)
                       MOVE 'Y' TO PROMO-LINE-SW(ITEM-SUB)
                   END-IF
               END-IF
           END-IF.
      *
       1300-FORMAT-QUOTE-RECORD.
      *
       1310-COMPUTE-QUOTE-TAX.
      *
           MOVE ZERO TO QUO-TAX-AMOUNT.
           PERFORM 1320-CHECK-TAX-EXEMPTION.
           IF TAX-CERT-NUMBER = SPACE
               SET STT-IDX TO 1
               SEARCH STT-ENTRY
                   AT END
                       CONTINUE
                   WHEN STT-STATE(STT-IDX) = CM-STATE
                       COMPUTE QUO-TAX-AMOUNT ROUNDED =
                           QUO-QUOTE-TOTAL * STT-RATE(STT-IDX)
               END-SEARCH
           END-IF.
      *
      ******************************************************************
      *   1320-CHECK-TAX-EXEMPTION -- AN EXEMPTION CERTIFICATE FOR     *
      *   THE CUSTOMER'S STATE THAT IS IN FORCE TODAY, AS ORDRENT'S    *
      *   1306 CHECKS IT.  TAX-CERT-NUMBER IS LEFT BLANK WHEN THERE    *
      *   IS NONE.                                                     *
      ******************************************************************
       1320-CHECK-TAX-EXEMPTION.
      *
           MOVE SPACE TO TAX-CERT-NUMBER.
           MOVE CM-CUSTOMER-NUMBER TO TXE-CUSTOMER-NUMBER.
           MOVE CM-STATE           TO TXE-EXEMPT-STATE.
           EXEC CICS
               READ FILE('TAXEXM')
                    INTO(TAX-EXEMPTION-RECORD)
                    RIDFLD(TXE-EXEMPTION-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               IF        TODAYS-DATE-YMD NOT < TXE-ISSUE-DATE
                     AND TODAYS-DATE-YMD NOT > TXE-EXPIRY-DATE
                   MOVE TXE-CERTIFICATE-NUMBER TO TAX-CERT-NUMBER
               END-IF
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       1500-SEND-QUOTE-MAP.
      *
           MOVE QUO-EXPIRY-DATE    TO QUO-D-EXPIRY.
           MOVE QUO-QUOTE-TOTAL    TO QUO-D-TOTAL.
           MOVE QUO-TAX-AMOUNT     TO QUO-D-TAX.
           MOVE QUO-PROMO-CODE     TO QUO-D-PROMO.
           MOVE QUO-PROMO-DISC-AMT TO QUO-D-PROMODISC.
           MOVE QUO-SALESPERSON-CODE TO QUO-D-SLSPSN.
           PERFORM 1760-READ-QUOTE-OVERRIDE.
           IF OVERRIDE-FOUND
               MOVE SV-REASON-CODE TO QUO-D-SLSRSN
           END-IF.
      *
           EVALUATE TRUE
               WHEN QUO-CONVERTED
           MOVE 'F3=Exit  F9=Convert  F12=New quote' TO QUO-D-FKEY.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-QUOTE-MAP.
      *
      ******************************************************************
      *   1760-READ-QUOTE-OVERRIDE -- THE SLSOVR RECORD LOGGED WHEN    *
      *   THIS QUOTE WAS SAVED TO A SALESPERSON OTHER THAN THE HOUSE   *
      *   SALESPERSON, IF THERE IS ONE.                                *
      ******************************************************************
       1760-READ-QUOTE-OVERRIDE.
      *
           MOVE 'Q'              TO SV-DOCUMENT-TYPE.
           MOVE QUO-QUOTE-NUMBER TO SV-DOCUMENT-NUMBER.
           EXEC CICS
               READ FILE('SLSOVR')
                    INTO(SALESPERSON-OVERRIDE-RECORD)
                    RIDFLD(SV-LOG-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO OVERRIDE-FOUND-SW
           ELSE
               IF RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO OVERRIDE-FOUND-SW
               ELSE
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       1900-START-FRESH-QUOTE.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           IF        CA-HOUSE-SALESPERSON NOT = SPACE
                 AND QUO-SALESPERSON-CODE NOT = CA-HOUSE-SALESPERSON
               MOVE 'Q'                  TO SV-DOCUMENT-TYPE
               MOVE QUO-QUOTE-NUMBER     TO SV-DOCUMENT-NUMBER
               MOVE QUO-CUSTOMER-NUMBER  TO SV-CUSTOMER-NUMBER
               MOVE CA-HOUSE-SALESPERSON TO SV-HOUSE-SALESPERSON
               MOVE QUO-SALESPERSON-CODE TO SV-SALESPERSON-CODE
               MOVE CA-SLSPSN-REASON     TO SV-REASON-CODE
               PERFORM 2050-WRITE-OVERRIDE-LOG
           END-IF.
      *
           MOVE LOW-VALUE TO QUOMAP1.
           MOVE QUO-QUOTE-NUMBER TO SML-QUOTE-NUMBER.
           SET PROCESS-QUOTE-ENTRY TO TRUE.
      *
      ******************************************************************
      *   2050-WRITE-OVERRIDE-LOG -- STAMPS AND WRITES THE SLSOVR      *
      *   RECORD THE CALLER BUILT.                                     *
      ******************************************************************
       2050-WRITE-OVERRIDE-LOG.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(SV-LOG-DATE)
               TIME(SV-LOG-TIME)
           END-EXEC.
           MOVE EIBTRMID TO SV-TERMINAL-ID.
           MOVE EIBOPID  TO SV-OPERATOR-ID.
      *
           EXEC CICS
               WRITE FILE('SLSOVR')
                     FROM(SALESPERSON-OVERRIDE-RECORD)
                     RIDFLD(SV-LOG-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      ******************************************************************
      *   3000-CONVERT-QUOTE-TO-ORDER -- F9 ON A RECALLED QUOTE.       *
      *   THE QUOTE IS RE-READ FOR UPDATE, THEN THE ORDER RULES        *
      *   ORDRENT WOULD HAVE APPLIED AT ENTRY TIME ARE APPLIED NOW:    *
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   WHEN PRM-OUT-OF-PRINT
                       MOVE 'A quoted product is now out of print.'
                           TO QUO-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OTHER
                       PERFORM 3150-READ-SHIPPING-STOCK
                       IF QUO-QUANTITY(ITEM-SUB) > SHIPPABLE-QUANTITY
           MOVE TODAYS-DATE-MDY     TO INV-INVOICE-DATE.
           MOVE QUO-SALESPERSON-CODE TO INV-SALESPERSON-CODE.
           MOVE ZERO TO INV-SHIP-TO-NUMBER.
      *    THE LINES ALREADY CARRY THE PROMOTION PRICE THE QUOTE
      *    PROMISED; THE INVOICE RECORDS THE CODE AND DISCOUNT.
           MOVE QUO-PROMO-CODE      TO INV-PROMO-CODE.
           MOVE QUO-PROMO-DISC-AMT  TO INV-PROMO-DISC-AMT.
      *
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > 20
                             INV-UNIT-PRICE(ITEM-SUB)
                             INV-AMOUNT(ITEM-SUB)
                             INV-LINE-DISC-AMT(ITEM-SUB)
                             INV-LINE-UNIT-COST(ITEM-SUB)
           END-PERFORM.
      *
           MOVE ZERO TO INV-INVOICE-TOTAL.
           END-PERFORM.
      *
      *    THE TAX POSTED IS RECOMPUTED AT TODAY'S RATES, NOT THE
      *    INDICATIVE TAX SAVED ON THE QUOTE -- AND AGAINST THE
      *    EXEMPTION CERTIFICATES IN FORCE TODAY.
           MOVE ZERO TO INV-TAX-AMOUNT.
           MOVE ZERO TO INV-FREIGHT-AMOUNT.
           MOVE ZERO TO INV-STD-FREIGHT-AMT.
           PERFORM 1320-CHECK-TAX-EXEMPTION.
           MOVE TAX-CERT-NUMBER TO INV-TAX-CERT-NUMBER.
           IF TAX-CERT-NUMBER = SPACE
               SET STT-IDX TO 1
               SEARCH STT-ENTRY
                   AT END
                       CONTINUE
                   WHEN STT-STATE(STT-IDX) = CM-STATE
                       COMPUTE INV-TAX-AMOUNT ROUNDED =
                           INV-INVOICE-TOTAL * STT-RATE(STT-IDX)
               END-SEARCH
           END-IF.
      *
           SET INV-ORIGINAL-INVOICE TO TRUE.
           MOVE ZERO TO INV-VOID-OF-INVOICE.
      *    THE CUSTOMER'S TERMS AS ORDRENT COMPUTES IT; THE
      *    CUSTOMER RECORD IS STILL IN STORAGE FROM THE TAX LOOKUP.
           PERFORM 3910-COMPUTE-DUE-DATE.
      *
      *    EACH LINE CARRIES WHAT IT COST US TODAY, AS ORDRENT'S DO.
           PERFORM 3310-STAMP-LINE-COST
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
           EXEC CICS
               WRITE FILE('INVOICE')
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      *    AN OVERRIDE LOGGED AGAINST THE QUOTE CARRIES TO THE
      *    INVOICE, AS LONG AS THE QUOTE STILL NAMES THE SAME
      *    SALESPERSON (SLSREAS MAY HAVE REASSIGNED IT SINCE).
           PERFORM 1760-READ-QUOTE-OVERRIDE.
           IF        OVERRIDE-FOUND
                 AND SV-SALESPERSON-CODE = QUO-SALESPERSON-CODE
               MOVE 'O'                TO SV-DOCUMENT-TYPE
               MOVE NEW-INVOICE-NUMBER TO SV-DOCUMENT-NUMBER
               PERFORM 2050-WRITE-OVERRIDE-LOG
           END-IF.
      *
           PERFORM 3400-RELIEVE-STOCK
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
      *
       3310-STAMP-LINE-COST.
      *
           IF INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
               EXEC CICS
                   READ FILE('PRODUCT')
                        INTO(PRODUCT-MASTER-RECORD)
                        RIDFLD(INV-PRODUCT-CODE(ITEM-SUB))
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE PRM-AVERAGE-COST
                       TO INV-LINE-UNIT-COST(ITEM-SUB)
               END-IF
               IF      RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   AND RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       3400-RELIEVE-STOCK.
      *
      ******************************************************************
       3450-RELIEVE-SHIPPING-STOCK.
      *
           MOVE SPACE TO SL-LOCATION-CODE.
           MOVE ZERO  TO SL-LOCATION-BALANCE.
           MOVE INV-PRODUCT-CODE(ITEM-SUB) TO SLK-PRODUCT-CODE.
           MOVE 'W'                        TO SLK-LOCATION-CODE.
      *
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
                   MOVE 'W'                 TO SL-LOCATION-CODE
                   MOVE LS-QUANTITY-ON-HAND TO SL-LOCATION-BALANCE
           END-EVALUATE.
      *
           MOVE INV-PRODUCT-CODE(ITEM-SUB) TO SL-PRODUCT-CODE.
           SET SL-QUOTE-CONVERSION         TO TRUE.
           COMPUTE SL-QUANTITY = ZERO - INV-QUANTITY(ITEM-SUB).
           MOVE PRM-QUANTITY-ON-HAND       TO SL-PRODUCT-BALANCE.
           MOVE INV-INVOICE-NUMBER         TO SL-DOCUMENT-NUMBER.
           MOVE 'QUOTENT'                  TO SL-PROGRAM-ID.
           PERFORM 9700-WRITE-STOCK-LEDGER.
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
       9999-TERMINATE-PROGRAM.
      *
