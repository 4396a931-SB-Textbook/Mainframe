               88  DRAFT-RESUMED                         VALUE 'Y'.
           05  PERIOD-OPEN-SW                  PIC X(01) VALUE 'Y'.
               88  PERIOD-OPEN                           VALUE 'Y'.
           05  PROMO-FOUND-SW                  PIC X(01) VALUE 'N'.
               88  PROMO-FOUND                           VALUE 'Y'.
           05  PROMO-CUSTOMER-SW               PIC X(01) VALUE 'N'.
               88  PROMO-CUSTOMER-ELIGIBLE               VALUE 'Y'.
           05  PROMO-LIMITED-SW                PIC X(01) VALUE 'N'.
               88  PROMO-LIMITED                         VALUE 'Y'.
           05  PROMO-QUALIFIED-SW              PIC X(01) VALUE 'N'.
               88  PROMO-QUALIFIED                       VALUE 'Y'.
           05  PROMO-POST-SW                   PIC X(01) VALUE 'N'.
               88  PROMO-POST-LINES                      VALUE 'Y'.
           05  GIFT-APPLIED-SW                 PIC X(01) VALUE 'N'.
               88  GIFT-APPLIED                          VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  ALIAS-LOOKUP-KEY    PIC X(06)   VALUE SPACE.
           05  UNBILLED-ONLY-SW    PIC X(01)   VALUE 'N'.
               88  UNBILLED-ONLY               VALUE 'Y'.
           05  PROMO-SUB           PIC S9(03)  COMP-3  VALUE ZERO.
           05  PROMO-LINE-SUB      PIC S9(03)  COMP-3  VALUE ZERO.
           05  PROMO-ORDER-TOTAL   PIC 9(09)V99 VALUE ZERO.
           05  PROMO-ELIGIBLE-TOTAL PIC 9(09)V99 VALUE ZERO.
           05  PROMO-RATE          PIC 9V9(06) VALUE ZERO.
           05  PROMO-NET-PRICE     PIC 9(07)V99 VALUE ZERO.
           05  PROMO-LINE-AMOUNT   PIC 9(07)V99 VALUE ZERO.
           05  EXEMPTION-DATE-YMD  PIC 9(08)   VALUE ZERO.
           05  SALESPERSON-LOOKUP-CODE PIC X(03) VALUE SPACE.
           05  GIFT-ORDER-AMOUNT   PIC S9(07)V99 COMP-3 VALUE ZERO.
           05  GIFT-APPLIED-AMOUNT PIC S9(07)V99 COMP-3 VALUE ZERO.
           05  GIFT-PAYMENT-DATE   PIC 9(08)   VALUE ZERO.
           05  JUMP-ITEM-SUB       PIC S9(03)  COMP-3  VALUE ZERO.
           05  JUMP-PRODUCT-CODE   PIC X(06)   VALUE SPACE.
           05  JUMP-LINE-SHORT-SW  PIC X(01)   VALUE 'N'.
               88  JUMP-LINE-SHORT             VALUE 'Y'.
      *
       01  RESPONSE-CODE                     PIC S9(08)  COMP.
      *
       01  GETINV-PARMS.
           05  GIP-SERIES              PIC X(01).
           05  GIP-NUMBER              PIC 9(06).
      *
       01  ORDER-HOLD-QUEUE-NAME.
      *
           05  FILLER                  PIC X(04) VALUE 'ORD '.
           05  OHQ-TERMINAL-ID         PIC X(04).
      *
      ******************************************************************
      *   STATE-TAX-TABLE -- SALES-TAX RATE BY CUSTOMER STATE, USED BY *
               88  PROCESS-VERIFY                      VALUE '2'.
               88  PROCESS-ENTRY-PAGE2                 VALUE '3'.
           05  CA-TOTAL-ORDERS               PIC S9(03) COMP-3.
           05  CA-INVOICE-RECORD             PIC X(1053).
           05  CA-FIELDS-ENTERED.
               10  CA-PO-ENTERED-SW          PIC X(01).
                   88  CA-PO-ENTERED                VALUE 'Y'.
                       88  CA-NET-ENTERED           VALUE 'Y'.
           05  CA-HELP-SW                    PIC X(01).
               88  HELP-WAS-SHOWN                       VALUE 'H'.
           05  CA-HOUSE-SALESPERSON          PIC X(03).
           05  CA-SLSPSN-REASON              PIC X(01).
           05  CA-GIFT-CERTIFICATE           PIC 9(06).
      *
      ******************************************************************
      *   PER-LINE QUANTITY-BREAK DISCOUNTS, COMPUTED AT EDIT TIME    *
       01  LINE-DISCOUNT-TABLE.
           05  LINE-DISC-AMOUNT OCCURS 20 TIMES
                                   PIC 9(07)V99.
      *
      ******************************************************************
      *   PER-LINE PROMOTION COVERAGE, SET BY 1331 WHEN THE ORDER IS   *
      *   TOTALED AND USED BY 1332 TO DISCOUNT ONLY THE LINES THE      *
      *   PROMOTION'S PRODUCT RANGES TAKE IN.                          *
      ******************************************************************
       01  PROMO-LINE-TABLE.
           05  PROMO-LINE-SW OCCURS 20 TIMES
                                   PIC X(01).
               88  PROMO-LINE-COVERED          VALUE 'Y'.
      *
       01  BACKORDER-MESSAGE-LINE.
      *
           05  BML-COUNT         PIC Z9.
           05  FILLER            PIC X(40) VALUE
                   ' line(s) accepted as backorders.'.
      *
       01  TAX-EXEMPT-MESSAGE-LINE.
      *
           05  FILLER            PIC X(40) VALUE
                   'No sales tax -- exemption certificate '.
           05  TEM-CERT-NUMBER   PIC X(15).
      *
       01  GIFT-CERTIFICATE-MESSAGE-LINE.
      *
           05  FILLER            PIC X(12) VALUE 'Certificate '.
           05  GCM-CERTIFICATE-NUMBER PIC 9(06).
           05  FILLER            PIC X(12) VALUE ' will apply '.
           05  GCM-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(15) VALUE ' to this order.'.
      *
       01  GIFT-APPLIED-MESSAGE-LINE.
      *
           05  FILLER            PIC X(29) VALUE
                   'Order accepted.  Certificate '.
           05  GAM-CERTIFICATE-NUMBER PIC 9(06).
           05  FILLER            PIC X(06) VALUE ' paid '.
           05  GAM-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(01) VALUE '.'.
      *
       01  TOTAL-LINE.
      *
       COPY DRAFT.
      *
       COPY LOCSTK.
      *
       COPY STKLED.
      *
       COPY SHIPTO.
      *
       COPY CRHOLD.
      *
       COPY LIMLOG.
      *
       COPY SLSOVR.
      *
       COPY CONPRC.
      *
       COPY QTYBRK.
      *
       COPY PROMO.
      *
       COPY TAXEXM.
      *
       COPY GIFTCRT.
      *
       COPY GIFTACT.
      *
       COPY PAYMENT.
      *
       COPY KITMAS.
      *
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA             PIC X(1128).
      *
       PROCEDURE DIVISION.
      *
       0000-ENTER-ORDERS.
      *
           IF EIBCALEN > 6
               MOVE DFHCOMMAREA TO COMMUNICATION-AREA
           END-IF.
      *
                       PERFORM 1400-SEND-ORDER-MAP
                       SET PROCESS-ENTRY TO TRUE
                   END-IF
      *
      *        A SIX-BYTE COMMAREA IS ATPINQ1 HANDING BACK THE PRODUCT
      *        AFTER AN F9 AVAILABILITY CHECK; THE HELD ORDER RETURNS.
               WHEN EIBCALEN = 6
                   PERFORM 1550-RESTORE-HELD-ORDER THRU 1550-EXIT
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO ORDMAP1
                           PERFORM 1400-SEND-ORDER-MAP
                       END-IF
                   END-IF
      *
               WHEN EIBAID = DFHPF9
                   IF PROCESS-ENTRY
                       PERFORM 1500-JUMP-TO-AVAILABILITY THRU 1500-EXIT
                   ELSE
                       IF PROCESS-ENTRY-PAGE2
                           PERFORM 1520-JUMP-FROM-PAGE2 THRU 1520-EXIT
                       ELSE
                           MOVE LOW-VALUE TO ORDMAP1
                           MOVE 'Invalid key pressed.' TO ORD-D-MESSAGE
                           MOVE -1 TO ORD-L-CUSTNO
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1400-SEND-ORDER-MAP
                       END-IF
                   END-IF
      *
               WHEN EIBAID = DFHPF10
                   IF PROCESS-ENTRY
      *
           IF VALID-DATA
               PERFORM 1300-FORMAT-INVOICE-RECORD
               MOVE INV-PROMO-DISC-AMT TO ORD-D-PROMODISC
               MOVE INV-TAX-AMOUNT TO ORD-D-TAX
               COMPUTE ORD-D-GRANDTOTAL = INV-INVOICE-TOTAL
                                         + INV-TAX-AMOUNT
      -             'er corrections.' TO ORD-D-INSTR
               MOVE 'F3=Exit   F4=Change   F12=Cancel' TO ORD-D-FKEY
               MOVE SPACE TO ORD-D-MESSAGE
               IF        INV-PROMO-CODE NOT = SPACE
                     AND NOT PROMO-QUALIFIED
                   MOVE 'This order does not qualify for that promotion
      -                '-- no promotion discount.' TO ORD-D-MESSAGE
               END-IF
               IF        INV-TAX-CERT-NUMBER NOT = SPACE
                     AND ORD-D-MESSAGE = SPACE
                   MOVE INV-TAX-CERT-NUMBER TO TEM-CERT-NUMBER
                   MOVE TAX-EXEMPT-MESSAGE-LINE TO ORD-D-MESSAGE
               END-IF
               IF        CA-GIFT-CERTIFICATE NOT = ZERO
                     AND ORD-D-MESSAGE = SPACE
                   PERFORM 1246-SHOW-CERTIFICATE-AMOUNT
               END-IF
               SET SEND-DATAONLY TO TRUE
               SET PROTECT-FIELDS TO TRUE
               PERFORM 1400-SEND-ORDER-MAP
               MOVE 'Y' TO CA-PO-ENTERED-SW
           END-IF.
      *
      *    THE SHIP-TO NUMBER IS OPTIONAL -- BLANK OR ZERO SHIPS TO
      *    THE CUSTMAS BILLING ADDRESS -- BUT A NUMBER THAT IS KEYED
      *    MUST BE AN ACTIVE ENTRY IN THE CUSTOMER'S ADDRESS BOOK.
                   MOVE CM-CITY       TO ORD-D-CITY
                   MOVE CM-STATE      TO ORD-D-STATE
                   MOVE CM-ZIP-CODE   TO ORD-D-ZIPCODE
                   PERFORM 1206-EDIT-SALESPERSON
                   IF VALID-DATA
                       MOVE ORD-D-CUSTNO TO INV-CUSTOMER-NUMBER
      *                THE CREDIT CHECK TAXES THE PENDING ORDER, AND
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
      *    THE PROMOTION CODE IS OPTIONAL, BUT A CODE THAT IS KEYED
      *    MUST BE ON THE PROMOTION MASTER, RUNNING TODAY, AND OPEN
      *    TO THIS CUSTOMER.  THE PRODUCTS IT COVERS AND ITS MINIMUM
      *    ORDER ARE WEIGHED WHEN THE WHOLE ORDER IS PRICED (1330).
           MOVE ATTR-NO-HIGHLIGHT TO ORD-H-PROMO.
           IF        ORD-L-PROMO > ZERO
                 AND ORD-D-PROMO NOT = SPACE
               PERFORM 1240-EDIT-PROMOTION-CODE
           END-IF.
      *
      *    A GIFT CERTIFICATE OR STORE CREDIT IS OPTIONAL PAYMENT.
      *    ONE THAT IS KEYED MUST BE ON GIFTCRT WITH A BALANCE LEFT
      *    AND NOT PAST ITS EXPIRY DATE; IT IS APPLIED AT POSTING.
           MOVE ATTR-NO-HIGHLIGHT TO ORD-H-GIFTCERT.
           MOVE ZERO TO CA-GIFT-CERTIFICATE.
           IF        ORD-L-GIFTCERT > ZERO
                 AND ORD-D-GIFTCERT-ALPHA NOT = SPACE
               PERFORM 1245-EDIT-GIFT-CERTIFICATE
           END-IF.
      *
           IF VALID-DATA
               MOVE -1 TO ORD-L-CUSTNO
           EXEC CICS
               READ FILE('SLSPSN')
                    INTO(SALESPERSON-MASTER-RECORD)
                    RIDFLD(SALESPERSON-LOOKUP-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
               WHEN OTHER
                   MOVE 'Y' TO SALESPERSON-FOUND-SW
           END-EVALUATE.
      *
      ******************************************************************
      *   1206-EDIT-SALESPERSON -- THE SALESPERSON DEFAULTS TO THE     *
      *   CUSTOMER'S HOUSE SALESPERSON (CM-SALESPERSON-CODE) WHEN ONE  *
      *   IS ASSIGNED AND STILL ACTIVE.  A CODE THAT IS KEYED MUST BE  *
      *   ON THE SALESPERSON MASTER AND STILL ACTIVE, AND ONE THAT     *
      *   DIFFERS FROM THE HOUSE SALESPERSON TAKES AN OVERRIDE REASON  *
      *   (C CUSTOMER REQUEST, R REFERRAL, S SPECIALIST SALE, M        *
      *   MANAGER DIRECTED), WHICH 2105 LOGS ON SLSOVR WHEN THE ORDER  *
      *   POSTS.  A CUSTOMER WITH NO ACTIVE HOUSE SALESPERSON TAKES    *
      *   ANY ACTIVE CODE, OR NONE -- THE MONTH-END COMMISSION RUN     *
      *   LISTS INVOICES POSTED WITHOUT ONE.                           *
      ******************************************************************
       1206-EDIT-SALESPERSON.
      *
           MOVE ATTR-NO-HIGHLIGHT TO ORD-H-SLSPSN
                                     ORD-H-SLSRSN.
           MOVE SPACE TO CA-HOUSE-SALESPERSON
                         CA-SLSPSN-REASON.
      *
           IF CM-SALESPERSON-CODE NOT = SPACE
               MOVE CM-SALESPERSON-CODE TO SALESPERSON-LOOKUP-CODE
               PERFORM 1205-READ-SALESPERSON
               IF SALESPERSON-FOUND
                   MOVE CM-SALESPERSON-CODE TO CA-HOUSE-SALESPERSON
               END-IF
           END-IF.
      *
           IF       ORD-L-SLSPSN = ZERO
                 OR ORD-D-SLSPSN = SPACE OR LOW-VALUE
               MOVE CA-HOUSE-SALESPERSON TO ORD-D-SLSPSN
           ELSE
               MOVE ORD-D-SLSPSN TO SALESPERSON-LOOKUP-CODE
               PERFORM 1205-READ-SALESPERSON
               IF NOT SALESPERSON-FOUND
                   MOVE ATTR-REVERSE TO ORD-H-SLSPSN
                   MOVE -1 TO ORD-L-SLSPSN
                   MOVE 'That salesperson is not on the salesperson mas
      -                'ter.' TO ORD-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF ORD-L-SLSRSN = ZERO OR ORD-D-SLSRSN = LOW-VALUE
               MOVE SPACE TO ORD-D-SLSRSN
           END-IF.
           IF        CA-HOUSE-SALESPERSON NOT = SPACE
                 AND ORD-D-SLSPSN NOT = CA-HOUSE-SALESPERSON
               MOVE ORD-D-SLSRSN TO SV-REASON-CODE
               IF SV-REASON-VALID
                   MOVE ORD-D-SLSRSN TO CA-SLSPSN-REASON
               ELSE
                   MOVE ATTR-REVERSE TO ORD-H-SLSRSN
                   MOVE -1 TO ORD-L-SLSRSN
                   MOVE 'Overriding the house salesperson needs a reaso
      -                'n: C, R, S, or M.' TO ORD-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           ELSE
               MOVE SPACE TO ORD-D-SLSRSN
           END-IF.
      *
       1207-READ-SHIP-TO.
      *
      *   INV-INVOICE-TOTAL MAY REFLECT ITEMS 1-10 ONLY (PAGE 1) OR    *
      *   ALL 20 ITEMS (AFTER PAGE 2 IS ACCEPTED).  THE CALLER IS      *
      *   RESPONSIBLE FOR HIGHLIGHTING THE REJECTION ON WHICHEVER MAP  *
      *   IS CURRENTLY ON SCREEN.  EVERY REJECTION IS LOGGED TO        *
      *   LIMLOG (1213) FOR THE MONTHLY CRLREV CREDIT-LIMIT REVIEW.    *
      ******************************************************************
       1215-CHECK-CREDIT-LIMIT.
      *
               PERFORM 1218-END-BALANCE-BROWSE
               IF OPEN-BALANCE > CM-CREDIT-LIMIT
                   MOVE 'N' TO VALID-DATA-SW
                   PERFORM 1213-LOG-LIMIT-REFUSAL
               END-IF
           END-IF.
      *
      ******************************************************************
      *   1213-LOG-LIMIT-REFUSAL -- ONE LIMLOG RECORD PER REFUSAL.     *
      *   TWO REFUSALS FOR THE SAME CUSTOMER IN THE SAME SECOND (TWO   *
      *   TERMINALS, OR PAGE 2 RIGHT AFTER PAGE 1) ARE ONE EVENT, SO   *
      *   THE DUPLICATE KEY IS LET GO.                                 *
      ******************************************************************
       1213-LOG-LIMIT-REFUSAL.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(LL-REFUSAL-DATE)
               TIME(LL-REFUSAL-TIME)
           END-EXEC.
      *
           MOVE ORD-D-CUSTNO       TO LL-CUSTOMER-NUMBER.
           MOVE CM-CREDIT-LIMIT    TO LL-CREDIT-LIMIT.
           MOVE OPEN-BALANCE       TO LL-EXPOSURE-AMOUNT.
           MOVE EIBTRMID           TO LL-TERMINAL-ID.
           MOVE EIBOPID            TO LL-OPERATOR-ID.
      *
           EXEC CICS
               WRITE FILE('LIMLOG')
                     FROM(LIMIT-REFUSAL-LOG-RECORD)
                     RIDFLD(LL-LOG-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF       RESPONSE-CODE NOT = DFHRESP(NORMAL)
                AND RESPONSE-CODE NOT = DFHRESP(DUPREC)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
       1214-READ-OPEN-BALANCE.
      *
               ADD 1 TO LINE-ITEM-COUNT
               PERFORM 1230-READ-PRODUCT-RECORD
               IF PRODUCT-FOUND
                   IF PRM-OUT-OF-PRINT
                       MOVE ATTR-REVERSE TO ORD-H-PCODE(ITEM-SUB)
                       MOVE -1 TO ORD-L-PCODE(ITEM-SUB)
                       MOVE 'That product is out of print.'
                           TO ORD-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'N' TO VALID-QUANTITY-SW
                   END-IF
                   MOVE PRM-PRODUCT-DESCRIPTION
                                       TO ORD-D-DESC(ITEM-SUB)
                   MOVE EFFECTIVE-UNIT-PRICE
                         AND QTY-NUMERIC > SHIPPABLE-QUANTITY
                       MOVE ATTR-REVERSE TO ORD-H-QTY(ITEM-SUB)
                       MOVE -1 TO ORD-L-QTY(ITEM-SUB)
                       IF PRM-DISCONTINUED
                           MOVE 'Discontinued -- only the stock on hand
      -                        ' can be sold.' TO ORD-D-MESSAGE
                       ELSE
                           MOVE 'Insufficient stock.  Press F5 to accep
      -                        't out-of-stock lines as backorders.'
                               TO ORD-D-MESSAGE
                       END-IF
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'N' TO VALID-QUANTITY-SW
                   END-IF
               WHEN OTHER
                   MOVE PRC-UNIT-PRICE TO EFFECTIVE-UNIT-PRICE
           END-EVALUATE.
      *
      ******************************************************************
      *   1240-EDIT-PROMOTION-CODE -- THE PROMO MASTER RECORD MUST     *
      *   EXIST, BE ACTIVE, AND HAVE TODAY INSIDE ITS START AND END    *
      *   DATES (INCLUSIVE).  A PROMOTION LIMITED TO NAMED CUSTOMERS   *
      *   MUST NAME THIS ONE.                                          *
      ******************************************************************
       1240-EDIT-PROMOTION-CODE.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(TODAYS-DATE-YMD)
           END-EXEC.
      *
           MOVE ORD-D-PROMO TO PMO-PROMO-CODE.
           PERFORM 1241-READ-PROMOTION.
      *
           EVALUATE TRUE
               WHEN NOT PROMO-FOUND
                   MOVE 'That promotion code does not exist.'
                       TO ORD-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO ORD-H-PROMO
                   MOVE -1 TO ORD-L-PROMO
               WHEN      NOT PMO-ACTIVE
                      OR TODAYS-DATE-YMD < PMO-START-DATE
                      OR TODAYS-DATE-YMD > PMO-END-DATE
                   MOVE 'That promotion is not running today.'
                       TO ORD-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO ORD-H-PROMO
                   MOVE -1 TO ORD-L-PROMO
               WHEN OTHER
                   PERFORM 1242-CHECK-PROMO-CUSTOMER
                   IF NOT PROMO-CUSTOMER-ELIGIBLE
                       MOVE 'That customer is not eligible for that pro
      -                    'motion.' TO ORD-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE ATTR-REVERSE TO ORD-H-PROMO
                       MOVE -1 TO ORD-L-PROMO
                   END-IF
           END-EVALUATE.
      *
       1241-READ-PROMOTION.
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
      ******************************************************************
      *   1245-EDIT-GIFT-CERTIFICATE -- THE CERTIFICATE MUST EXIST,    *
      *   STILL BE ACTIVE WITH A BALANCE LEFT, AND NOT HAVE PASSED     *
      *   ITS EXPIRY DATE (ZERO NEVER EXPIRES).  A GOOD ONE IS HELD    *
      *   IN THE COMMAREA FOR 2130 TO REDEEM.                          *
      ******************************************************************
       1245-EDIT-GIFT-CERTIFICATE.
      *
           IF ORD-D-GIFTCERT-ALPHA NOT NUMERIC
               MOVE 'Certificate number must be numeric.'
                   TO ORD-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
               MOVE ATTR-REVERSE TO ORD-H-GIFTCERT
               MOVE -1 TO ORD-L-GIFTCERT
           ELSE
               EXEC CICS
                   ASKTIME ABSTIME(ABSOLUTE-TIME)
               END-EXEC
               EXEC CICS
                   FORMATTIME ABSTIME(ABSOLUTE-TIME)
                   YYYYMMDD(TODAYS-DATE-YMD)
               END-EXEC
               EXEC CICS
                   READ FILE('GIFTCRT')
                        INTO(GIFT-CERTIFICATE-RECORD)
                        RIDFLD(ORD-D-GIFTCERT)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE TRUE
                   WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE 'That certificate does not exist.'
                           TO ORD-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE ATTR-REVERSE TO ORD-H-GIFTCERT
                       MOVE -1 TO ORD-L-GIFTCERT
                   WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   WHEN      NOT GC-ACTIVE
                          OR GC-REMAINING-BALANCE NOT > ZERO
                       MOVE 'That certificate has been used up.'
                           TO ORD-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE ATTR-REVERSE TO ORD-H-GIFTCERT
                       MOVE -1 TO ORD-L-GIFTCERT
                   WHEN      GC-EXPIRY-DATE NOT = ZERO
                         AND GC-EXPIRY-DATE < TODAYS-DATE-YMD
                       MOVE 'That certificate has expired.'
                           TO ORD-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE ATTR-REVERSE TO ORD-H-GIFTCERT
                       MOVE -1 TO ORD-L-GIFTCERT
                   WHEN OTHER
                       MOVE GC-CERTIFICATE-NUMBER
                           TO CA-GIFT-CERTIFICATE
               END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *   1246-SHOW-CERTIFICATE-AMOUNT -- TELL THE CLERK ON THE VERIFY *
      *   SCREEN HOW MUCH OF THE ORDER THE CERTIFICATE WILL PAY: ITS   *
      *   WHOLE BALANCE, OR THE MERCHANDISE AND TAX IF THAT IS LESS.   *
      ******************************************************************
       1246-SHOW-CERTIFICATE-AMOUNT.
      *
           EXEC CICS
               READ FILE('GIFTCRT')
                    INTO(GIFT-CERTIFICATE-RECORD)
                    RIDFLD(CA-GIFT-CERTIFICATE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               COMPUTE GIFT-ORDER-AMOUNT = INV-INVOICE-TOTAL
                                         + INV-TAX-AMOUNT
               IF GC-REMAINING-BALANCE < GIFT-ORDER-AMOUNT
                   MOVE GC-REMAINING-BALANCE TO GIFT-APPLIED-AMOUNT
               ELSE
                   MOVE GIFT-ORDER-AMOUNT TO GIFT-APPLIED-AMOUNT
               END-IF
               MOVE CA-GIFT-CERTIFICATE TO GCM-CERTIFICATE-NUMBER
               MOVE GIFT-APPLIED-AMOUNT TO GCM-AMOUNT
               MOVE GIFT-CERTIFICATE-MESSAGE-LINE TO ORD-D-MESSAGE
           END-IF.
      *
       1242-CHECK-PROMO-CUSTOMER.
      *
           MOVE 'N' TO PROMO-LIMITED-SW.
           MOVE 'N' TO PROMO-CUSTOMER-SW.
           PERFORM 1243-SCAN-PROMO-CUSTOMER
               VARYING PROMO-SUB FROM 1 BY 1
                 UNTIL PROMO-SUB > 10.
      *
           IF NOT PROMO-LIMITED
               MOVE 'Y' TO PROMO-CUSTOMER-SW
           END-IF.
      *
       1243-SCAN-PROMO-CUSTOMER.
      *
           IF PMO-CUSTOMER-NUMBER(PROMO-SUB) NOT = SPACE
               MOVE 'Y' TO PROMO-LIMITED-SW
               IF PMO-CUSTOMER-NUMBER(PROMO-SUB) = ORD-D-CUSTNO
                   MOVE 'Y' TO PROMO-CUSTOMER-SW
               END-IF
           END-IF.
      *
       1300-FORMAT-INVOICE-RECORD.
      *
           MOVE ORD-D-CUSTNO TO INV-CUSTOMER-NUMBER.
           MOVE ORD-D-PO     TO INV-PO-NUMBER.
           MOVE ORD-D-SLSPSN TO INV-SALESPERSON-CODE.
           IF        ORD-L-PROMO > ZERO
                 AND ORD-D-PROMO NOT = SPACE
               MOVE ORD-D-PROMO TO INV-PROMO-CODE
           ELSE
               MOVE SPACE TO INV-PROMO-CODE
           END-IF.
           IF        ORD-L-SHIPTO > ZERO
                 AND ORD-D-SHIPTO-ALPHA NOT = SPACE
               MOVE ORD-D-SHIPTO TO INV-SHIP-TO-NUMBER
                   UNTIL ITEM-SUB > 20
               ADD INV-AMOUNT(ITEM-SUB) TO INV-INVOICE-TOTAL
           END-PERFORM.
      *
      *    THE PROMOTION COMES OFF AFTER EVERY LINE IS PRICED, AND
      *    THE TAX IS FIGURED ON WHAT IS LEFT.
           MOVE 'N' TO PROMO-POST-SW.
           PERFORM 1330-PRICE-PROMOTION THRU 1330-EXIT.
      *
           PERFORM 1305-COMPUTE-SALES-TAX.
           PERFORM 1310-COMPUTE-DUE-DATE.
      *
      *    FREIGHT IS BILLED AT SHIP CONFIRMATION, NOT AT ENTRY.
           MOVE ZERO TO INV-FREIGHT-AMOUNT.
           MOVE ZERO TO INV-STD-FREIGHT-AMT.
      *
           MOVE INVOICE-RECORD TO CA-INVOICE-RECORD.
      *
      ******************************************************************
      *   1305-COMPUTE-SALES-TAX -- THE TAXING STATE IS WHERE THE      *
      *   GOODS GO: THE SHIP-TO ENTRY'S STATE WHEN THE ORDER CARRIES   *
      *   A SHIP-TO NUMBER, OTHERWISE THE CUSTMAS BILLING STATE.       *
      *   A CUSTOMER HOLDING AN EXEMPTION CERTIFICATE FOR THAT STATE   *
      *   (TAXEXM) THAT IS IN FORCE TODAY PAYS NO TAX, AND THE         *
      *   CERTIFICATE NUMBER GOES ON THE INVOICE.                      *
      ******************************************************************
       1305-COMPUTE-SALES-TAX.
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
               PERFORM 1306-CHECK-TAX-EXEMPTION
           END-IF.
      *
           IF        TAXING-STATE NOT = SPACE
                 AND INV-TAX-CERT-NUMBER = SPACE
               SET STT-IDX TO 1
               SEARCH STT-ENTRY
                   AT END
                           INV-INVOICE-TOTAL * STT-RATE(STT-IDX)
               END-SEARCH
           END-IF.
      *
       1306-CHECK-TAX-EXEMPTION.
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
               EXEC CICS
                   ASKTIME ABSTIME(ABSOLUTE-TIME)
               END-EXEC
               EXEC CICS
                   FORMATTIME ABSTIME(ABSOLUTE-TIME)
                   YYYYMMDD(EXEMPTION-DATE-YMD)
               END-EXEC
               IF        EXEMPTION-DATE-YMD NOT < TXE-ISSUE-DATE
                     AND EXEMPTION-DATE-YMD NOT > TXE-EXPIRY-DATE
                   MOVE TXE-CERTIFICATE-NUMBER TO INV-TAX-CERT-NUMBER
               END-IF
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
      ******************************************************************
      *   1330-PRICE-PROMOTION -- THE PROMOTION COMES OFF LAST, AFTER  *
      *   CONTRACT AND QUANTITY-BREAK PRICING HAVE SET EVERY LINE'S    *
      *   NET, AND ONLY FROM THE LINES ITS PRODUCT RANGES COVER --     *
      *   AND ONLY WHEN THE WHOLE ORDER MEETS ITS MINIMUM.  A PERCENT  *
      *   PROMOTION TAKES ITS PERCENT OFF EACH COVERED NET PRICE; A    *
      *   FIXED AMOUNT IS SPREAD OVER THE COVERED LINES IN PROPORTION  *
      *   TO THEIR VALUE, AND NEVER EXCEEDS WHAT THEY ARE WORTH.       *
      *   THE COMMAREA KEEPS EVERY LINE AT ITS PRE-PROMOTION NET SO A  *
      *   CORRECTION PRICES THE ORDER AFRESH; UNTIL POSTING ONLY THE   *
      *   INVOICE TOTAL AND INV-PROMO-DISC-AMT CARRY THE DISCOUNT.     *
      *   WITH PROMO-POST-LINES SET (2010) THE DISCOUNTED NET IS       *
      *   WRITTEN INTO EACH COVERED LINE, SO THE POSTED LINES FOOT TO  *
      *   THE POSTED TOTAL.  THE TOTAL IS REFOOTED FROM THE LINES      *
      *   EVERY TIME THROUGH, SO THE PARAGRAPH CAN BE REPEATED.        *
      ******************************************************************
       1330-PRICE-PROMOTION.
      *
           MOVE ZERO TO INV-PROMO-DISC-AMT.
           MOVE 'N' TO PROMO-QUALIFIED-SW.
      *
           IF INV-PROMO-CODE = SPACE
               GO TO 1330-EXIT
           END-IF.
      *
           MOVE INV-PROMO-CODE TO PMO-PROMO-CODE.
           PERFORM 1241-READ-PROMOTION.
           IF NOT PROMO-FOUND
               GO TO 1330-EXIT
           END-IF.
      *
           MOVE ZERO TO PROMO-ORDER-TOTAL
                        PROMO-ELIGIBLE-TOTAL.
           PERFORM 1331-TOTAL-PROMO-LINE
               VARYING PROMO-LINE-SUB FROM 1 BY 1
                 UNTIL PROMO-LINE-SUB > 20.
           MOVE PROMO-ORDER-TOTAL TO INV-INVOICE-TOTAL.
      *
           IF        PROMO-ELIGIBLE-TOTAL = ZERO
                  OR PROMO-ORDER-TOTAL < PMO-MINIMUM-ORDER
               GO TO 1330-EXIT
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
           PERFORM 1332-DISCOUNT-PROMO-LINE
               VARYING PROMO-LINE-SUB FROM 1 BY 1
                 UNTIL PROMO-LINE-SUB > 20.
      *
           SUBTRACT INV-PROMO-DISC-AMT FROM INV-INVOICE-TOTAL.
      *
       1330-EXIT.
           EXIT.
      *
       1331-TOTAL-PROMO-LINE.
      *
           MOVE 'N' TO PROMO-LINE-SW(PROMO-LINE-SUB).
      *
           IF INV-PRODUCT-CODE(PROMO-LINE-SUB) NOT = SPACE
               ADD INV-AMOUNT(PROMO-LINE-SUB) TO PROMO-ORDER-TOTAL
               MOVE 'N' TO PROMO-LIMITED-SW
               PERFORM 1333-SCAN-PROMO-RANGE
                   VARYING PROMO-SUB FROM 1 BY 1
                     UNTIL PROMO-SUB > 5
               IF NOT PROMO-LIMITED
                   MOVE 'Y' TO PROMO-LINE-SW(PROMO-LINE-SUB)
               END-IF
               IF PROMO-LINE-COVERED(PROMO-LINE-SUB)
                   ADD INV-AMOUNT(PROMO-LINE-SUB)
                       TO PROMO-ELIGIBLE-TOTAL
               END-IF
           END-IF.
      *
       1332-DISCOUNT-PROMO-LINE.
      *
           IF PROMO-LINE-COVERED(PROMO-LINE-SUB)
               COMPUTE PROMO-NET-PRICE ROUNDED =
                   INV-UNIT-PRICE(PROMO-LINE-SUB) * (1 - PROMO-RATE)
               COMPUTE PROMO-LINE-AMOUNT =
                   PROMO-NET-PRICE * INV-QUANTITY(PROMO-LINE-SUB)
               COMPUTE INV-PROMO-DISC-AMT = INV-PROMO-DISC-AMT
                   + INV-AMOUNT(PROMO-LINE-SUB) - PROMO-LINE-AMOUNT
               IF PROMO-POST-LINES
                   MOVE PROMO-NET-PRICE
                       TO INV-UNIT-PRICE(PROMO-LINE-SUB)
                   MOVE PROMO-LINE-AMOUNT
                       TO INV-AMOUNT(PROMO-LINE-SUB)
               END-IF
           END-IF.
      *
      *    A RANGE WITH A BLANK THRU CODE IS THE ONE PRODUCT NAMED
      *    IN ITS FROM CODE.
       1333-SCAN-PROMO-RANGE.
      *
           IF PMO-FROM-PRODUCT(PROMO-SUB) NOT = SPACE
               MOVE 'Y' TO PROMO-LIMITED-SW
               IF PMO-THRU-PRODUCT(PROMO-SUB) = SPACE
                   IF INV-PRODUCT-CODE(PROMO-LINE-SUB) =
                           PMO-FROM-PRODUCT(PROMO-SUB)
                       MOVE 'Y' TO PROMO-LINE-SW(PROMO-LINE-SUB)
                   END-IF
               ELSE
                   IF        INV-PRODUCT-CODE(PROMO-LINE-SUB) NOT <
                                 PMO-FROM-PRODUCT(PROMO-SUB)
                         AND INV-PRODUCT-CODE(PROMO-LINE-SUB) NOT >
                                 PMO-THRU-PRODUCT(PROMO-SUB)
                       MOVE 'Y' TO PROMO-LINE-SW(PROMO-LINE-SUB)
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
      *   1310-COMPUTE-DUE-DATE -- THE DUE DATE THE AGING AND DUNNING  *
      *
      ******************************************************************
      *   1050-ACCEPT-BACKORDERS -- F5 FROM PAGE 1.  EVERY LINE ON     *
      *   THE SCREEN WHOSE QUANTITY EXCEEDS THE STOCK ON HAND IS       *
      *   WRITTEN TO THE BACKORDER FILE AND CLEARED FROM THE ORDER;    *
      *   WHAT REMAINS IS RE-EDITED AND REDISPLAYED SO THE OPERATOR    *
      *   CAN POST THE IN-STOCK BALANCE OF THE ORDER AS USUAL.  THE    *
      *   CUSTOMER MUST BE VALID FIRST -- A BACKORDER RECORD WITH NO   *
      *   CUSTOMER CANNOT BE RELEASED.  ONLY ACTIVE PRODUCTS ARE       *
      *   BACKORDERED; A DISCONTINUED OR OUT-OF-PRINT LINE STAYS ON    *
      *   THE SCREEN FOR THE EDIT TO FLAG.                             *
      ******************************************************************
       1050-ACCEPT-BACKORDERS.
      *
               IF VALID-QUANTITY AND QTY-NUMERIC > ZERO
                   PERFORM 1230-READ-PRODUCT-RECORD
                   IF        PRODUCT-FOUND
                         AND PRM-ACTIVE
                         AND QTY-NUMERIC > SHIPPABLE-QUANTITY
                       MOVE ORD-D-PCODE(ITEM-SUB) TO BO-PRODUCT-CODE
                       MOVE QTY-NUMERIC           TO BO-QUANTITY
               IF VALID-QUANTITY AND QTY-NUMERIC > ZERO
                   PERFORM 1635-READ-PRODUCT-RECORD-PAGE2
                   IF        PRODUCT-FOUND
                         AND PRM-ACTIVE
                         AND QTY-NUMERIC > SHIPPABLE-QUANTITY
                       MOVE ORD2-D-PCODE(ITEM-SUB) TO BO-PRODUCT-CODE
                       MOVE QTY-NUMERIC            TO BO-QUANTITY
      *
           MOVE ATTR-PROT TO ORD-A-CUSTNO
                             ORD-A-SLSPSN
                             ORD-A-SLSRSN
                             ORD-A-SHIPTO
                             ORD-A-PROMO
                             ORD-A-GIFTCERT.
           IF CA-PO-ENTERED
               MOVE ATTR-PROT TO ORD-A-PO
           ELSE
      *
           MOVE ATTR-UNPROT-MDT TO ORD-A-CUSTNO
                                    ORD-A-SLSPSN
                                    ORD-A-SLSRSN
                                    ORD-A-SHIPTO
                                    ORD-A-PROMO
                                    ORD-A-GIFTCERT.
           IF CA-PO-ENTERED
               MOVE ATTR-UNPROT-MDT TO ORD-A-PO
           ELSE
                         TO ORD2-D-NET(ITEM-SUB)
           END-IF.
      *
      ******************************************************************
      *   1500-JUMP-TO-AVAILABILITY -- F9 FROM PAGE 1.  THE ORDER AS   *
      *   KEYED SO FAR (COMMAREA AND SCREEN IMAGE) IS HELD IN THE ORD  *
      *   TS QUEUE FOR THE TERMINAL AND CONTROL PASSES TO ATPINQ1      *
      *   WITH ONE LINE ITEM'S PRODUCT.  THE LINE IS THE FIRST WHOSE   *
      *   QUANTITY IS MORE THAN CAN SHIP TODAY -- THE ONE THE          *
      *   CUSTOMER IS ASKING ABOUT -- OR, WHEN NONE IS SHORT, THE      *
      *   LAST LINE KEYED.  WHEN ATPINQ1 HANDS THE PRODUCT BACK,       *
      *   1550 PUTS THE ORDER BACK ON THE SCREEN AS IT WAS LEFT.       *
      ******************************************************************
       1500-JUMP-TO-AVAILABILITY.
      *
           PERFORM 1100-RECEIVE-ORDER-MAP.
           MOVE ZERO TO JUMP-ITEM-SUB.
           MOVE 'N'  TO JUMP-LINE-SHORT-SW.
      *
           PERFORM 1510-PICK-JUMP-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
           IF JUMP-ITEM-SUB = ZERO
               MOVE -1 TO ORD-L-PCODE(1)
               MOVE 'Key a product code before F9 shows its availability
      -            '.' TO ORD-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-ORDER-MAP
               GO TO 1500-EXIT
           END-IF.
      *
           MOVE JUMP-ITEM-SUB TO ITEM-SUB.
           PERFORM 1230-READ-PRODUCT-RECORD.
           IF NOT PRODUCT-FOUND
               MOVE ATTR-REVERSE TO ORD-H-PCODE(ITEM-SUB)
               MOVE -1 TO ORD-L-PCODE(ITEM-SUB)
               MOVE 'That product does not exist.' TO ORD-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-ORDER-MAP
               GO TO 1500-EXIT
           END-IF.
      *
           MOVE ORD-D-PCODE(ITEM-SUB) TO JUMP-PRODUCT-CODE.
           PERFORM 1540-HOLD-ORDER-AND-JUMP.
      *
       1500-EXIT.
           EXIT.
      *
       1510-PICK-JUMP-LINE.
      *
           IF        ORD-L-PCODE(ITEM-SUB) > ZERO
                 AND ORD-D-PCODE(ITEM-SUB) NOT = SPACE
                 AND NOT JUMP-LINE-SHORT
               MOVE ITEM-SUB TO JUMP-ITEM-SUB
               IF ORD-D-QTY-ALPHA(ITEM-SUB) NOT = SPACE
                   CALL 'INTEDIT' USING ORD-D-QTY-ALPHA(ITEM-SUB)
                                        QTY-NUMERIC
                                        VALID-QUANTITY-SW
                   IF VALID-QUANTITY AND QTY-NUMERIC > ZERO
                       PERFORM 1230-READ-PRODUCT-RECORD
                       IF        PRODUCT-FOUND
                             AND QTY-NUMERIC > SHIPPABLE-QUANTITY
                           MOVE 'Y' TO JUMP-LINE-SHORT-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
      *   1520-JUMP-FROM-PAGE2 -- F9 FROM THE CONTINUATION PAGE.       *
      *   SAME CHOICE OF LINE AS PAGE 1; THE CUSTOMER FOR CONTRACT     *
      *   PRICING COMES FROM THE INVOICE RECORD SAVED WITH PAGE 1.     *
      ******************************************************************
       1520-JUMP-FROM-PAGE2.
      *
           PERFORM 1610-RECEIVE-PAGE2-MAP.
           MOVE CA-INVOICE-RECORD TO INVOICE-RECORD.
           MOVE ZERO TO JUMP-ITEM-SUB.
           MOVE 'N'  TO JUMP-LINE-SHORT-SW.
      *
           PERFORM 1525-PICK-JUMP-LINE-PAGE2
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
           IF JUMP-ITEM-SUB = ZERO
               MOVE -1 TO ORD2-L-PCODE(1)
               MOVE 'Key a product code before F9 shows its availability
      -            '.' TO ORD2-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1800-SEND-PAGE2-MAP
               GO TO 1520-EXIT
           END-IF.
      *
           MOVE JUMP-ITEM-SUB TO ITEM-SUB.
           PERFORM 1635-READ-PRODUCT-RECORD-PAGE2.
           IF NOT PRODUCT-FOUND
               MOVE ATTR-REVERSE TO ORD2-H-PCODE(ITEM-SUB)
               MOVE -1 TO ORD2-L-PCODE(ITEM-SUB)
               MOVE 'That product does not exist.' TO ORD2-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1800-SEND-PAGE2-MAP
               GO TO 1520-EXIT
           END-IF.
      *
           MOVE ORD2-D-PCODE(ITEM-SUB) TO JUMP-PRODUCT-CODE.
           PERFORM 1540-HOLD-ORDER-AND-JUMP.
      *
       1520-EXIT.
           EXIT.
      *
       1525-PICK-JUMP-LINE-PAGE2.
      *
           IF        ORD2-L-PCODE(ITEM-SUB) > ZERO
                 AND ORD2-D-PCODE(ITEM-SUB) NOT = SPACE
                 AND NOT JUMP-LINE-SHORT
               MOVE ITEM-SUB TO JUMP-ITEM-SUB
               IF ORD2-D-QTY-ALPHA(ITEM-SUB) NOT = SPACE
                   CALL 'INTEDIT' USING ORD2-D-QTY-ALPHA(ITEM-SUB)
                                        QTY-NUMERIC
                                        VALID-QUANTITY-SW
                   IF VALID-QUANTITY AND QTY-NUMERIC > ZERO
                       PERFORM 1635-READ-PRODUCT-RECORD-PAGE2
                       IF        PRODUCT-FOUND
                             AND QTY-NUMERIC > SHIPPABLE-QUANTITY
                           MOVE 'Y' TO JUMP-LINE-SHORT-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       1540-HOLD-ORDER-AND-JUMP.
      *
           MOVE EIBTRMID TO OHQ-TERMINAL-ID.
      *
           EXEC CICS
               DELETEQ TS QUEUE(ORDER-HOLD-QUEUE-NAME)
                          RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EXEC CICS
               WRITEQ TS QUEUE(ORDER-HOLD-QUEUE-NAME)
                      FROM(COMMUNICATION-AREA)
                      RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           IF PROCESS-ENTRY-PAGE2
               EXEC CICS
                   WRITEQ TS QUEUE(ORDER-HOLD-QUEUE-NAME)
                          FROM(ORDMAP2)
                          RESP(RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITEQ TS QUEUE(ORDER-HOLD-QUEUE-NAME)
                          FROM(ORDMAP1)
                          RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           EXEC CICS
               XCTL PROGRAM('ATPINQ1')
                    COMMAREA(JUMP-PRODUCT-CODE)
                    LENGTH(6)
           END-EXEC.
      *
      ******************************************************************
      *   1550-RESTORE-HELD-ORDER -- BACK FROM ATPINQ1.  ITEM 1 OF     *
      *   THE ORD QUEUE IS THE COMMAREA, ITEM 2 THE SCREEN AS LAST     *
      *   RECEIVED.  EVERY ENTRY FIELD GOES OUT MODIFIED SO THE NEXT   *
      *   ENTER EDITS THE ORDER EXACTLY AS IF F9 HAD NEVER BEEN        *
      *   PRESSED; DESCRIPTIONS AND PRICES FILL IN ON THAT ENTER.      *
      *   THE CURSOR GOES TO THE LINE THAT WAS LOOKED UP.              *
      ******************************************************************
       1550-RESTORE-HELD-ORDER.
      *
           MOVE DFHCOMMAREA(1:6) TO JUMP-PRODUCT-CODE.
           MOVE EIBTRMID TO OHQ-TERMINAL-ID.
      *
           EXEC CICS
               READQ TS QUEUE(ORDER-HOLD-QUEUE-NAME)
                        INTO(COMMUNICATION-AREA)
                        ITEM(1)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF        RESPONSE-CODE = DFHRESP(QIDERR)
                  OR RESPONSE-CODE = DFHRESP(ITEMERR)
               MOVE LOW-VALUE TO ORDMAP1
               MOVE LOW-VALUE TO ORDMAP2
               MOVE LOW-VALUE TO COMMUNICATION-AREA
               MOVE ZERO      TO CA-TOTAL-ORDERS
               MOVE 'The held order was not found.  Key it again.'
                   TO ORD-D-MESSAGE
               MOVE 'Type order details.  Then press Enter.'
                   TO ORD-D-INSTR
               MOVE 'F3=Exit F5=Backorder F6=More F12=Cancel'
                   TO ORD-D-FKEY
               MOVE -1 TO ORD-L-CUSTNO
               SET SEND-ERASE TO TRUE
               PERFORM 1400-SEND-ORDER-MAP
               SET PROCESS-ENTRY TO TRUE
               GO TO 1550-EXIT
           END-IF.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE ZERO TO JUMP-ITEM-SUB.
      *
           IF PROCESS-ENTRY-PAGE2
               EXEC CICS
                   READQ TS QUEUE(ORDER-HOLD-QUEUE-NAME)
                            INTO(ORDMAP2)
                            ITEM(2)
                            RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               PERFORM 1565-RESTORE-PAGE2-LINE
                   VARYING ITEM-SUB FROM 1 BY 1
                     UNTIL ITEM-SUB > 10
               IF JUMP-ITEM-SUB = ZERO
                   MOVE -1 TO ORD2-L-PCODE(1)
               END-IF
               MOVE 'Order restored.  Press Enter to edit it.'
                   TO ORD2-D-MESSAGE
               MOVE 'Type additional order details.  Then press Enter.'
                   TO ORD2-D-INSTR
               MOVE 'F3=Exit   F4=Back   F12=Cancel' TO ORD2-D-FKEY
               SET SEND-ERASE TO TRUE
               PERFORM 1800-SEND-PAGE2-MAP
           ELSE
               EXEC CICS
                   READQ TS QUEUE(ORDER-HOLD-QUEUE-NAME)
                            INTO(ORDMAP1)
                            ITEM(2)
                            RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE ATTR-UNPROT-MDT TO ORD-A-CUSTNO
                                        ORD-A-PO
                                        ORD-A-SLSPSN
                                        ORD-A-SLSRSN
                                        ORD-A-SHIPTO
                                        ORD-A-WILLCALL
                                        ORD-A-PROMO
                                        ORD-A-GIFTCERT
               PERFORM 1560-RESTORE-PAGE1-LINE
                   VARYING ITEM-SUB FROM 1 BY 1
                     UNTIL ITEM-SUB > 10
               IF JUMP-ITEM-SUB = ZERO
                   MOVE -1 TO ORD-L-CUSTNO
               END-IF
               MOVE 'Order restored.  Press Enter to edit it.'
                   TO ORD-D-MESSAGE
               MOVE 'Type order details.  Then press Enter.'
                   TO ORD-D-INSTR
               MOVE 'F3=Exit F5=Backorder F6=More F12=Cancel'
                   TO ORD-D-FKEY
               SET SEND-ERASE TO TRUE
               PERFORM 1400-SEND-ORDER-MAP
           END-IF.
      *
           EXEC CICS
               DELETEQ TS QUEUE(ORDER-HOLD-QUEUE-NAME)
                          RESP(RESPONSE-CODE)
           END-EXEC.
      *
       1550-EXIT.
           EXIT.
      *
       1560-RESTORE-PAGE1-LINE.
      *
           MOVE ATTR-UNPROT-MDT TO ORD-A-PCODE(ITEM-SUB)
                                    ORD-A-QTY(ITEM-SUB)
                                    ORD-A-NET(ITEM-SUB).
           IF        JUMP-ITEM-SUB = ZERO
                 AND ORD-D-PCODE(ITEM-SUB) = JUMP-PRODUCT-CODE
               MOVE ITEM-SUB TO JUMP-ITEM-SUB
               MOVE -1 TO ORD-L-PCODE(ITEM-SUB)
           END-IF.
      *
       1565-RESTORE-PAGE2-LINE.
      *
           MOVE ATTR-UNPROT-MDT TO ORD2-A-PCODE(ITEM-SUB)
                                    ORD2-A-QTY(ITEM-SUB)
                                    ORD2-A-NET(ITEM-SUB).
           IF        JUMP-ITEM-SUB = ZERO
                 AND ORD2-D-PCODE(ITEM-SUB) = JUMP-PRODUCT-CODE
               MOVE ITEM-SUB TO JUMP-ITEM-SUB
               MOVE -1 TO ORD2-L-PCODE(ITEM-SUB)
           END-IF.
      *
       1600-FINISH-PAGE2-ENTRY.
      *
           PERFORM 1610-RECEIVE-PAGE2-MAP.
           PERFORM 1620-EDIT-PAGE2-DATA.
           PERFORM 1201-CHECK-MINIMUM-ITEMS.
      *
           IF VALID-DATA
               PERFORM 1640-SAVE-PAGE2-ITEMS
      *        1640-SAVE-PAGE2-ITEMS JUST TOTALED ALL 20 LINE ITEMS, SO
      *        RE-RUN THE CREDIT CHECK HERE AGAINST THE WHOLE ORDER:
      *        THE CHECK IN 1200-EDIT-ORDER-DATA ONLY SAW PAGE ONE.
               MOVE INV-CUSTOMER-NUMBER TO ORD-D-CUSTNO
               PERFORM 1215-CHECK-CREDIT-LIMIT
               IF NOT VALID-DATA
                   MOVE 'This order would exceed the customer credit lim
      -                'it.' TO ORD2-D-MESSAGE
           ELSE
               PERFORM 1635-READ-PRODUCT-RECORD-PAGE2
               IF PRODUCT-FOUND
                   IF PRM-OUT-OF-PRINT
                       MOVE ATTR-REVERSE TO ORD2-H-PCODE(ITEM-SUB)
                       MOVE -1 TO ORD2-L-PCODE(ITEM-SUB)
                       MOVE 'That product is out of print.'
                           TO ORD2-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'N' TO VALID-QUANTITY-SW
                   END-IF
                   MOVE PRM-PRODUCT-DESCRIPTION
                                       TO ORD2-D-DESC(ITEM-SUB)
                   MOVE EFFECTIVE-UNIT-PRICE
                         AND QTY-NUMERIC > SHIPPABLE-QUANTITY
                       MOVE ATTR-REVERSE TO ORD2-H-QTY(ITEM-SUB)
                       MOVE -1 TO ORD2-L-QTY(ITEM-SUB)
                       IF PRM-DISCONTINUED
                           MOVE 'Discontinued -- only the stock on hand
      -                        ' can be sold.' TO ORD2-D-MESSAGE
                       ELSE
                           MOVE 'Insufficient stock.  Press F5 to accep
      -                        't out-of-stock lines as backorders.'
                               TO ORD2-D-MESSAGE
                       END-IF
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'N' TO VALID-QUANTITY-SW
                   END-IF
                   UNTIL ITEM-SUB > 20
               ADD INV-AMOUNT(ITEM-SUB) TO INV-INVOICE-TOTAL
           END-PERFORM.
      *
           MOVE 'N' TO PROMO-POST-SW.
           PERFORM 1330-PRICE-PROMOTION THRU 1330-EXIT.
      *
           PERFORM 1305-COMPUTE-SALES-TAX.
           PERFORM 1310-COMPUTE-DUE-DATE.
      -        'r corrections.' TO ORD-D-INSTR.
           MOVE 'F3=Exit   F4=Change   F12=Cancel' TO ORD-D-FKEY.
           MOVE SPACE TO ORD-D-MESSAGE.
           IF        INV-PROMO-CODE NOT = SPACE
                 AND NOT PROMO-QUALIFIED
               MOVE 'This order does not qualify for that promotion --
      -            'no promotion discount.' TO ORD-D-MESSAGE
           END-IF.
           IF        INV-TAX-CERT-NUMBER NOT = SPACE
                 AND ORD-D-MESSAGE = SPACE
               MOVE INV-TAX-CERT-NUMBER TO TEM-CERT-NUMBER
               MOVE TAX-EXEMPT-MESSAGE-LINE TO ORD-D-MESSAGE
           END-IF.
           IF        CA-GIFT-CERTIFICATE NOT = ZERO
                 AND ORD-D-MESSAGE = SPACE
               PERFORM 1246-SHOW-CERTIFICATE-AMOUNT
           END-IF.
           SET SEND-ERASE TO TRUE.
           SET PROTECT-FIELDS TO TRUE.
           PERFORM 1400-SEND-ORDER-MAP.
           MOVE INV-CUSTOMER-NUMBER TO ORD-D-CUSTNO.
           MOVE INV-PO-NUMBER       TO ORD-D-PO.
           MOVE INV-SALESPERSON-CODE TO ORD-D-SLSPSN.
           MOVE CA-SLSPSN-REASON     TO ORD-D-SLSRSN.
           MOVE INV-SHIP-TO-NUMBER   TO ORD-D-SHIPTO.
           MOVE INV-WILLCALL-SW      TO ORD-D-WILLCALL.
           MOVE INV-PROMO-CODE       TO ORD-D-PROMO.
           IF CA-GIFT-CERTIFICATE NOT = ZERO
               MOVE CA-GIFT-CERTIFICATE TO ORD-D-GIFTCERT
           END-IF.
      *
           PERFORM 1210-READ-CUSTOMER-RECORD.
           IF CUSTOMER-FOUND
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
      *    THE LINES SHOW THEIR PRE-PROMOTION NET, SO THE TOTAL
      *    SHOWN ABOVE THE PROMOTION DISCOUNT PUTS IT BACK.
           COMPUTE ORD-D-TOTAL =
               INV-INVOICE-TOTAL + INV-PROMO-DISC-AMT.
           MOVE INV-PROMO-DISC-AMT TO ORD-D-PROMODISC.
           MOVE INV-TAX-AMOUNT TO ORD-D-TAX.
           COMPUTE ORD-D-GRANDTOTAL =
               INV-INVOICE-TOTAL + INV-TAX-AMOUNT.
           MOVE EIBTRMID TO INV-TERMINAL-ID.
           MOVE EIBOPID  TO INV-OPERATOR-ID.
      *
      *    THE PROMOTION DISCOUNT GOES INTO THE COVERED LINES NOW,
      *    AND THE CODE STAYS ON THE INVOICE ONLY IF IT GAVE
      *    SOMETHING -- PRMRPT COUNTS EVERY ORDER THAT CARRIES IT.
           IF INV-PROMO-CODE NOT = SPACE
               MOVE 'Y' TO PROMO-POST-SW
               PERFORM 1330-PRICE-PROMOTION THRU 1330-EXIT
               IF INV-PROMO-DISC-AMT = ZERO
                   MOVE SPACE TO INV-PROMO-CODE
               END-IF
               PERFORM 1305-COMPUTE-SALES-TAX
           END-IF.
      *
      *    EACH LINE CARRIES WHAT IT COST US TODAY, SO THE MARGIN
      *    ON THE SALE DOES NOT MOVE WHEN THE AVERAGE COST DOES.
           PERFORM 2110-STAMP-LINE-COST
               VARYING STOCK-SUB FROM 1 BY 1
                 UNTIL STOCK-SUB > 20.
           PERFORM 2100-WRITE-INVOICE-RECORD.
           IF        CA-HOUSE-SALESPERSON NOT = SPACE
                 AND INV-SALESPERSON-CODE NOT = CA-HOUSE-SALESPERSON
               PERFORM 2105-LOG-SALESPERSON-OVERRIDE
           END-IF.
           PERFORM 2120-UPDATE-PRODUCT-STOCK THRU 2120-EXIT
               VARYING STOCK-SUB FROM 1 BY 1
                 UNTIL STOCK-SUB > 20.
           MOVE 'N' TO GIFT-APPLIED-SW.
           IF CA-GIFT-CERTIFICATE NOT = ZERO
               PERFORM 2130-REDEEM-GIFT-CERTIFICATE THRU 2130-EXIT
           END-IF.
           ADD 1 TO CA-TOTAL-ORDERS.
           MOVE 'Type order details.  Then press Enter.'
               TO ORD-D-INSTR.
           EVALUATE TRUE
               WHEN GIFT-APPLIED
                   MOVE CA-GIFT-CERTIFICATE TO GAM-CERTIFICATE-NUMBER
                   MOVE GIFT-APPLIED-AMOUNT TO GAM-AMOUNT
                   MOVE GIFT-APPLIED-MESSAGE-LINE TO ORD-D-MESSAGE
               WHEN CA-GIFT-CERTIFICATE NOT = ZERO
                   MOVE 'Order accepted.  The certificate could not be
      -                'applied -- bill in full.' TO ORD-D-MESSAGE
               WHEN OTHER
                   MOVE 'Order accepted.  It bills when it ships.'
                       TO ORD-D-MESSAGE
           END-EVALUATE.
           MOVE ZERO TO CA-GIFT-CERTIFICATE.
           MOVE 'F3=Exit F5=Backorder F6=More F12=Cancel'
               TO ORD-D-FKEY.
           MOVE -1 TO ORD-L-CUSTNO.
           MOVE INV-INVOICE-NUMBER TO AJ-RECORD-KEY.
           MOVE INVOICE-RECORD TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.
      *
      ******************************************************************
      *   2105-LOG-SALESPERSON-OVERRIDE -- ONE SLSOVR RECORD FOR AN    *
      *   INVOICE POSTED TO A SALESPERSON OTHER THAN THE CUSTOMER'S    *
      *   HOUSE SALESPERSON, WITH THE REASON KEYED AT ENTRY.           *
      ******************************************************************
       2105-LOG-SALESPERSON-OVERRIDE.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(SV-LOG-DATE)
               TIME(SV-LOG-TIME)
           END-EXEC.
      *
           MOVE 'O'                  TO SV-DOCUMENT-TYPE.
           MOVE INV-INVOICE-NUMBER   TO SV-DOCUMENT-NUMBER.
           MOVE INV-CUSTOMER-NUMBER  TO SV-CUSTOMER-NUMBER.
           MOVE CA-HOUSE-SALESPERSON TO SV-HOUSE-SALESPERSON.
           MOVE INV-SALESPERSON-CODE TO SV-SALESPERSON-CODE.
           MOVE CA-SLSPSN-REASON     TO SV-REASON-CODE.
           MOVE EIBTRMID             TO SV-TERMINAL-ID.
           MOVE EIBOPID              TO SV-OPERATOR-ID.
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
      *   2130-REDEEM-GIFT-CERTIFICATE -- THE CERTIFICATE KEYED AT     *
      *   ENTRY PAYS THE ORDER'S MERCHANDISE AND TAX, OR AS MUCH OF    *
      *   THEM AS ITS BALANCE COVERS.  IT IS RE-READ FOR UPDATE AND    *
      *   RE-CHECKED, SINCE ANOTHER TERMINAL MAY HAVE USED IT SINCE    *
      *   THE EDIT; ONE THAT NO LONGER PASSES IS LEFT ALONE AND THE    *
      *   ORDER BILLS IN FULL.  THE AMOUNT USED COMES OFF THE          *
      *   BALANCE (A CERTIFICATE WORN TO ZERO IS REDEEMED), IS LOGGED  *
      *   ON GIFTACT FOR GLJRNL, AND IS WRITTEN AS AN APPLIED PAYMENT  *
      *   AGAINST THE NEW ORDER WITH SOURCE 'G' AND THE CERTIFICATE    *
      *   NUMBER IN PLACE OF A CHECK NUMBER, WHICH COMES OFF THE       *
      *   CUSTOMER'S ARBAL BALANCE THE WAY PAYMNT1 APPLIES CASH.       *
      ******************************************************************
       2130-REDEEM-GIFT-CERTIFICATE.
      *
           EXEC CICS
               READ FILE('GIFTCRT')
                    INTO(GIFT-CERTIFICATE-RECORD)
                    RIDFLD(CA-GIFT-CERTIFICATE)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               GO TO 2130-EXIT
           END-IF.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(GX-ACTIVITY-DATE)
               TIME(GX-ACTIVITY-TIME)
               MMDDYYYY(GIFT-PAYMENT-DATE)
           END-EXEC.
      *
           IF       NOT GC-ACTIVE
                 OR GC-REMAINING-BALANCE NOT > ZERO
                 OR (    GC-EXPIRY-DATE NOT = ZERO
                     AND GC-EXPIRY-DATE < GX-ACTIVITY-DATE)
               EXEC CICS
                   UNLOCK FILE('GIFTCRT')
               END-EXEC
               GO TO 2130-EXIT
           END-IF.
      *
           COMPUTE GIFT-ORDER-AMOUNT = INV-INVOICE-TOTAL
                                     + INV-TAX-AMOUNT.
           IF GC-REMAINING-BALANCE < GIFT-ORDER-AMOUNT
               MOVE GC-REMAINING-BALANCE TO GIFT-APPLIED-AMOUNT
           ELSE
               MOVE GIFT-ORDER-AMOUNT TO GIFT-APPLIED-AMOUNT
           END-IF.
      *
           SUBTRACT GIFT-APPLIED-AMOUNT FROM GC-REMAINING-BALANCE.
           IF GC-REMAINING-BALANCE = ZERO
               SET GC-REDEEMED TO TRUE
           END-IF.
           MOVE GX-ACTIVITY-DATE TO GC-LAST-USED-DATE.
      *
           EXEC CICS
               REWRITE FILE('GIFTCRT')
                       FROM(GIFT-CERTIFICATE-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'GIFTCRT ' TO AJ-FILE-NAME.
           MOVE 'R'        TO AJ-ACTION-CODE.
           MOVE SPACE      TO AJ-RECORD-KEY.
           MOVE GC-CERTIFICATE-NUMBER TO AJ-RECORD-KEY.
           MOVE GIFT-CERTIFICATE-RECORD TO AJ-RECORD-IMAGE.
           PERFORM 9800-WRITE-AFTER-IMAGE.
      *
           MOVE GC-CERTIFICATE-NUMBER TO GX-CERTIFICATE-NUMBER.
           SET GX-REDEMPTION          TO TRUE.
           MOVE GC-CERTIFICATE-TYPE   TO GX-CERTIFICATE-TYPE.
           MOVE GC-TENDER-CODE        TO GX-TENDER-CODE.
           MOVE GIFT-APPLIED-AMOUNT   TO GX-AMOUNT.
           MOVE GC-REMAINING-BALANCE  TO GX-BALANCE-AFTER.
           MOVE INV-INVOICE-NUMBER    TO GX-DOCUMENT-NUMBER.
           MOVE INV-CUSTOMER-NUMBER   TO GX-CUSTOMER-NUMBER.
           MOVE EIBTRMID              TO GX-TERMINAL-ID.
           MOVE EIBOPID               TO GX-OPERATOR-ID.
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
           MOVE INV-INVOICE-NUMBER  TO PAY-INVOICE-NUMBER.
           MOVE GIFT-PAYMENT-DATE   TO PAY-PAYMENT-DATE.
           MOVE SPACE               TO PAY-CHECK-NUMBER.
           MOVE GC-CERTIFICATE-NUMBER TO PAY-CHECK-NUMBER(1:6).
           MOVE GIFT-APPLIED-AMOUNT TO PAY-PAYMENT-AMOUNT.
           SET PAY-APPLIED          TO TRUE.
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
           EXEC CICS
               READ FILE('ARBAL')
                    INTO(AR-BALANCE-RECORD)
                    RIDFLD(INV-CUSTOMER-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               SUBTRACT GIFT-APPLIED-AMOUNT FROM AR-OPEN-BALANCE
               MOVE GIFT-PAYMENT-DATE TO AR-LAST-ACTIVITY-DATE
               EXEC CICS
                   REWRITE FILE('ARBAL')
                           FROM(AR-BALANCE-RECORD)
                           RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           MOVE 'Y' TO GIFT-APPLIED-SW.
      *
       2130-EXIT.
           EXIT.
      *
       2110-STAMP-LINE-COST.
      *
           MOVE ZERO TO INV-LINE-UNIT-COST(STOCK-SUB).
           IF INV-PRODUCT-CODE(STOCK-SUB) NOT = SPACE
               EXEC CICS
                   READ FILE('PRODUCT')
                        INTO(PRODUCT-MASTER-RECORD)
                        RIDFLD(INV-PRODUCT-CODE(STOCK-SUB))
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE PRM-AVERAGE-COST
                       TO INV-LINE-UNIT-COST(STOCK-SUB)
               END-IF
               IF      RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   AND RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       2120-UPDATE-PRODUCT-STOCK.
      *
                   AND RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE INV-PRODUCT-CODE(STOCK-SUB)
                       TO SL-PRODUCT-CODE
                   SET SL-ORDER-ENTRY TO TRUE
                   COMPUTE SL-QUANTITY =
                       ZERO - INV-QUANTITY(STOCK-SUB)
                   MOVE PRM-QUANTITY-ON-HAND TO SL-PRODUCT-BALANCE
                   MOVE INV-INVOICE-NUMBER   TO SL-DOCUMENT-NUMBER
                   MOVE 'ORDRENT'            TO SL-PROGRAM-ID
                   PERFORM 9700-WRITE-STOCK-LEDGER
               END-IF
           END-IF.
      *
       2120-EXIT.
           COMPUTE KIT-COMPONENT-QTY =
               INV-QUANTITY(STOCK-SUB) * KC-QUANTITY(KIT-SUB).
      *
           MOVE SPACE TO SL-LOCATION-CODE.
           MOVE ZERO  TO SL-LOCATION-BALANCE.
           MOVE KC-PRODUCT-CODE(KIT-SUB) TO SLK-PRODUCT-CODE.
           IF INV-WILLCALL
               MOVE 'S' TO SLK-LOCATION-CODE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE SLK-LOCATION-CODE   TO SL-LOCATION-CODE
               MOVE LS-QUANTITY-ON-HAND TO SL-LOCATION-BALANCE
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE KC-PRODUCT-CODE(KIT-SUB) TO SL-PRODUCT-CODE
               SET SL-KIT-COMPONENT          TO TRUE
               COMPUTE SL-QUANTITY = ZERO - KIT-COMPONENT-QTY
               MOVE PRM-QUANTITY-ON-HAND     TO SL-PRODUCT-BALANCE
               MOVE INV-INVOICE-NUMBER       TO SL-DOCUMENT-NUMBER
               MOVE 'ORDRENT'                TO SL-PROGRAM-ID
               PERFORM 9700-WRITE-STOCK-LEDGER
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
      ******************************************************************
       2125-RELIEVE-SHIPPING-STOCK.
      *
           MOVE SPACE TO SL-LOCATION-CODE.
           MOVE ZERO  TO SL-LOCATION-BALANCE.
           MOVE INV-PRODUCT-CODE(STOCK-SUB) TO SLK-PRODUCT-CODE.
           IF INV-WILLCALL
               MOVE 'S' TO SLK-LOCATION-CODE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE SLK-LOCATION-CODE   TO SL-LOCATION-CODE
               MOVE LS-QUANTITY-ON-HAND TO SL-LOCATION-BALANCE
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EXEC.
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
