       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  ATPINQ1.
      *
      ******************************************************************
      *   ATPINQ1 -- AVAILABLE-TO-PROMISE INQUIRY.                     *
      *   WHEN A CUSTOMER ASKS FOR MORE THAN THE SHELF HOLDS, THE      *
      *   ORDER DESK NEEDS TO SAY WHEN THE REST CAN GO, NOT JUST       *
      *   "BACKORDER IT".  FOR ONE PRODUCT THE SCREEN SHOWS ON HAND    *
      *   BY LOCATION FROM LOCSTK; THE QUANTITY ON PICKED BUT          *
      *   UNSHIPPED INVOICES; THE QUANTITY OWED TO WAITING BACKORDERS; *
      *   AND THE OPEN STOCK LINES ON OPEN PURCHASE ORDERS, EACH WITH  *
      *   ITS ORDER DATE, THE SUPPLIER'S TYPICAL LEAD TIME             *
      *   (SUP-LEAD-DAYS, KEPT BY THE MONTHLY SUPSCORE RUN), AND THE   *
      *   DATE IT SHOULD ARRIVE.                                       *
      *                                                                *
      *   AVAILABLE TO PROMISE TODAY IS THE WAREHOUSE PLUS THE STORE   *
      *   LESS THE WAITING BACKORDERS, WHICH BKORLS WILL FILL FIRST.   *
      *   THE RETURNS ANNEX IS SHOWN BUT NOT PROMISED.  THE PICKED     *
      *   INVOICES ARE SHOWN FOR INFORMATION ONLY: ORDRENT TAKES AN    *
      *   ORDER'S STOCK OFF LOCSTK WHEN IT POSTS, SO THEY ARE ALREADY  *
      *   OUT OF THE LOCATION BALANCES.  EACH OPEN LINE'S OUTSTANDING  *
      *   QUANTITY FALLS IN THE WEEK IT IS DUE (ORDER DATE PLUS LEAD   *
      *   TIME; AN OVERDUE LINE COUNTS THIS WEEK), AND THE SIX WEEK    *
      *   ROWS SHOW WHAT ARRIVES AND WHAT IS THEN AVAILABLE, THE LAST  *
      *   ROW TAKING EVERYTHING LATER.  A SUPPLIER NOT YET MEASURED    *
      *   IS GIVEN THE HOUSE LEAD TIME, MARKED '*' ON ITS LINES.       *
      *   SPECIAL-ORDER LINES ARE LEFT OUT -- THEY ARRIVE FOR A        *
      *   CUSTOMER, NOT FOR STOCK.                                     *
      *                                                                *
      *   ORDRENT JUMPS HERE WITH F9 CARRYING A LINE ITEM'S PRODUCT;   *
      *   F3 OR F12 THEN GOES BACK TO THE ORDER.  INQUIRY ONLY --      *
      *   NOTHING ON THIS SCREEN CHANGES ANY FILE.                     *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
      *
           05  PRODUCT-FOUND-SW                PIC X(01) VALUE 'Y'.
               88  PRODUCT-FOUND                         VALUE 'Y'.
           05  MORE-RECORDS-SW                 PIC X(01) VALUE 'N'.
               88  MORE-RECORDS                          VALUE 'Y'.
           05  HOLD-PO-USABLE-SW               PIC X(01) VALUE 'N'.
               88  HOLD-PO-USABLE                        VALUE 'Y'.
           05  HOLD-LEAD-READ-SW               PIC X(01) VALUE 'N'.
               88  HOLD-LEAD-READ                        VALUE 'Y'.
           05  HOUSE-LEAD-USED-SW              PIC X(01) VALUE 'N'.
               88  HOUSE-LEAD-USED                       VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  SEND-FLAG                       PIC X(01).
               88  SEND-ERASE                          VALUE '1'.
               88  SEND-DATAONLY                       VALUE '2'.
               88  SEND-DATAONLY-ALARM                 VALUE '3'.
      *
       01  WORK-FIELDS.
      *
           05  HOUSE-LEAD-DAYS     PIC 9(03)           VALUE 14.
           05  ABSOLUTE-TIME       PIC S9(15)  COMP-3  VALUE ZERO.
           05  WORK-ABSOLUTE-TIME  PIC S9(15)  COMP-3  VALUE ZERO.
           05  TODAYS-DATE-YMD     PIC 9(08)           VALUE ZERO.
           05  WORK-DATE-YMD       PIC 9(08)           VALUE ZERO.
           05  LINE-SUB            PIC S9(03)  COMP-3  VALUE ZERO.
           05  PO-ROW-SUB          PIC S9(03)  COMP-3  VALUE ZERO.
           05  WEEK-SUB            PIC S9(03)  COMP-3  VALUE ZERO.
           05  PO-LINE-COUNT       PIC S9(05)  COMP-3  VALUE ZERO.
           05  LOCATION-QTY        PIC S9(07)  COMP-3  VALUE ZERO.
           05  WAREHOUSE-QTY       PIC S9(07)  COMP-3  VALUE ZERO.
           05  STORE-QTY           PIC S9(07)  COMP-3  VALUE ZERO.
           05  ANNEX-QTY           PIC S9(07)  COMP-3  VALUE ZERO.
           05  COMMITTED-QTY       PIC S9(07)  COMP-3  VALUE ZERO.
           05  BACKORDER-QTY       PIC S9(07)  COMP-3  VALUE ZERO.
           05  AVAILABLE-TODAY-QTY PIC S9(07)  COMP-3  VALUE ZERO.
           05  RUNNING-AVAILABLE   PIC S9(07)  COMP-3  VALUE ZERO.
           05  OPEN-QTY            PIC S9(07)  COMP-3  VALUE ZERO.
           05  TODAY-DAY-NUMBER    PIC S9(09)  COMP-3  VALUE ZERO.
           05  ORDER-DAY-NUMBER    PIC S9(09)  COMP-3  VALUE ZERO.
           05  DAYS-AHEAD          PIC S9(09)  COMP-3  VALUE ZERO.
           05  STOCK-LOOKUP-KEY.
               10  SLK-PRODUCT-CODE     PIC X(06).
               10  SLK-LOCATION-CODE    PIC X(01).
           05  INVOICE-BROWSE-KEY  PIC 9(06)           VALUE ZERO.
           05  BACKORDER-BROWSE-KEY
                                   PIC 9(06)           VALUE ZERO.
           05  PO-BROWSE-KEY.
               10  PBK-PO-NUMBER        PIC 9(06).
               10  PBK-LINE-NUMBER      PIC 9(02).
           05  HOLD-PO-NUMBER      PIC 9(06)           VALUE ZERO.
           05  HOLD-SUPPLIER-NUMBER
                                   PIC X(06)           VALUE SPACE.
           05  HOLD-ORDER-DATE     PIC 9(08)           VALUE ZERO.
           05  HOLD-LEAD-DAYS      PIC 9(03)           VALUE ZERO.
           05  HOLD-LEAD-FLAG      PIC X(01)           VALUE SPACE.
      *
      ******************************************************************
      *   DAY NUMBERS -- A COUNT OF DAYS FROM A FIXED ORIGIN, SO TWO   *
      *   DATES SUBTRACT TO THE DAYS BETWEEN THEM.  MARCH STARTS THE   *
      *   COUNTING YEAR SO THE LEAP DAY FALLS AT ITS END.              *
      ******************************************************************
       01  DAY-NUMBER-FIELDS.
           05  DN-DATE-YMD.
               10  DN-DATE-YYYY    PIC 9(04).
               10  DN-DATE-MM      PIC 9(02).
               10  DN-DATE-DD      PIC 9(02).
           05  DN-YYYY             PIC S9(09)  COMP-3.
           05  DN-MM               PIC S9(09)  COMP-3.
           05  DN-DD               PIC S9(09)  COMP-3.
           05  DN-QUOTIENT-4       PIC S9(09)  COMP-3.
           05  DN-QUOTIENT-100     PIC S9(09)  COMP-3.
           05  DN-QUOTIENT-400     PIC S9(09)  COMP-3.
           05  DN-MONTH-WORK       PIC S9(09)  COMP-3.
           05  DN-MONTH-DAYS       PIC S9(09)  COMP-3.
           05  DN-DAY-NUMBER       PIC S9(09)  COMP-3.
      *
       01  WEEK-TABLE.
           05  WK-ARRIVING OCCURS 6 TIMES
                                   PIC S9(07)  COMP-3.
      *
       01  PO-DISPLAY-LINE.
           05  PDL-PO-NUMBER       PIC 9(06).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  PDL-LINE-NUMBER     PIC 9(02).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  PDL-SUPPLIER        PIC X(06).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  PDL-ORDER-DATE      PIC 9(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  PDL-LEAD-DAYS       PIC ZZ9.
           05  PDL-LEAD-FLAG       PIC X(01).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  PDL-DUE-DATE        PIC 9(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  PDL-OPEN-QTY        PIC ZZ,ZZ9.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  PDL-WEEK            PIC X(02).
      *
       01  WEEK-DISPLAY-LINE.
           05  WDL-WEEK            PIC X(02).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  WDL-FROM-DATE       PIC 9(08).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  WDL-ARRIVING        PIC ZZ,ZZ9.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  WDL-AVAILABLE       PIC ZZ,ZZ9-.
      *
       01  WEEK-LABEL-VALUES.
           05  FILLER              PIC X(12)   VALUE ' 1 2 3 4 56+'.
       01  WEEK-LABEL-TABLE REDEFINES WEEK-LABEL-VALUES.
           05  WEEK-LABEL OCCURS 6 TIMES
                                   PIC X(02).
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG               PIC X(01).
               88  PROCESS-KEY-ENTRY                   VALUE '1'.
               88  PROCESS-DISPLAY                     VALUE '2'.
           05  CA-PRODUCT-CODE               PIC X(06).
           05  CA-FROM-ORDER-SW              PIC X(01).
               88  CA-FROM-ORDER                        VALUE 'Y'.
      *
       01  RESPONSE-CODE                     PIC S9(08)  COMP.
      *
       COPY PRODUCT.
      *
       COPY LOCSTK.
      *
       COPY INVOICE.
      *
       COPY BACKORD.
      *
       COPY PORDER.
      *
       COPY SUPMAS.
      *
       COPY ATPSET1.
      *
       COPY DFHAID.
      *
       COPY ATTR.
      *
       COPY ERRPARM.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA             PIC X(08).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-AVAILABILITY.
      *
           IF EIBCALEN > 6
               MOVE DFHCOMMAREA TO COMMUNICATION-AREA
           END-IF.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE SPACE TO CA-FROM-ORDER-SW
                   PERFORM 0100-START-FRESH-SCREEN
      *
      *        A SIX-BYTE COMMAREA IS ORDRENT HANDING OVER A LINE
      *        ITEM'S PRODUCT; SHOW ITS AVAILABILITY STRAIGHT AWAY.
               WHEN EIBCALEN = 6
                   MOVE DFHCOMMAREA(1:6) TO CA-PRODUCT-CODE
                   MOVE 'Y' TO CA-FROM-ORDER-SW
                   PERFORM 1200-READ-PRODUCT
                   IF PRODUCT-FOUND
                       PERFORM 1300-SHOW-AVAILABILITY
                       SET PROCESS-DISPLAY TO TRUE
                   ELSE
                       PERFORM 0100-START-FRESH-SCREEN
                   END-IF
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 0100-START-FRESH-SCREEN
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   IF CA-FROM-ORDER
                       EXEC CICS
                           XCTL PROGRAM('ORDRENT')
                                COMMAREA(CA-PRODUCT-CODE)
                                LENGTH(6)
                       END-EXEC
                   ELSE
                       EXEC CICS
                           XCTL PROGRAM('INVMENU')
                       END-EXEC
                   END-IF
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-ENTRY THRU 1000-EXIT
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO ATPMAP1
                   MOVE 'Invalid key pressed.' TO ATP-D-MESSAGE
                   MOVE -1 TO ATP-L-PRDNO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-AVAILABILITY-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('ATP1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       0100-START-FRESH-SCREEN.
      *
           MOVE LOW-VALUE TO ATPMAP1.
           MOVE 'Enter a product code.  Then press Enter.'
               TO ATP-D-INSTR.
           PERFORM 1450-SET-FKEY-LEGEND.
           MOVE -1 TO ATP-L-PRDNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-AVAILABILITY-MAP.
           SET PROCESS-KEY-ENTRY TO TRUE.
           MOVE SPACE TO CA-PRODUCT-CODE.
      *
       1000-PROCESS-ENTRY.
      *
           PERFORM 1100-RECEIVE-AVAILABILITY-MAP.
      *
           IF       ATP-L-PRDNO > ZERO
                AND ATP-D-PRDNO NOT = SPACE
               MOVE ATP-D-PRDNO TO CA-PRODUCT-CODE
           END-IF.
      *
           IF CA-PRODUCT-CODE = SPACE OR LOW-VALUE
               MOVE ATTR-REVERSE TO ATP-H-PRDNO
               MOVE -1 TO ATP-L-PRDNO
               MOVE 'Enter a product code.' TO ATP-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-AVAILABILITY-MAP
               GO TO 1000-EXIT
           END-IF.
      *
           PERFORM 1200-READ-PRODUCT.
           IF NOT PRODUCT-FOUND
               MOVE ATTR-REVERSE TO ATP-H-PRDNO
               MOVE -1 TO ATP-L-PRDNO
               MOVE 'That product does not exist.' TO ATP-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-AVAILABILITY-MAP
               SET PROCESS-KEY-ENTRY TO TRUE
               GO TO 1000-EXIT
           END-IF.
      *
           PERFORM 1300-SHOW-AVAILABILITY.
           SET PROCESS-DISPLAY TO TRUE.
      *
       1000-EXIT.
           EXIT.
      *
       1100-RECEIVE-AVAILABILITY-MAP.
      *
           EXEC CICS
               RECEIVE MAP('ATPMAP1')
                       MAPSET('ATPSET1')
                       INTO(ATPMAP1)
           END-EXEC.
      *
           INSPECT ATPMAP1
               REPLACING ALL '_' BY SPACE.
      *
       1200-READ-PRODUCT.
      *
           MOVE 'Y' TO PRODUCT-FOUND-SW.
           EXEC CICS
               READ FILE('PRODUCT')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(CA-PRODUCT-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO PRODUCT-FOUND-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
      ******************************************************************
      *   1300-SHOW-AVAILABILITY -- GATHER THE FIGURES FOR THE         *
      *   PRODUCT IN CA-PRODUCT-CODE AND SEND THE WHOLE SCREEN.        *
      ******************************************************************
       1300-SHOW-AVAILABILITY.
      *
           MOVE LOW-VALUE TO ATPMAP1.
           MOVE 'N' TO HOUSE-LEAD-USED-SW.
           MOVE ZERO TO PO-LINE-COUNT
                        PO-ROW-SUB.
           PERFORM 1305-CLEAR-ONE-WEEK
               VARYING WEEK-SUB FROM 1 BY 1
                 UNTIL WEEK-SUB > 6.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(TODAYS-DATE-YMD)
           END-EXEC.
           MOVE TODAYS-DATE-YMD TO DN-DATE-YMD.
           PERFORM 1900-COMPUTE-DAY-NUMBER.
           MOVE DN-DAY-NUMBER TO TODAY-DAY-NUMBER.
      *
           MOVE CA-PRODUCT-CODE         TO ATP-D-PRDNO.
           MOVE PRM-PRODUCT-DESCRIPTION TO ATP-D-DESC.
      *
      *    A PRODUCT WITH NO WAREHOUSE RECORD YET (NOT CONVERTED BY
      *    LOCSTKBL) COUNTS ITS PRODUCT-MASTER TOTAL AS WAREHOUSE
      *    STOCK, THE SAME WAY ORDRENT ALLOCATES AGAINST IT.
           MOVE 'W' TO SLK-LOCATION-CODE.
           PERFORM 1310-READ-LOCATION-STOCK.
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE PRM-QUANTITY-ON-HAND TO LOCATION-QTY
           END-IF.
           MOVE LOCATION-QTY TO WAREHOUSE-QTY.
           MOVE 'S' TO SLK-LOCATION-CODE.
           PERFORM 1310-READ-LOCATION-STOCK.
           MOVE LOCATION-QTY TO STORE-QTY.
           MOVE 'R' TO SLK-LOCATION-CODE.
           PERFORM 1310-READ-LOCATION-STOCK.
           MOVE LOCATION-QTY TO ANNEX-QTY.
      *
           PERFORM 1320-ADD-UP-COMMITTED.
           PERFORM 1330-ADD-UP-BACKORDERS.
      *
           COMPUTE AVAILABLE-TODAY-QTY = WAREHOUSE-QTY + STORE-QTY
                                       - BACKORDER-QTY.
      *
           MOVE WAREHOUSE-QTY       TO ATP-D-WHSE.
           MOVE STORE-QTY           TO ATP-D-STORE.
           MOVE ANNEX-QTY           TO ATP-D-ANNEX.
           MOVE COMMITTED-QTY       TO ATP-D-COMMIT.
           MOVE BACKORDER-QTY       TO ATP-D-BKORD.
           MOVE AVAILABLE-TODAY-QTY TO ATP-D-ATPQTY.
      *
           PERFORM 1340-SCHEDULE-OPEN-POS.
      *
           MOVE AVAILABLE-TODAY-QTY TO RUNNING-AVAILABLE.
           PERFORM 1350-SHOW-ONE-WEEK
               VARYING WEEK-SUB FROM 1 BY 1
                 UNTIL WEEK-SUB > 6.
      *
           EVALUATE TRUE
               WHEN PO-LINE-COUNT > 6
                   MOVE 'More open purchase-order lines than shown -- th
      -                 'e weeks count them all.' TO ATP-D-MESSAGE
               WHEN HOUSE-LEAD-USED
                   MOVE 'Lead times marked * are the house figure -- sup
      -                 'plier not yet measured.' TO ATP-D-MESSAGE
               WHEN PO-LINE-COUNT = ZERO
                   MOVE 'No open purchase orders for this product.'
                       TO ATP-D-MESSAGE
           END-EVALUATE.
      *
           MOVE 'Enter another product code.  Then press Enter.'
               TO ATP-D-INSTR.
           PERFORM 1450-SET-FKEY-LEGEND.
           MOVE -1 TO ATP-L-PRDNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-AVAILABILITY-MAP.
      *
       1305-CLEAR-ONE-WEEK.
      *
           MOVE ZERO TO WK-ARRIVING(WEEK-SUB).
      *
       1310-READ-LOCATION-STOCK.
      *
           MOVE CA-PRODUCT-CODE TO SLK-PRODUCT-CODE.
           MOVE ZERO TO LOCATION-QTY.
      *
           EXEC CICS
               READ FILE('LOCSTK')
                    INTO(LOCATION-STOCK-RECORD)
                    RIDFLD(STOCK-LOOKUP-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE LS-QUANTITY-ON-HAND TO LOCATION-QTY
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      ******************************************************************
      *   1320-ADD-UP-COMMITTED -- ONE PASS OF THE INVOICE FILE FOR    *
      *   ORIGINAL, UNVOIDED INVOICES WHOSE PICKING LIST HAS PRINTED   *
      *   BUT WHICH HAVE NOT SHIPPED.                                  *
      ******************************************************************
       1320-ADD-UP-COMMITTED.
      *
           MOVE ZERO TO COMMITTED-QTY.
           MOVE ZERO TO INVOICE-BROWSE-KEY.
      *
           EXEC CICS
               STARTBR FILE('INVOICE')
                       RIDFLD(INVOICE-BROWSE-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO MORE-RECORDS-SW
               PERFORM 1321-CHECK-ONE-INVOICE
                   UNTIL NOT MORE-RECORDS
               EXEC CICS
                   ENDBR FILE('INVOICE')
                         RESP(RESPONSE-CODE)
               END-EXEC
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       1321-CHECK-ONE-INVOICE.
      *
           EXEC CICS
               READNEXT FILE('INVOICE')
                        RIDFLD(INVOICE-BROWSE-KEY)
                        INTO(INVOICE-RECORD)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'N' TO MORE-RECORDS-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN      INV-ORIGINAL-INVOICE
                     AND NOT INV-VOIDED
                     AND INV-PICKLIST-PRINTED
                     AND NOT INV-SHIPPED
                   PERFORM 1322-ADD-COMMITTED-LINE
                       VARYING LINE-SUB FROM 1 BY 1
                         UNTIL LINE-SUB > 20
           END-EVALUATE.
      *
       1322-ADD-COMMITTED-LINE.
      *
           IF INV-PRODUCT-CODE(LINE-SUB) = CA-PRODUCT-CODE
               ADD INV-QUANTITY(LINE-SUB) TO COMMITTED-QTY
           END-IF.
      *
      ******************************************************************
      *   1330-ADD-UP-BACKORDERS -- ONE PASS OF THE BACKORDER FILE.    *
      *   IT IS KEYED BY BACKORDER NUMBER ONLY, SO EVERY RECORD IS     *
      *   READ AND THE WAITING ONES FOR THE PRODUCT ARE ADDED UP.      *
      ******************************************************************
       1330-ADD-UP-BACKORDERS.
      *
           MOVE ZERO TO BACKORDER-QTY.
           MOVE ZERO TO BACKORDER-BROWSE-KEY.
      *
           EXEC CICS
               STARTBR FILE('BACKORD')
                       RIDFLD(BACKORDER-BROWSE-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO MORE-RECORDS-SW
               PERFORM 1331-CHECK-ONE-BACKORDER
                   UNTIL NOT MORE-RECORDS
               EXEC CICS
                   ENDBR FILE('BACKORD')
                         RESP(RESPONSE-CODE)
               END-EXEC
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       1331-CHECK-ONE-BACKORDER.
      *
           EXEC CICS
               READNEXT FILE('BACKORD')
                        RIDFLD(BACKORDER-BROWSE-KEY)
                        INTO(BACKORDER-RECORD)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'N' TO MORE-RECORDS-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN      BO-WAITING
                     AND BO-PRODUCT-CODE = CA-PRODUCT-CODE
                   ADD BO-QUANTITY TO BACKORDER-QTY
           END-EVALUATE.
      *
      ******************************************************************
      *   1340-SCHEDULE-OPEN-POS -- ONE PASS OF THE PURCHASE-ORDER     *
      *   FILE.  EACH HEADER RECORD IS HELD SO ITS LINES CAN BE        *
      *   DATED; AN OPEN STOCK LINE FOR THE PRODUCT ON AN OPEN PO      *
      *   PUTS ITS OUTSTANDING QUANTITY IN THE WEEK IT IS DUE, AND     *
      *   THE FIRST SIX SUCH LINES ARE LISTED.                         *
      ******************************************************************
       1340-SCHEDULE-OPEN-POS.
      *
           MOVE 'N' TO HOLD-PO-USABLE-SW.
           MOVE ZERO TO PO-BROWSE-KEY.
      *
           EXEC CICS
               STARTBR FILE('PORDER')
                       RIDFLD(PO-BROWSE-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO MORE-RECORDS-SW
               PERFORM 1341-CHECK-ONE-PO-RECORD
                   UNTIL NOT MORE-RECORDS
               EXEC CICS
                   ENDBR FILE('PORDER')
                         RESP(RESPONSE-CODE)
               END-EXEC
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       1341-CHECK-ONE-PO-RECORD.
      *
           EXEC CICS
               READNEXT FILE('PORDER')
                        RIDFLD(PO-BROWSE-KEY)
                        INTO(PURCHASE-ORDER-RECORD)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'N' TO MORE-RECORDS-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN PO-HEADER
                   PERFORM 1342-HOLD-PO-HEADER
               WHEN      HOLD-PO-USABLE
                     AND PO-NUMBER = HOLD-PO-NUMBER
                     AND POL-PRODUCT-CODE = CA-PRODUCT-CODE
                     AND POL-OPEN
                     AND POL-STOCK-LINE
                     AND POL-QTY-ORDERED > POL-QTY-RECEIVED
                   PERFORM 1343-SCHEDULE-ONE-PO-LINE
           END-EVALUATE.
      *
       1342-HOLD-PO-HEADER.
      *
           MOVE 'N' TO HOLD-PO-USABLE-SW.
           MOVE 'N' TO HOLD-LEAD-READ-SW.
      *
           IF POH-OPEN
               MOVE 'Y'                 TO HOLD-PO-USABLE-SW
               MOVE PO-NUMBER           TO HOLD-PO-NUMBER
               MOVE POH-SUPPLIER-NUMBER TO HOLD-SUPPLIER-NUMBER
               MOVE POH-ORDER-DATE      TO HOLD-ORDER-DATE
           END-IF.
      *
       1343-SCHEDULE-ONE-PO-LINE.
      *
           IF NOT HOLD-LEAD-READ
               PERFORM 1344-READ-SUPPLIER-LEAD
           END-IF.
      *
      *    A LINE DUE BEFORE TODAY IS OVERDUE, NOT LOST; IT COUNTS
      *    IN THE FIRST WEEK.  ANYTHING PAST THE FIFTH WEEK FALLS IN
      *    THE LAST ROW.
           COMPUTE DAYS-AHEAD = ORDER-DAY-NUMBER + HOLD-LEAD-DAYS
                              - TODAY-DAY-NUMBER.
           IF DAYS-AHEAD < ZERO
               MOVE 1 TO WEEK-SUB
           ELSE
               DIVIDE DAYS-AHEAD BY 7 GIVING WEEK-SUB
               ADD 1 TO WEEK-SUB
               IF WEEK-SUB > 6
                   MOVE 6 TO WEEK-SUB
               END-IF
           END-IF.
      *
           COMPUTE OPEN-QTY = POL-QTY-ORDERED - POL-QTY-RECEIVED.
           ADD OPEN-QTY TO WK-ARRIVING(WEEK-SUB).
           ADD 1 TO PO-LINE-COUNT.
      *
           IF PO-ROW-SUB < 6
               ADD 1 TO PO-ROW-SUB
               MOVE PO-NUMBER            TO PDL-PO-NUMBER
               MOVE PO-LINE-NUMBER       TO PDL-LINE-NUMBER
               MOVE HOLD-SUPPLIER-NUMBER TO PDL-SUPPLIER
               MOVE HOLD-ORDER-DATE      TO PDL-ORDER-DATE
               MOVE HOLD-LEAD-DAYS       TO PDL-LEAD-DAYS
               MOVE HOLD-LEAD-FLAG       TO PDL-LEAD-FLAG
               COMPUTE WORK-ABSOLUTE-TIME = ABSOLUTE-TIME
                                          + DAYS-AHEAD * 86400000
               PERFORM 1360-FORMAT-WORK-DATE
               MOVE WORK-DATE-YMD        TO PDL-DUE-DATE
               MOVE OPEN-QTY             TO PDL-OPEN-QTY
               MOVE WEEK-LABEL(WEEK-SUB) TO PDL-WEEK
               MOVE PO-DISPLAY-LINE      TO ATP-D-PO(PO-ROW-SUB)
           END-IF.
      *
      *    THE SUPPLIER IS READ ONCE PER PURCHASE ORDER, AND ONLY FOR
      *    ONE THAT CARRIES THE PRODUCT.  AN ORDER DATE THAT IS NOT A
      *    DATE DATES THE LINE FROM TODAY.
       1344-READ-SUPPLIER-LEAD.
      *
           MOVE 'Y' TO HOLD-LEAD-READ-SW.
           MOVE HOUSE-LEAD-DAYS TO HOLD-LEAD-DAYS.
           MOVE '*'             TO HOLD-LEAD-FLAG.
      *
           EXEC CICS
               READ FILE('SUPMAS')
                    INTO(SUPPLIER-MASTER-RECORD)
                    RIDFLD(HOLD-SUPPLIER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN SUP-LEAD-DAYS > ZERO
                   MOVE SUP-LEAD-DAYS TO HOLD-LEAD-DAYS
                   MOVE SPACE         TO HOLD-LEAD-FLAG
           END-EVALUATE.
      *
           IF HOLD-LEAD-FLAG = '*'
               MOVE 'Y' TO HOUSE-LEAD-USED-SW
           END-IF.
      *
           IF HOLD-ORDER-DATE NUMERIC AND HOLD-ORDER-DATE > ZERO
               MOVE HOLD-ORDER-DATE TO DN-DATE-YMD
               PERFORM 1900-COMPUTE-DAY-NUMBER
               MOVE DN-DAY-NUMBER TO ORDER-DAY-NUMBER
           ELSE
               MOVE TODAY-DAY-NUMBER TO ORDER-DAY-NUMBER
           END-IF.
      *
       1350-SHOW-ONE-WEEK.
      *
           ADD WK-ARRIVING(WEEK-SUB) TO RUNNING-AVAILABLE.
      *
           COMPUTE WORK-ABSOLUTE-TIME = ABSOLUTE-TIME
                                      + (WEEK-SUB - 1) * 7 * 86400000.
           PERFORM 1360-FORMAT-WORK-DATE.
      *
           MOVE WEEK-LABEL(WEEK-SUB)  TO WDL-WEEK.
           MOVE WORK-DATE-YMD         TO WDL-FROM-DATE.
           MOVE WK-ARRIVING(WEEK-SUB) TO WDL-ARRIVING.
           MOVE RUNNING-AVAILABLE     TO WDL-AVAILABLE.
           MOVE WEEK-DISPLAY-LINE     TO ATP-D-WEEK(WEEK-SUB).
      *
       1360-FORMAT-WORK-DATE.
      *
           EXEC CICS
               FORMATTIME ABSTIME(WORK-ABSOLUTE-TIME)
               YYYYMMDD(WORK-DATE-YMD)
           END-EXEC.
      *
       1450-SET-FKEY-LEGEND.
      *
           IF CA-FROM-ORDER
               MOVE 'F3=Return to order  F12=Return to order'
                   TO ATP-D-FKEY
           ELSE
               MOVE 'F3=Exit  F12=Cancel' TO ATP-D-FKEY
           END-IF.
      *
       1500-SEND-AVAILABILITY-MAP.
      *
           MOVE 'ATP1' TO ATP-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('ATPMAP1')
                            MAPSET('ATPSET1')
                            FROM(ATPMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('ATPMAP1')
                            MAPSET('ATPSET1')
                            FROM(ATPMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('ATPMAP1')
                            MAPSET('ATPSET1')
                            FROM(ATPMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
      ******************************************************************
      *   1900-COMPUTE-DAY-NUMBER -- DN-DATE-YMD (YYYYMMDD) IN,        *
      *   DN-DAY-NUMBER OUT.  EACH DIVISION TRUNCATES ON ITS OWN.      *
      ******************************************************************
       1900-COMPUTE-DAY-NUMBER.
      *
           MOVE DN-DATE-YYYY TO DN-YYYY.
           MOVE DN-DATE-MM   TO DN-MM.
           MOVE DN-DATE-DD   TO DN-DD.
      *
           IF DN-MM < 3
               ADD 12 TO DN-MM
               SUBTRACT 1 FROM DN-YYYY
           END-IF.
      *
           DIVIDE DN-YYYY BY 4   GIVING DN-QUOTIENT-4.
           DIVIDE DN-YYYY BY 100 GIVING DN-QUOTIENT-100.
           DIVIDE DN-YYYY BY 400 GIVING DN-QUOTIENT-400.
           COMPUTE DN-MONTH-WORK = 153 * DN-MM + 8.
           DIVIDE DN-MONTH-WORK BY 5 GIVING DN-MONTH-DAYS.
      *
           COMPUTE DN-DAY-NUMBER = 365 * DN-YYYY
                                 + DN-QUOTIENT-4
                                 - DN-QUOTIENT-100
                                 + DN-QUOTIENT-400
                                 + DN-MONTH-DAYS
                                 + DN-DD.
      *
       9999-TERMINATE-PROGRAM.
      *
           MOVE EIBRESP  TO ERR-RESP.
           MOVE EIBRESP2 TO ERR-RESP2.
           MOVE EIBTRNID TO ERR-TRNID.
           MOVE EIBRSRCE TO ERR-RSRCE.
      *
           EXEC CICS
               XCTL PROGRAM('SYSERR')
                    COMMAREA(ERROR-PARAMETERS)
           END-EXEC.
