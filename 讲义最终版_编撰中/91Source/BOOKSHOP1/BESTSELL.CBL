       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 BESTSELL.
      *
      **************************************
      *    BESTSELL -- WEEKLY CROSS-CHANNEL BESTSELLER REPORT.       *
      *    SLSANL SEES ONLY THE INVOICE FILE, AND A BOOKSHOP1 ORDER  *
      *    DOES NOT REACH THE INVOICE FILE UNTIL ORDPOST POSTS IT    *
      *    DAYS AFTER IT SHIPS.  THIS RANKS EVERY TITLE SOLD IN THE  *
      *    WEEK ACROSS BOTH CHANNELS:                                *
      *      - STORE (COUNTER AND PHONE) -- BILLED INVOICES BY       *
      *        INVOICE DATE, CREDIT MEMOS NETTED OUT IN THE WEEK     *
      *        THEY ARE ISSUED.  A VOIDED ORIGINAL STILL COUNTS IN   *
      *        ITS OWN WEEK; ITS CREDIT MEMO TAKES IT BACK OUT.      *
      *      - BOOKSHOP1 -- TBLORDERS ROWS SHIPPED ('S') OR ALREADY  *
      *        POSTED BY ORDPOST ('P'), BY SHIP DATE, PRICED FROM    *
      *        THEIR TBLORDERDETAIL LINES AT QUANTITY TIMES UNIT     *
      *        PRICE (BEFORE ANY REFERRAL CREDIT ORDPOST APPLIES).   *
      *    THE INVOICES ORDPOST WRITES (TERMINAL 'BTCH', OPERATOR    *
      *    'BSP') ARE THOSE SAME BOOKSHOP1 ORDERS, SO THEY ARE       *
      *    SKIPPED ON THE INVOICE SIDE -- EACH ORDER IS COUNTED      *
      *    ONCE, FROM TBLORDERS, WHETHER OR NOT IT HAS BEEN POSTED.  *
      *    A CREDIT MEMO AGAINST AN ORDPOST INVOICE IS A BOOKSHOP1   *
      *    RETURN AND NETS OUT OF THE BOOKSHOP1 CHANNEL.             *
      *    TITLES ARE RANKED BY THE WEEK'S TOTAL UNITS (DOLLARS      *
      *    BREAK A TIE); THE DOLLAR RANK PRINTS BESIDE IT.  THE      *
      *    PRIOR WEEK IS RANKED THE SAME WAY AND EACH TITLE SHOWS    *
      *    HOW FAR IT MOVED.  DESCRIPTIONS COME FROM TBLPRODUCT.     *
      *    BESTPARM CARD: COLUMNS 1-8 THE WEEK-ENDING DATE YYYYMMDD  *
      *    (THE WEEK IS THAT DAY AND THE SIX BEFORE IT), COLUMNS     *
      *    9-11 HOW MANY TITLES TO LIST -- 020 FOR THE STORE'S TOP   *
      *    20 DISPLAY, BLANK OR ZERO FOR EVERY TITLE SOLD.           *
      **************************************
      *
       ENVIRONMENT                 DIVISION.
      *
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  PARM-FILE      ASSIGN TO BESTPARM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WK-PARM-STATUS.
      *
           SELECT  INVOICE-FILE   ASSIGN TO INVOICE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INV-INVOICE-NUMBER
                   FILE STATUS IS WK-INVOICE-STATUS.
      *
           SELECT  BEST-REPORT    ASSIGN TO RPTOUT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WK-REPORT-STATUS.
      *
       DATA                        DIVISION.
      *
       FILE                        SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           03  PA-WEEK-ENDING       PIC 9(08).
           03  PA-WEEK-ENDING-X REDEFINES PA-WEEK-ENDING
                                    PIC X(08).
           03  PA-LIST-LENGTH       PIC 9(03).
           03  PA-LIST-LENGTH-X REDEFINES PA-LIST-LENGTH
                                    PIC X(03).
           03  FILLER               PIC X(69).
      *
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY INVOICE.
      *
       FD  BEST-REPORT
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE             PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01 COMMAND-AREA.
          COPY COMMAND.
       01 ACCESS-PATTERN.
          COPY PATTERN.
       01 KEY-AREA                 PIC X(256).
       01 IO-AREA                  PIC X(32768).
      *
       01 WK-ORDER-ROW.
          03 WK-OR-ORDERNO         PIC X(04).
          03 WK-OR-CUSTOMERNO      PIC X(04).
          03 WK-OR-ORDERDATE       PIC X(10).
          03 WK-OR-SHIPDATE        PIC X(10).
          03 WK-OR-SHIPSTREET      PIC X(18).
          03 WK-OR-SHIPCITY        PIC X(15).
          03 WK-OR-SHIPZIP         PIC X(06).
          03 WK-OR-ORDERSTATUS     PIC X(01).
      *
       01 WK-DETAIL-ROW.
          03 WK-DT-ORDERNO         PIC X(04).
          03 WK-DT-LINENO          PIC S9(04) COMP.
          03 WK-DT-PRODUCTNO       PIC X(06).
          03 WK-DT-QUANTITY        PIC S9(09) COMP.
          03 WK-DT-UNITPRICE       PIC S9(07)V9(02) COMP-3.
      *
       01 WK-PRODUCT-ROW.
          03 WK-PR-PRODUCTNO       PIC X(06).
          03 WK-PR-PRODUCTDESC     PIC X(30).
          03 WK-PR-CURRENTPRICE    PIC S9(07)V9(02) COMP-3.
      *
       01 WK-AREA.
          03 WK-PARM-STATUS        PIC X(02) VALUE '00'.
          03 WK-INVOICE-STATUS     PIC X(02) VALUE '00'.
          03 WK-REPORT-STATUS      PIC X(02) VALUE '00'.
          03 WK-INVOICE-EOF-SW     PIC X(01) VALUE 'N'.
             88 WK-INVOICE-EOF               VALUE 'Y'.
          03 WK-ORDERS-DONE-SW     PIC X(01) VALUE 'N'.
             88 WK-ORDERS-DONE               VALUE 'Y'.
          03 WK-LINES-DONE-SW      PIC X(01) VALUE 'N'.
             88 WK-LINES-DONE                VALUE 'Y'.
          03 WK-STATUS-WANTED      PIC X(01) VALUE 'S'.
      *       C CURRENT WEEK, P PRIOR WEEK, SPACE NEITHER
          03 WK-WEEK-CODE          PIC X(01) VALUE SPACE.
      *       I STORE INVOICE, B BOOKSHOP1
          03 WK-CHANNEL-CODE       PIC X(01) VALUE SPACE.
          03 WK-SIGN               PIC S9(01) VALUE +1.
          03 WK-LIST-LENGTH        PIC 9(03) VALUE ZERO.
          03 WK-INVOICE-CNT        PIC 9(07) VALUE ZERO.
          03 WK-MEMO-CNT           PIC 9(05) VALUE ZERO.
          03 WK-POSTED-SKIP-CNT    PIC 9(07) VALUE ZERO.
          03 WK-ORDERS-CNT         PIC 9(07) VALUE ZERO.
          03 WK-PRINTED-CNT        PIC 9(05) VALUE ZERO.
          03 WK-LINE-SUB           PIC 9(02) VALUE ZERO.
          03 WK-DAY-SUB            PIC 9(02) VALUE ZERO.
          03 WK-MONTH-DAYS         PIC 9(02) VALUE ZERO.
          03 WK-LEAP-QUOTIENT      PIC 9(04) VALUE ZERO.
          03 WK-LEAP-REMAINDER     PIC 9(04) VALUE ZERO.
          03 WK-SIGNED-QTY         PIC S9(09) COMP-3 VALUE ZERO.
          03 WK-SIGNED-AMT         PIC S9(09)V99 COMP-3 VALUE ZERO.
          03 WK-MOVEMENT           PIC S9(05) COMP-3 VALUE ZERO.
          03 WK-MOVEMENT-ED        PIC ZZZ9.
      *
      **************************************
      *    THE TWO WEEKS -- CURRENT IS THE WEEK-ENDING DATE AND THE *
      *    SIX DAYS BEFORE IT, PRIOR IS THE SEVEN DAYS BEFORE THAT. *
      **************************************
       01 WK-CUR-FROM              PIC 9(08) VALUE ZERO.
       01 WK-CUR-TO                PIC 9(08) VALUE ZERO.
       01 WK-PRI-FROM              PIC 9(08) VALUE ZERO.
       01 WK-PRI-TO                PIC 9(08) VALUE ZERO.
       01 WK-DAY-WORK.
          03 WK-DW-YYYY            PIC 9(04).
          03 WK-DW-MM              PIC 9(02).
          03 WK-DW-DD              PIC 9(02).
       01 WK-DAY-WORK-N REDEFINES WK-DAY-WORK
                                   PIC 9(08).
      *
       01 WK-SALE-DATE-N           PIC 9(08) VALUE ZERO.
       01 WK-MDY-DATE.
          03 WK-MDY-MM             PIC 9(02).
          03 WK-MDY-DD             PIC 9(02).
          03 WK-MDY-YYYY           PIC 9(04).
       01 WK-MDY-DATE-N REDEFINES WK-MDY-DATE
                                   PIC 9(08).
       01 WK-YMD-DATE.
          03 WK-YMD-YYYY           PIC 9(04).
          03 WK-YMD-MM             PIC 9(02).
          03 WK-YMD-DD             PIC 9(02).
       01 WK-YMD-DATE-N REDEFINES WK-YMD-DATE
                                   PIC 9(08).
       01 WK-DB2-DATE-WORK.
          03 WK-DDW-YYYY           PIC X(04).
          03 FILLER                PIC X(01).
          03 WK-DDW-MM             PIC X(02).
          03 FILLER                PIC X(01).
          03 WK-DDW-DD             PIC X(02).
       01 WK-DB2-YMD.
          03 WK-DBY-YYYY           PIC X(04).
          03 WK-DBY-MM             PIC X(02).
          03 WK-DBY-DD             PIC X(02).
       01 WK-DB2-YMD-N REDEFINES WK-DB2-YMD
                                   PIC 9(08).
      *
      **************************************
      *    CREDIT MEMOS ISSUED IN EITHER WEEK.  WHICH CHANNEL A     *
      *    MEMO NETS OUT OF DEPENDS ON THE ORIGINAL IT REVERSES,    *
      *    SO THE MEMOS ARE HELD HERE AND READ BACK BY KEY, WITH    *
      *    THEIR ORIGINALS, ONCE THE SEQUENTIAL PASS IS DONE.       *
      **************************************
       01 MEMO-TABLE.
          03 MT-ENTRY OCCURS 500 TIMES.
             05 MT-INVOICE-NUMBER  PIC 9(06).
             05 MT-WEEK-CODE       PIC X(01).
       01 WK-MT-SUB                PIC 9(03) VALUE ZERO.
      *
      **************************************
      *    TITLE TABLE -- ONE SLOT PER PRODUCT SOLD OR RETURNED IN  *
      *    EITHER WEEK, IN EITHER CHANNEL.  RANKS ARE FILLED IN     *
      *    AFTER THE PASSES; ZERO MEANS NOT RANKED THAT WEEK.       *
      **************************************
       01 TITLE-TABLE-CONTROL.
          03 TT-MAX-ENTRIES        PIC 9(05) VALUE 2000.
          03 TT-ENTRY-COUNT        PIC 9(05) VALUE ZERO.
          03 TT-SUB                PIC 9(05) VALUE ZERO.
          03 TT-SUB-2              PIC 9(05) VALUE ZERO.
          03 TT-FOUND-SUB          PIC 9(05) VALUE ZERO.
          03 TT-HIGH-SUB           PIC 9(05) VALUE ZERO.
          03 TT-RANK               PIC 9(05) VALUE ZERO.
          03 TT-CUR-RANKED         PIC 9(05) VALUE ZERO.
      *
       01 TITLE-TABLE.
          03 TT-ENTRY OCCURS 2000 TIMES.
             05 TT-PRODUCT-CODE    PIC X(06).
             05 TT-STO-UNITS       PIC S9(07)    COMP-3.
             05 TT-STO-DOLLARS     PIC S9(09)V99 COMP-3.
             05 TT-BSP-UNITS       PIC S9(07)    COMP-3.
             05 TT-BSP-DOLLARS     PIC S9(09)V99 COMP-3.
             05 TT-CUR-UNITS       PIC S9(07)    COMP-3.
             05 TT-CUR-DOLLARS     PIC S9(09)V99 COMP-3.
             05 TT-PRI-UNITS       PIC S9(07)    COMP-3.
             05 TT-PRI-DOLLARS     PIC S9(09)V99 COMP-3.
             05 TT-CUR-RANK        PIC 9(05).
             05 TT-DOLLAR-RANK     PIC 9(05).
             05 TT-PRI-RANK        PIC 9(05).
      *
       01 HEADING-LINE-1.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 FILLER                PIC X(40) VALUE
             'WEEKLY BESTSELLERS - ALL CHANNELS - WEEK'.
          03 HL1-CUR-FROM          PIC 9(08).
          03 FILLER                PIC X(04) VALUE ' TO '.
          03 HL1-CUR-TO            PIC 9(08).
          03 FILLER                PIC X(16) VALUE '   PRIOR WEEK '.
          03 HL1-PRI-FROM          PIC 9(08).
          03 FILLER                PIC X(04) VALUE ' TO '.
          03 HL1-PRI-TO            PIC 9(08).
          03 FILLER                PIC X(35) VALUE SPACE.
      *
       01 HEADING-LINE-2.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 FILLER                PIC X(46) VALUE SPACE.
          03 FILLER                PIC X(32) VALUE
             '--------- ALL CHANNELS --------'.
          03 FILLER                PIC X(23) VALUE
             '-------- STORE -------'.
          03 FILLER                PIC X(23) VALUE
             '------ BOOKSHOP1 -----'.
          03 FILLER                PIC X(07) VALUE SPACE.
      *
       01 HEADING-LINE-3.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 FILLER                PIC X(05) VALUE 'RANK'.
          03 FILLER                PIC X(08) VALUE 'MOVED'.
          03 FILLER                PIC X(08) VALUE 'TITLE'.
          03 FILLER                PIC X(25) VALUE 'DESCRIPTION'.
          03 FILLER                PIC X(09) VALUE '   UNITS'.
          03 FILLER                PIC X(15) VALUE '        DOLLARS'.
          03 FILLER                PIC X(07) VALUE '  $RANK'.
          03 FILLER                PIC X(09) VALUE '   UNITS'.
          03 FILLER                PIC X(14) VALUE '      DOLLARS'.
          03 FILLER                PIC X(09) VALUE '   UNITS'.
          03 FILLER                PIC X(14) VALUE '      DOLLARS'.
          03 FILLER                PIC X(08) VALUE '  PRIOR'.
      *
       01 DETAIL-LINE.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 DL-RANK               PIC ZZZ9.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 DL-MOVED              PIC X(07).
          03 FILLER                PIC X(01) VALUE SPACE.
          03 DL-PRODUCT-CODE       PIC X(06).
          03 FILLER                PIC X(02) VALUE SPACE.
          03 DL-DESCRIPTION        PIC X(24).
          03 FILLER                PIC X(01) VALUE SPACE.
          03 DL-CUR-UNITS          PIC ZZZ,ZZ9-.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 DL-CUR-DOLLARS        PIC ZZ,ZZZ,ZZ9.99-.
          03 FILLER                PIC X(03) VALUE SPACE.
          03 DL-DOLLAR-RANK        PIC ZZZ9.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 DL-STO-UNITS          PIC ZZZ,ZZ9-.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 DL-STO-DOLLARS        PIC Z,ZZZ,ZZ9.99-.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 DL-BSP-UNITS          PIC ZZZ,ZZ9-.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 DL-BSP-DOLLARS        PIC Z,ZZZ,ZZ9.99-.
          03 FILLER                PIC X(03) VALUE SPACE.
          03 DL-PRI-RANK           PIC ZZZ9.
          03 FILLER                PIC X(02) VALUE SPACE.
      *
       01 SUMMARY-LINE.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 SUM-TEXT              PIC X(36).
          03 SUM-COUNT             PIC Z,ZZZ,ZZ9.
          03 FILLER                PIC X(86) VALUE SPACE.
      *
       PROCEDURE                   DIVISION.
       MAIN-PROCESS                SECTION.
       MAIN-START.
           OPEN INPUT PARM-FILE.
           IF  WK-PARM-STATUS NOT = '00'
               DISPLAY 'BESTSELL - BESTPARM OPEN FAILED, STATUS='
                   WK-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY 'BESTSELL - BESTPARM CARD MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE PARM-FILE.
           PERFORM EDIT-PARM-CARD-RTN.
           IF  RETURN-CODE = 16
               STOP RUN
           END-IF.
      *
           OPEN INPUT  INVOICE-FILE.
           OPEN OUTPUT BEST-REPORT.
           IF  WK-INVOICE-STATUS NOT = '00'
            OR WK-REPORT-STATUS NOT = '00'
               DISPLAY 'BESTSELL - FILE OPEN FAILED, INVOICE='
                   WK-INVOICE-STATUS ' REPORT=' WK-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM SCAN-ONE-INVOICE-RTN UNTIL WK-INVOICE-EOF.
           PERFORM APPLY-ONE-MEMO-RTN
               VARYING WK-MT-SUB FROM 1 BY 1
               UNTIL WK-MT-SUB > WK-MEMO-CNT.
      *
           MOVE 'S' TO WK-STATUS-WANTED.
           PERFORM SCAN-ONE-STATUS-RTN.
           MOVE 'P' TO WK-STATUS-WANTED.
           PERFORM SCAN-ONE-STATUS-RTN.
      *
           IF  RETURN-CODE NOT = 16
               PERFORM RANK-TITLES-RTN
               PERFORM PRINT-REPORT-RTN
           END-IF.
      *
           CLOSE INVOICE-FILE.
           CLOSE BEST-REPORT.
           DISPLAY 'BESTSELL - STORE INVOICES      : ' WK-INVOICE-CNT.
           DISPLAY 'BESTSELL - CREDIT MEMOS        : ' WK-MEMO-CNT.
           DISPLAY 'BESTSELL - ORDPOST INVOICES    : '
               WK-POSTED-SKIP-CNT.
           DISPLAY 'BESTSELL - BOOKSHOP1 ORDERS    : ' WK-ORDERS-CNT.
           DISPLAY 'BESTSELL - TITLES RANKED       : ' TT-CUR-RANKED.
       MAIN-EXIT.
           STOP RUN.
      *
      **************************************
      *    EDIT-PARM-CARD-RTN -- WEEK-ENDING DATE MUST BE A REAL    *
      *    DATE; THE LIST LENGTH MAY BE BLANK.  THEN STEP BACK A    *
      *    DAY AT A TIME FOR THE FOUR WEEK BOUNDARIES.              *
      **************************************
       EDIT-PARM-CARD-RTN          SECTION.
       EDIT-PARM-CARD-START.
           IF  PA-WEEK-ENDING-X NOT NUMERIC
               DISPLAY 'BESTSELL - BESTPARM WEEK-ENDING DATE INVALID '
                   PA-WEEK-ENDING-X
               MOVE 16 TO RETURN-CODE
               GO TO EDIT-PARM-CARD-END
           END-IF.
           MOVE PA-WEEK-ENDING TO WK-DAY-WORK-N.
           IF  WK-DW-MM < 01 OR WK-DW-MM > 12 OR WK-DW-DD < 01
               DISPLAY 'BESTSELL - BESTPARM WEEK-ENDING DATE INVALID '
                   PA-WEEK-ENDING-X
               MOVE 16 TO RETURN-CODE
               GO TO EDIT-PARM-CARD-END
           END-IF.
           PERFORM DAYS-IN-MONTH-RTN.
           IF  WK-DW-DD > WK-MONTH-DAYS
               DISPLAY 'BESTSELL - BESTPARM WEEK-ENDING DATE INVALID '
                   PA-WEEK-ENDING-X
               MOVE 16 TO RETURN-CODE
               GO TO EDIT-PARM-CARD-END
           END-IF.
      *
           EVALUATE TRUE
               WHEN PA-LIST-LENGTH-X = SPACE
                   MOVE ZERO TO WK-LIST-LENGTH
               WHEN PA-LIST-LENGTH-X NUMERIC
                   MOVE PA-LIST-LENGTH TO WK-LIST-LENGTH
               WHEN OTHER
                   DISPLAY 'BESTSELL - BESTPARM LIST LENGTH INVALID: '
                       PA-LIST-LENGTH-X
                   MOVE 16 TO RETURN-CODE
                   GO TO EDIT-PARM-CARD-END
           END-EVALUATE.
      *
           MOVE WK-DAY-WORK-N TO WK-CUR-TO.
           PERFORM BACK-ONE-DAY-RTN
               VARYING WK-DAY-SUB FROM 1 BY 1 UNTIL WK-DAY-SUB > 13.
       EDIT-PARM-CARD-END.
           EXIT.
      *
       BACK-ONE-DAY-RTN            SECTION.
       BACK-ONE-DAY-START.
           IF  WK-DW-DD > 1
               SUBTRACT 1 FROM WK-DW-DD
           ELSE
               IF  WK-DW-MM > 1
                   SUBTRACT 1 FROM WK-DW-MM
               ELSE
                   MOVE 12 TO WK-DW-MM
                   SUBTRACT 1 FROM WK-DW-YYYY
               END-IF
               PERFORM DAYS-IN-MONTH-RTN
               MOVE WK-MONTH-DAYS TO WK-DW-DD
           END-IF.
           EVALUATE WK-DAY-SUB
               WHEN 6
                   MOVE WK-DAY-WORK-N TO WK-CUR-FROM
               WHEN 7
                   MOVE WK-DAY-WORK-N TO WK-PRI-TO
               WHEN 13
                   MOVE WK-DAY-WORK-N TO WK-PRI-FROM
           END-EVALUATE.
       BACK-ONE-DAY-END.
           EXIT.
      *
       DAYS-IN-MONTH-RTN           SECTION.
       DAYS-IN-MONTH-START.
           EVALUATE WK-DW-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WK-MONTH-DAYS
               WHEN 02
                   MOVE 28 TO WK-MONTH-DAYS
                   DIVIDE WK-DW-YYYY BY 4
                       GIVING WK-LEAP-QUOTIENT
                       REMAINDER WK-LEAP-REMAINDER
                   IF  WK-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WK-MONTH-DAYS
                       DIVIDE WK-DW-YYYY BY 100
                           GIVING WK-LEAP-QUOTIENT
                           REMAINDER WK-LEAP-REMAINDER
                       IF  WK-LEAP-REMAINDER = ZERO
                           MOVE 28 TO WK-MONTH-DAYS
                           DIVIDE WK-DW-YYYY BY 400
                               GIVING WK-LEAP-QUOTIENT
                               REMAINDER WK-LEAP-REMAINDER
                           IF  WK-LEAP-REMAINDER = ZERO
                               MOVE 29 TO WK-MONTH-DAYS
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WK-MONTH-DAYS
           END-EVALUATE.
       DAYS-IN-MONTH-END.
           EXIT.
      *
      **************************************
      *    WHICH-WEEK-RTN -- WK-SALE-DATE-N (YYYYMMDD) INTO          *
      *    WK-WEEK-CODE: C CURRENT, P PRIOR, SPACE NEITHER.          *
      **************************************
       WHICH-WEEK-RTN              SECTION.
       WHICH-WEEK-START.
           EVALUATE TRUE
               WHEN WK-SALE-DATE-N NOT < WK-CUR-FROM
                AND WK-SALE-DATE-N NOT > WK-CUR-TO
                   MOVE 'C' TO WK-WEEK-CODE
               WHEN WK-SALE-DATE-N NOT < WK-PRI-FROM
                AND WK-SALE-DATE-N NOT > WK-PRI-TO
                   MOVE 'P' TO WK-WEEK-CODE
               WHEN OTHER
                   MOVE SPACE TO WK-WEEK-CODE
           END-EVALUATE.
       WHICH-WEEK-END.
           EXIT.
      *
      **************************************
      *    SCAN-ONE-INVOICE-RTN -- THE SEQUENTIAL INVOICE PASS.     *
      *    BILLED ORIGINALS IN EITHER WEEK ARE STORE SALES UNLESS   *
      *    ORDPOST WROTE THEM; CREDIT MEMOS ARE HELD FOR LATER.     *
      **************************************
       SCAN-ONE-INVOICE-RTN        SECTION.
       SCAN-ONE-INVOICE-START.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   SET WK-INVOICE-EOF TO TRUE
           END-READ.
           IF  WK-INVOICE-EOF
               GO TO SCAN-ONE-INVOICE-END
           END-IF.
           IF  WK-INVOICE-STATUS NOT = '00'
               DISPLAY 'BESTSELL - INVOICE READ FAILED, STATUS='
                   WK-INVOICE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WK-INVOICE-EOF TO TRUE
               GO TO SCAN-ONE-INVOICE-END
           END-IF.
           IF  NOT INV-BILLED
               GO TO SCAN-ONE-INVOICE-END
           END-IF.
      *
           MOVE INV-INVOICE-DATE TO WK-MDY-DATE-N.
           MOVE WK-MDY-YYYY TO WK-YMD-YYYY.
           MOVE WK-MDY-MM   TO WK-YMD-MM.
           MOVE WK-MDY-DD   TO WK-YMD-DD.
           MOVE WK-YMD-DATE-N TO WK-SALE-DATE-N.
           PERFORM WHICH-WEEK-RTN.
           IF  WK-WEEK-CODE = SPACE
               GO TO SCAN-ONE-INVOICE-END
           END-IF.
      *
           IF  INV-CREDIT-MEMO
               IF  WK-MEMO-CNT NOT < 500
                   DISPLAY 'BESTSELL - CREDIT MEMO TABLE FULL AT 500'
                   MOVE 16 TO RETURN-CODE
                   SET WK-INVOICE-EOF TO TRUE
                   GO TO SCAN-ONE-INVOICE-END
               END-IF
               ADD 1 TO WK-MEMO-CNT
               MOVE INV-INVOICE-NUMBER TO MT-INVOICE-NUMBER(WK-MEMO-CNT)
               MOVE WK-WEEK-CODE       TO MT-WEEK-CODE(WK-MEMO-CNT)
               GO TO SCAN-ONE-INVOICE-END
           END-IF.
      *
           IF  INV-TERMINAL-ID = 'BTCH' AND INV-OPERATOR-ID = 'BSP'
               ADD 1 TO WK-POSTED-SKIP-CNT
               GO TO SCAN-ONE-INVOICE-END
           END-IF.
      *
           ADD 1 TO WK-INVOICE-CNT.
           MOVE 'I' TO WK-CHANNEL-CODE.
           MOVE +1  TO WK-SIGN.
           PERFORM ADD-INVOICE-LINE-RTN
               VARYING WK-LINE-SUB FROM 1 BY 1 UNTIL WK-LINE-SUB > 20.
       SCAN-ONE-INVOICE-END.
           EXIT.
      *
      **************************************
      *    APPLY-ONE-MEMO-RTN -- READ THE ORIGINAL TO SEE WHICH     *
      *    CHANNEL SOLD IT, THEN NET THE MEMO'S LINES OUT OF THAT   *
      *    CHANNEL IN THE WEEK THE MEMO WAS ISSUED.  A MEMO WHOSE   *
      *    ORIGINAL IS NO LONGER ON FILE COUNTS AGAINST THE STORE.  *
      **************************************
       APPLY-ONE-MEMO-RTN          SECTION.
       APPLY-ONE-MEMO-START.
           IF  RETURN-CODE = 16
               GO TO APPLY-ONE-MEMO-END
           END-IF.
           MOVE MT-INVOICE-NUMBER(WK-MT-SUB) TO INV-INVOICE-NUMBER.
           READ INVOICE-FILE
               INVALID KEY
                   DISPLAY 'BESTSELL - CREDIT MEMO ' INV-INVOICE-NUMBER
                       ' NOT FOUND ON REREAD, STATUS='
                       WK-INVOICE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO APPLY-ONE-MEMO-END
           END-READ.
           MOVE 'I' TO WK-CHANNEL-CODE.
           MOVE INV-VOID-OF-INVOICE TO INV-INVOICE-NUMBER.
           READ INVOICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  INV-TERMINAL-ID = 'BTCH'
                   AND INV-OPERATOR-ID = 'BSP'
                       MOVE 'B' TO WK-CHANNEL-CODE
                   END-IF
           END-READ.
      *
           MOVE MT-INVOICE-NUMBER(WK-MT-SUB) TO INV-INVOICE-NUMBER.
           READ INVOICE-FILE
               INVALID KEY
                   DISPLAY 'BESTSELL - CREDIT MEMO ' INV-INVOICE-NUMBER
                       ' NOT FOUND ON REREAD, STATUS='
                       WK-INVOICE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO APPLY-ONE-MEMO-END
           END-READ.
           MOVE MT-WEEK-CODE(WK-MT-SUB) TO WK-WEEK-CODE.
           MOVE -1 TO WK-SIGN.
           PERFORM ADD-INVOICE-LINE-RTN
               VARYING WK-LINE-SUB FROM 1 BY 1 UNTIL WK-LINE-SUB > 20.
       APPLY-ONE-MEMO-END.
           EXIT.
      *
       ADD-INVOICE-LINE-RTN        SECTION.
       ADD-INVOICE-LINE-START.
           IF  INV-PRODUCT-CODE(WK-LINE-SUB) = SPACE
               GO TO ADD-INVOICE-LINE-END
           END-IF.
           COMPUTE WK-SIGNED-QTY = INV-QUANTITY(WK-LINE-SUB) * WK-SIGN.
           COMPUTE WK-SIGNED-AMT = INV-AMOUNT(WK-LINE-SUB) * WK-SIGN.
           MOVE INV-PRODUCT-CODE(WK-LINE-SUB) TO WK-DT-PRODUCTNO.
           PERFORM ADD-TO-TITLE-RTN.
       ADD-INVOICE-LINE-END.
           EXIT.
      *
      **************************************
      *    SCAN-ONE-STATUS-RTN -- ONE PASS OF THE ORDERS J000       *
      *    CURSOR FOR WK-STATUS-WANTED.                             *
      **************************************
       SCAN-ONE-STATUS-RTN         SECTION.
       SCAN-ONE-STATUS-START.
           IF  RETURN-CODE = 16
               GO TO SCAN-ONE-STATUS-END
           END-IF.
           MOVE CS-J000 TO PATTERN OF COMMAND-AREA.
           MOVE CS-OPEN TO OPTION  OF COMMAND-AREA.
           MOVE WK-STATUS-WANTED TO KEY-AREA(1:1).
           CALL 'ORDERS' USING COMMAND-AREA KEY-AREA IO-AREA.
           IF  PATTERN-FLG OF COMMAND-AREA NOT = CS-0
               DISPLAY 'BESTSELL - ORDERS J000 OPEN FAILED, SQLCODE='
                   SQLCODE-AREA OF COMMAND-AREA
               MOVE 16 TO RETURN-CODE
               GO TO SCAN-ONE-STATUS-END
           END-IF.
      *
           MOVE 'N' TO WK-ORDERS-DONE-SW.
           PERFORM COUNT-ONE-ORDER-RTN UNTIL WK-ORDERS-DONE.
      *
           MOVE CS-J000  TO PATTERN OF COMMAND-AREA.
           MOVE CS-CLOSE TO OPTION  OF COMMAND-AREA.
           CALL 'ORDERS' USING COMMAND-AREA KEY-AREA IO-AREA.
       SCAN-ONE-STATUS-END.
           EXIT.
      *
       COUNT-ONE-ORDER-RTN         SECTION.
       COUNT-ONE-ORDER-START.
           MOVE CS-J000  TO PATTERN OF COMMAND-AREA.
           MOVE CS-FETCH TO OPTION  OF COMMAND-AREA.
           CALL 'ORDERS' USING COMMAND-AREA KEY-AREA IO-AREA.
           IF  PATTERN-FLG OF COMMAND-AREA = CS-6
               SET WK-ORDERS-DONE TO TRUE
               GO TO COUNT-ONE-ORDER-END
           END-IF.
           IF  PATTERN-FLG OF COMMAND-AREA NOT = CS-0
               DISPLAY 'BESTSELL - ORDERS FETCH FAILED, SQLCODE='
                   SQLCODE-AREA OF COMMAND-AREA
               MOVE 16 TO RETURN-CODE
               SET WK-ORDERS-DONE TO TRUE
               GO TO COUNT-ONE-ORDER-END
           END-IF.
      *
           MOVE IO-AREA(1:LENGTH OF WK-ORDER-ROW) TO WK-ORDER-ROW.
           MOVE WK-OR-SHIPDATE TO WK-DB2-DATE-WORK.
           MOVE WK-DDW-YYYY    TO WK-DBY-YYYY.
           MOVE WK-DDW-MM      TO WK-DBY-MM.
           MOVE WK-DDW-DD      TO WK-DBY-DD.
           IF  WK-DB2-YMD NOT NUMERIC
               GO TO COUNT-ONE-ORDER-END
           END-IF.
           MOVE WK-DB2-YMD-N TO WK-SALE-DATE-N.
           PERFORM WHICH-WEEK-RTN.
           IF  WK-WEEK-CODE = SPACE
               GO TO COUNT-ONE-ORDER-END
           END-IF.
      *
           ADD 1 TO WK-ORDERS-CNT.
           MOVE 'B' TO WK-CHANNEL-CODE.
           MOVE CS-K000 TO PATTERN OF COMMAND-AREA.
           MOVE CS-OPEN TO OPTION  OF COMMAND-AREA.
           MOVE WK-OR-ORDERNO TO KEY-AREA(1:4).
           CALL 'ORDERDTL' USING COMMAND-AREA KEY-AREA IO-AREA.
           IF  PATTERN-FLG OF COMMAND-AREA NOT = CS-0
               DISPLAY 'BESTSELL - ORDERDTL K000 OPEN FAILED, SQLCODE='
                   SQLCODE-AREA OF COMMAND-AREA
               MOVE 16 TO RETURN-CODE
               SET WK-ORDERS-DONE TO TRUE
               GO TO COUNT-ONE-ORDER-END
           END-IF.
           MOVE 'N' TO WK-LINES-DONE-SW.
           PERFORM COUNT-ONE-LINE-RTN UNTIL WK-LINES-DONE.
           MOVE CS-K000  TO PATTERN OF COMMAND-AREA.
           MOVE CS-CLOSE TO OPTION  OF COMMAND-AREA.
           CALL 'ORDERDTL' USING COMMAND-AREA KEY-AREA IO-AREA.
       COUNT-ONE-ORDER-END.
           EXIT.
      *
       COUNT-ONE-LINE-RTN          SECTION.
       COUNT-ONE-LINE-START.
           MOVE CS-K000  TO PATTERN OF COMMAND-AREA.
           MOVE CS-FETCH TO OPTION  OF COMMAND-AREA.
           CALL 'ORDERDTL' USING COMMAND-AREA KEY-AREA IO-AREA.
           IF  PATTERN-FLG OF COMMAND-AREA = CS-6
               SET WK-LINES-DONE TO TRUE
               GO TO COUNT-ONE-LINE-END
           END-IF.
           IF  PATTERN-FLG OF COMMAND-AREA NOT = CS-0
               DISPLAY 'BESTSELL - ORDERDTL FETCH FAILED, SQLCODE='
                   SQLCODE-AREA OF COMMAND-AREA
               MOVE 16 TO RETURN-CODE
               SET WK-LINES-DONE TO TRUE
               SET WK-ORDERS-DONE TO TRUE
               GO TO COUNT-ONE-LINE-END
           END-IF.
           MOVE IO-AREA(1:LENGTH OF WK-DETAIL-ROW) TO WK-DETAIL-ROW.
           MOVE WK-DT-QUANTITY TO WK-SIGNED-QTY.
           COMPUTE WK-SIGNED-AMT ROUNDED =
               WK-DT-QUANTITY * WK-DT-UNITPRICE.
           PERFORM ADD-TO-TITLE-RTN.
       COUNT-ONE-LINE-END.
           EXIT.
      *
      **************************************
      *    ADD-TO-TITLE-RTN -- POST WK-SIGNED-QTY/AMT FOR PRODUCT   *
      *    WK-DT-PRODUCTNO TO ITS SLOT: THE WEEK TOTAL FOR          *
      *    WK-WEEK-CODE AND, IN THE CURRENT WEEK, THE CHANNEL       *
      *    SPLIT FOR WK-CHANNEL-CODE.                               *
      **************************************
       ADD-TO-TITLE-RTN            SECTION.
       ADD-TO-TITLE-START.
           MOVE ZERO TO TT-FOUND-SUB.
           PERFORM MATCH-TITLE-RTN
               VARYING TT-SUB FROM 1 BY 1
               UNTIL TT-SUB > TT-ENTRY-COUNT OR TT-FOUND-SUB > ZERO.
           IF  TT-FOUND-SUB = ZERO
               IF  TT-ENTRY-COUNT NOT < TT-MAX-ENTRIES
                   DISPLAY 'BESTSELL - TITLE TABLE FULL AT '
                       TT-MAX-ENTRIES ' ENTRIES'
                   MOVE 16 TO RETURN-CODE
                   SET WK-INVOICE-EOF TO TRUE
                   SET WK-ORDERS-DONE TO TRUE
                   SET WK-LINES-DONE  TO TRUE
                   GO TO ADD-TO-TITLE-END
               END-IF
               ADD 1 TO TT-ENTRY-COUNT
               MOVE TT-ENTRY-COUNT TO TT-FOUND-SUB
               MOVE WK-DT-PRODUCTNO TO TT-PRODUCT-CODE(TT-FOUND-SUB)
               MOVE ZERO TO TT-STO-UNITS(TT-FOUND-SUB)
                            TT-STO-DOLLARS(TT-FOUND-SUB)
                            TT-BSP-UNITS(TT-FOUND-SUB)
                            TT-BSP-DOLLARS(TT-FOUND-SUB)
                            TT-CUR-UNITS(TT-FOUND-SUB)
                            TT-CUR-DOLLARS(TT-FOUND-SUB)
                            TT-PRI-UNITS(TT-FOUND-SUB)
                            TT-PRI-DOLLARS(TT-FOUND-SUB)
                            TT-CUR-RANK(TT-FOUND-SUB)
                            TT-DOLLAR-RANK(TT-FOUND-SUB)
                            TT-PRI-RANK(TT-FOUND-SUB)
           END-IF.
      *
           IF  WK-WEEK-CODE = 'P'
               ADD WK-SIGNED-QTY TO TT-PRI-UNITS(TT-FOUND-SUB)
               ADD WK-SIGNED-AMT TO TT-PRI-DOLLARS(TT-FOUND-SUB)
               GO TO ADD-TO-TITLE-END
           END-IF.
           ADD WK-SIGNED-QTY TO TT-CUR-UNITS(TT-FOUND-SUB).
           ADD WK-SIGNED-AMT TO TT-CUR-DOLLARS(TT-FOUND-SUB).
           IF  WK-CHANNEL-CODE = 'B'
               ADD WK-SIGNED-QTY TO TT-BSP-UNITS(TT-FOUND-SUB)
               ADD WK-SIGNED-AMT TO TT-BSP-DOLLARS(TT-FOUND-SUB)
           ELSE
               ADD WK-SIGNED-QTY TO TT-STO-UNITS(TT-FOUND-SUB)
               ADD WK-SIGNED-AMT TO TT-STO-DOLLARS(TT-FOUND-SUB)
           END-IF.
       ADD-TO-TITLE-END.
           EXIT.
      *
       MATCH-TITLE-RTN             SECTION.
       MATCH-TITLE-START.
           IF  TT-PRODUCT-CODE(TT-SUB) = WK-DT-PRODUCTNO
               MOVE TT-SUB TO TT-FOUND-SUB
           END-IF.
       MATCH-TITLE-END.
           EXIT.
      *
      **************************************
      *    RANK-TITLES-RTN -- THREE SELECTION PASSES, AS SLSANL     *
      *    RANKS ITS TABLE: REPEATEDLY TAKE THE LARGEST UNRANKED    *
      *    ENTRY.  ONLY A TITLE WITH UNITS SOLD (NET OF RETURNS)    *
      *    IN A WEEK IS RANKED FOR THAT WEEK.                       *
      **************************************
       RANK-TITLES-RTN             SECTION.
       RANK-TITLES-START.
           MOVE ZERO TO TT-RANK.
           PERFORM RANK-NEXT-CURRENT-RTN TT-ENTRY-COUNT TIMES.
           MOVE TT-RANK TO TT-CUR-RANKED.
           MOVE ZERO TO TT-RANK.
           PERFORM RANK-NEXT-DOLLAR-RTN TT-ENTRY-COUNT TIMES.
           MOVE ZERO TO TT-RANK.
           PERFORM RANK-NEXT-PRIOR-RTN TT-ENTRY-COUNT TIMES.
       RANK-TITLES-END.
           EXIT.
      *
       RANK-NEXT-CURRENT-RTN       SECTION.
       RANK-NEXT-CURRENT-START.
           MOVE ZERO TO TT-HIGH-SUB.
           PERFORM PICK-CURRENT-RTN
               VARYING TT-SUB-2 FROM 1 BY 1
               UNTIL TT-SUB-2 > TT-ENTRY-COUNT.
           IF  TT-HIGH-SUB > ZERO
               ADD 1 TO TT-RANK
               MOVE TT-RANK TO TT-CUR-RANK(TT-HIGH-SUB)
           END-IF.
       RANK-NEXT-CURRENT-END.
           EXIT.
      *
       PICK-CURRENT-RTN            SECTION.
       PICK-CURRENT-START.
           IF  TT-CUR-RANK(TT-SUB-2) > ZERO
            OR TT-CUR-UNITS(TT-SUB-2) NOT > ZERO
               GO TO PICK-CURRENT-END
           END-IF.
           IF  TT-HIGH-SUB = ZERO
               MOVE TT-SUB-2 TO TT-HIGH-SUB
               GO TO PICK-CURRENT-END
           END-IF.
           IF  TT-CUR-UNITS(TT-SUB-2) > TT-CUR-UNITS(TT-HIGH-SUB)
               MOVE TT-SUB-2 TO TT-HIGH-SUB
               GO TO PICK-CURRENT-END
           END-IF.
           IF  TT-CUR-UNITS(TT-SUB-2) = TT-CUR-UNITS(TT-HIGH-SUB)
           AND TT-CUR-DOLLARS(TT-SUB-2) > TT-CUR-DOLLARS(TT-HIGH-SUB)
               MOVE TT-SUB-2 TO TT-HIGH-SUB
           END-IF.
       PICK-CURRENT-END.
           EXIT.
      *
       RANK-NEXT-DOLLAR-RTN        SECTION.
       RANK-NEXT-DOLLAR-START.
           MOVE ZERO TO TT-HIGH-SUB.
           PERFORM PICK-DOLLAR-RTN
               VARYING TT-SUB-2 FROM 1 BY 1
               UNTIL TT-SUB-2 > TT-ENTRY-COUNT.
           IF  TT-HIGH-SUB > ZERO
               ADD 1 TO TT-RANK
               MOVE TT-RANK TO TT-DOLLAR-RANK(TT-HIGH-SUB)
           END-IF.
       RANK-NEXT-DOLLAR-END.
           EXIT.
      *
       PICK-DOLLAR-RTN             SECTION.
       PICK-DOLLAR-START.
           IF  TT-DOLLAR-RANK(TT-SUB-2) > ZERO
            OR TT-CUR-UNITS(TT-SUB-2) NOT > ZERO
               GO TO PICK-DOLLAR-END
           END-IF.
           IF  TT-HIGH-SUB = ZERO
               MOVE TT-SUB-2 TO TT-HIGH-SUB
               GO TO PICK-DOLLAR-END
           END-IF.
           IF  TT-CUR-DOLLARS(TT-SUB-2) > TT-CUR-DOLLARS(TT-HIGH-SUB)
               MOVE TT-SUB-2 TO TT-HIGH-SUB
           END-IF.
       PICK-DOLLAR-END.
           EXIT.
      *
       RANK-NEXT-PRIOR-RTN         SECTION.
       RANK-NEXT-PRIOR-START.
           MOVE ZERO TO TT-HIGH-SUB.
           PERFORM PICK-PRIOR-RTN
               VARYING TT-SUB-2 FROM 1 BY 1
               UNTIL TT-SUB-2 > TT-ENTRY-COUNT.
           IF  TT-HIGH-SUB > ZERO
               ADD 1 TO TT-RANK
               MOVE TT-RANK TO TT-PRI-RANK(TT-HIGH-SUB)
           END-IF.
       RANK-NEXT-PRIOR-END.
           EXIT.
      *
       PICK-PRIOR-RTN              SECTION.
       PICK-PRIOR-START.
           IF  TT-PRI-RANK(TT-SUB-2) > ZERO
            OR TT-PRI-UNITS(TT-SUB-2) NOT > ZERO
               GO TO PICK-PRIOR-END
           END-IF.
           IF  TT-HIGH-SUB = ZERO
               MOVE TT-SUB-2 TO TT-HIGH-SUB
               GO TO PICK-PRIOR-END
           END-IF.
           IF  TT-PRI-UNITS(TT-SUB-2) > TT-PRI-UNITS(TT-HIGH-SUB)
               MOVE TT-SUB-2 TO TT-HIGH-SUB
               GO TO PICK-PRIOR-END
           END-IF.
           IF  TT-PRI-UNITS(TT-SUB-2) = TT-PRI-UNITS(TT-HIGH-SUB)
           AND TT-PRI-DOLLARS(TT-SUB-2) > TT-PRI-DOLLARS(TT-HIGH-SUB)
               MOVE TT-SUB-2 TO TT-HIGH-SUB
           END-IF.
       PICK-PRIOR-END.
           EXIT.
      *
      **************************************
      *    PRINT-REPORT-RTN -- TITLES IN CURRENT-WEEK RANK ORDER,   *
      *    CUT OFF AT THE LIST LENGTH ON THE CARD, THEN TOTALS.     *
      **************************************
       PRINT-REPORT-RTN            SECTION.
       PRINT-REPORT-START.
           MOVE WK-CUR-FROM TO HL1-CUR-FROM.
           MOVE WK-CUR-TO   TO HL1-CUR-TO.
           MOVE WK-PRI-FROM TO HL1-PRI-FROM.
           MOVE WK-PRI-TO   TO HL1-PRI-TO.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           WRITE REPORT-LINE FROM HEADING-LINE-3.
      *
           PERFORM PRINT-ONE-RANK-RTN
               VARYING TT-RANK FROM 1 BY 1
               UNTIL TT-RANK > TT-CUR-RANKED
                  OR (WK-LIST-LENGTH > ZERO
                      AND TT-RANK > WK-LIST-LENGTH).
      *
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'STORE INVOICES COUNTED.............:' TO SUM-TEXT.
           MOVE WK-INVOICE-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'CREDIT MEMOS NETTED................:' TO SUM-TEXT.
           MOVE WK-MEMO-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'ORDPOST INVOICES LEFT TO TBLORDERS.:' TO SUM-TEXT.
           MOVE WK-POSTED-SKIP-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'BOOKSHOP1 ORDERS COUNTED...........:' TO SUM-TEXT.
           MOVE WK-ORDERS-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'TITLES RANKED......................:' TO SUM-TEXT.
           MOVE TT-CUR-RANKED TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'TITLES LISTED......................:' TO SUM-TEXT.
           MOVE WK-PRINTED-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
       PRINT-REPORT-END.
           EXIT.
      *
       PRINT-ONE-RANK-RTN          SECTION.
       PRINT-ONE-RANK-START.
           MOVE ZERO TO TT-FOUND-SUB.
           PERFORM MATCH-RANK-RTN
               VARYING TT-SUB FROM 1 BY 1
               UNTIL TT-SUB > TT-ENTRY-COUNT OR TT-FOUND-SUB > ZERO.
           IF  TT-FOUND-SUB = ZERO
               GO TO PRINT-ONE-RANK-END
           END-IF.
      *
           MOVE TT-RANK TO DL-RANK.
           IF  TT-PRI-RANK(TT-FOUND-SUB) = ZERO
               MOVE 'NEW'  TO DL-MOVED
               MOVE ZERO   TO DL-PRI-RANK
           ELSE
               MOVE TT-PRI-RANK(TT-FOUND-SUB) TO DL-PRI-RANK
               COMPUTE WK-MOVEMENT = TT-PRI-RANK(TT-FOUND-SUB)
                                   - TT-RANK
               EVALUATE TRUE
                   WHEN WK-MOVEMENT > ZERO
                       MOVE WK-MOVEMENT TO WK-MOVEMENT-ED
                       MOVE SPACE TO DL-MOVED
                       STRING 'UP ' WK-MOVEMENT-ED DELIMITED BY SIZE
                         INTO DL-MOVED
                   WHEN WK-MOVEMENT < ZERO
                       COMPUTE WK-MOVEMENT = ZERO - WK-MOVEMENT
                       MOVE WK-MOVEMENT TO WK-MOVEMENT-ED
                       MOVE SPACE TO DL-MOVED
                       STRING 'DN ' WK-MOVEMENT-ED DELIMITED BY SIZE
                         INTO DL-MOVED
                   WHEN OTHER
                       MOVE 'SAME' TO DL-MOVED
               END-EVALUATE
           END-IF.
      *
           MOVE TT-PRODUCT-CODE(TT-FOUND-SUB) TO DL-PRODUCT-CODE.
           MOVE SPACE TO DL-DESCRIPTION.
           MOVE CS-S000   TO PATTERN OF COMMAND-AREA.
           MOVE CS-SELECT TO OPTION  OF COMMAND-AREA.
           MOVE TT-PRODUCT-CODE(TT-FOUND-SUB) TO KEY-AREA(1:6).
           CALL 'PRODUCT' USING COMMAND-AREA KEY-AREA IO-AREA.
           IF  PATTERN-FLG OF COMMAND-AREA = CS-0
               MOVE IO-AREA(1:LENGTH OF WK-PRODUCT-ROW)
                 TO WK-PRODUCT-ROW
               MOVE WK-PR-PRODUCTDESC TO DL-DESCRIPTION
           END-IF.
      *
           MOVE TT-CUR-UNITS(TT-FOUND-SUB)   TO DL-CUR-UNITS.
           MOVE TT-CUR-DOLLARS(TT-FOUND-SUB) TO DL-CUR-DOLLARS.
           MOVE TT-DOLLAR-RANK(TT-FOUND-SUB) TO DL-DOLLAR-RANK.
           MOVE TT-STO-UNITS(TT-FOUND-SUB)   TO DL-STO-UNITS.
           MOVE TT-STO-DOLLARS(TT-FOUND-SUB) TO DL-STO-DOLLARS.
           MOVE TT-BSP-UNITS(TT-FOUND-SUB)   TO DL-BSP-UNITS.
           MOVE TT-BSP-DOLLARS(TT-FOUND-SUB) TO DL-BSP-DOLLARS.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO WK-PRINTED-CNT.
       PRINT-ONE-RANK-END.
           EXIT.
      *
       MATCH-RANK-RTN              SECTION.
       MATCH-RANK-START.
           IF  TT-CUR-RANK(TT-SUB) = TT-RANK
               MOVE TT-SUB TO TT-FOUND-SUB
           END-IF.
       MATCH-RANK-END.
           EXIT.
