       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 PRODFEED.
      *
      **************************************
      *    PRODFEED -- NIGHTLY PRICE AND AVAILABILITY FEED FROM THE  *
      *    VSAM PRODUCT MASTER TO TBLPRODUCT.  CURRENTPRICE WAS      *
      *    KEYED BY HAND AND DRIFTED FROM THE EFFECTIVE-DATED PRICE  *
      *    FILE, AND THE DB2 SIDE COULD NOT SEE STOCK AT ALL.  THIS: *
      *      - RUNS THE PRODUCT K000 UPDATE CURSOR OVER TBLPRODUCT   *
      *        AND, FOR EACH ROW, READS THE PRODUCT MASTER:          *
      *          . CURRENTPRICE BECOMES THE PRICE EFFECTIVE TODAY,   *
      *            BY ORDRENT'S 1235-READ-EFFECTIVE-PRICE RULE --    *
      *            THE PRICE RECORD WITH THE LATEST EFFECTIVE DATE   *
      *            NOT AFTER TODAY, OR PRM-UNIT-PRICE WHEN THE       *
      *            PRODUCT HAS NONE,                                 *
      *          . AVAILSTATUS COMES FROM THE WAREHOUSE ('W') ROW    *
      *            ON LOCSTK, THE LOCATION BOOKSHOP1 ORDERS SHIP     *
      *            FROM: 'X' OUT OF PRINT (PRM-STATUS-CODE 'O',      *
      *            WHATEVER IS ON HAND), 'O' NONE ON HAND, 'L' AT    *
      *            OR BELOW THE REORDER POINT, 'I' IN STOCK.  A      *
      *            PRODUCT NOT YET ON LOCSTK HAS NONE IN THE         *
      *            WAREHOUSE,                                        *
      *          . A ROW WITH NO PRODUCT MASTER RECORD IS SET TO     *
      *            'N' AND LISTED FOR THE DESK; ITS PRICE IS LEFT,   *
      *        UPDATING THE ROW ONLY WHEN SOMETHING CHANGED,         *
      *      - READS THE PRODUCT MASTER THROUGH AND INSERTS EVERY    *
      *        PRODUCT TBLPRODUCT DOES NOT HAVE (PRODUCT I000),      *
      *      - LISTS EVERY PRICE IT CHANGED, EVERY PRODUCT IT ADDED  *
      *        AND EVERY ROW WITH NO MASTER ON RPTOUT FOR THE        *
      *        BOOKSHOP1 STAFF.                                      *
      *    ENDS WITH RETURN CODE 4 WHEN ANY TBLPRODUCT ROW HAS NO    *
      *    PRODUCT MASTER RECORD.                                    *
      **************************************
      *
       ENVIRONMENT                 DIVISION.
      *
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  PRODUCT-FILE   ASSIGN TO PRODUCT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRM-PRODUCT-CODE
                   FILE STATUS IS WK-PRODUCT-STATUS.
      *
           SELECT  PRICE-FILE     ASSIGN TO PRICE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRC-PRICE-KEY
                   FILE STATUS IS WK-PRICE-STATUS.
      *
           SELECT  LOCSTK-FILE    ASSIGN TO LOCSTK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LS-STOCK-KEY
                   FILE STATUS IS WK-LOCSTK-STATUS.
      *
           SELECT  FEED-REPORT    ASSIGN TO RPTOUT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WK-REPORT-STATUS.
      *
       DATA                        DIVISION.
      *
       FILE                        SECTION.
       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY PRODREC.
      *
       FD  PRICE-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY PRICE.
      *
       FD  LOCSTK-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY LOCSTK.
      *
       FD  FEED-REPORT
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
       01 DB2-PRODUCT-ROW.
          03 DB-PRODUCTNO          PIC X(06).
          03 DB-PRODUCTDESC        PIC X(30).
          03 DB-CURRENTPRICE       PIC S9(07)V9(02) COMP-3.
          03 DB-AVAILSTATUS        PIC X(01).
      *
       01 WK-AREA.
          03 WK-PRODUCT-STATUS     PIC X(02) VALUE '00'.
          03 WK-PRICE-STATUS       PIC X(02) VALUE '00'.
          03 WK-LOCSTK-STATUS      PIC X(02) VALUE '00'.
          03 WK-REPORT-STATUS      PIC X(02) VALUE '00'.
          03 WK-ROWS-DONE-SW       PIC X(01) VALUE 'N'.
             88 WK-ROWS-DONE                 VALUE 'Y'.
          03 WK-PRODUCT-EOF-SW     PIC X(01) VALUE 'N'.
             88 WK-PRODUCT-EOF               VALUE 'Y'.
          03 WK-MORE-PRICES-SW     PIC X(01) VALUE 'N'.
             88 WK-MORE-PRICES               VALUE 'Y'.
          03 WK-ROW-CNT            PIC 9(05) VALUE ZERO.
          03 WK-MASTER-CNT         PIC 9(05) VALUE ZERO.
          03 WK-UPDATED-CNT        PIC 9(05) VALUE ZERO.
          03 WK-PRICE-CHANGE-CNT   PIC 9(05) VALUE ZERO.
          03 WK-STATUS-CHANGE-CNT  PIC 9(05) VALUE ZERO.
          03 WK-ADDED-CNT          PIC 9(05) VALUE ZERO.
          03 WK-NO-MASTER-CNT      PIC 9(05) VALUE ZERO.
          03 WK-EFF-PRICE          PIC 9(07)V99 VALUE ZERO.
          03 WK-EFF-DATE           PIC 9(08) VALUE ZERO.
          03 WK-NEW-STATUS         PIC X(01) VALUE SPACE.
          03 WK-WAREHOUSE-QTY      PIC 9(05) VALUE ZERO.
      *
       01 WK-RUN-DATE.
          03 WK-RUN-YYYY           PIC 9(04).
          03 WK-RUN-MM             PIC 9(02).
          03 WK-RUN-DD             PIC 9(02).
       01 WK-RUN-DATE-N REDEFINES WK-RUN-DATE
                                   PIC 9(08).
      *
       01 HEADING-LINE-1.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 FILLER                PIC X(50) VALUE
             'TBLPRODUCT PRICE AND AVAILABILITY FEED   RUN OF'.
          03 HL1-RUN-DATE          PIC 9(08).
          03 FILLER                PIC X(73) VALUE SPACE.
      *
       01 HEADING-LINE-2.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 FILLER                PIC X(19) VALUE 'ACTION'.
          03 FILLER                PIC X(08) VALUE 'PRODUCT'.
          03 FILLER                PIC X(32) VALUE 'DESCRIPTION'.
          03 FILLER                PIC X(14) VALUE '     OLD PRICE'.
          03 FILLER                PIC X(14) VALUE '     NEW PRICE'.
          03 FILLER                PIC X(11) VALUE '  EFFECTIVE'.
          03 FILLER                PIC X(12) VALUE '  AVAILABLE'.
          03 FILLER                PIC X(21) VALUE SPACE.
      *
       01 DETAIL-LINE.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 DL-ACTION             PIC X(17).
          03 FILLER                PIC X(02) VALUE SPACE.
          03 DL-PRODUCTNO          PIC X(06).
          03 FILLER                PIC X(02) VALUE SPACE.
          03 DL-DESCRIPTION        PIC X(30).
          03 FILLER                PIC X(02) VALUE SPACE.
          03 DL-OLD-PRICE          PIC Z,ZZZ,ZZ9.99.
          03 FILLER                PIC X(02) VALUE SPACE.
          03 DL-NEW-PRICE          PIC Z,ZZZ,ZZ9.99.
          03 FILLER                PIC X(03) VALUE SPACE.
          03 DL-EFFECTIVE          PIC X(08).
          03 FILLER                PIC X(04) VALUE SPACE.
          03 DL-OLD-STATUS         PIC X(01).
          03 FILLER                PIC X(04) VALUE ' -> '.
          03 DL-NEW-STATUS         PIC X(01).
          03 FILLER                PIC X(24) VALUE SPACE.
      *
       01 SUMMARY-LINE.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 SUM-TEXT              PIC X(36).
          03 SUM-COUNT             PIC ZZ,ZZ9.
          03 FILLER                PIC X(89) VALUE SPACE.
      *
       PROCEDURE                   DIVISION.
       MAIN-PROCESS                SECTION.
       MAIN-START.
           OPEN INPUT  PRODUCT-FILE.
           OPEN INPUT  PRICE-FILE.
           OPEN INPUT  LOCSTK-FILE.
           OPEN OUTPUT FEED-REPORT.
           IF  WK-PRODUCT-STATUS NOT = '00'
            OR WK-PRICE-STATUS NOT = '00'
            OR WK-LOCSTK-STATUS NOT = '00'
            OR WK-REPORT-STATUS NOT = '00'
               DISPLAY 'PRODFEED - FILE OPEN FAILED, PRODUCT='
                   WK-PRODUCT-STATUS ' PRICE=' WK-PRICE-STATUS
                   ' LOCSTK=' WK-LOCSTK-STATUS
                   ' REPORT=' WK-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WK-RUN-DATE-N TO HL1-RUN-DATE.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
      *
           PERFORM REFRESH-ROWS-RTN.
           PERFORM ADD-MISSING-RTN.
           PERFORM PRINT-SUMMARY-RTN.
      *
           CLOSE PRODUCT-FILE.
           CLOSE PRICE-FILE.
           CLOSE LOCSTK-FILE.
           CLOSE FEED-REPORT.
           DISPLAY 'PRODFEED - TBLPRODUCT ROWS READ  : ' WK-ROW-CNT.
           DISPLAY 'PRODFEED - ROWS UPDATED          : ' WK-UPDATED-CNT.
           DISPLAY 'PRODFEED - PRODUCTS ADDED        : ' WK-ADDED-CNT.
           DISPLAY 'PRODFEED - ROWS WITH NO MASTER   : '
               WK-NO-MASTER-CNT.
           IF  WK-NO-MASTER-CNT > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
           STOP RUN.
      *
      **************************************
      *    REFRESH-ROWS-RTN -- THE K000 UPDATE CURSOR OVER THE      *
      *    WHOLE OF TBLPRODUCT, ONE PASS.                           *
      **************************************
       REFRESH-ROWS-RTN            SECTION.
       REFRESH-ROWS-START.
           MOVE CS-K000 TO PATTERN OF COMMAND-AREA.
           MOVE CS-OPEN TO OPTION  OF COMMAND-AREA.
           CALL 'PRODUCT' USING COMMAND-AREA KEY-AREA IO-AREA.
           IF  PATTERN-FLG OF COMMAND-AREA NOT = CS-0
               DISPLAY 'PRODFEED - PRODUCT K000 OPEN FAILED, SQLCODE='
                   SQLCODE-AREA OF COMMAND-AREA
               MOVE 16 TO RETURN-CODE
               GO TO REFRESH-ROWS-END
           END-IF.
      *
           MOVE 'N' TO WK-ROWS-DONE-SW.
           PERFORM REFRESH-ONE-ROW-RTN UNTIL WK-ROWS-DONE.
      *
           MOVE CS-K000  TO PATTERN OF COMMAND-AREA.
           MOVE CS-CLOSE TO OPTION  OF COMMAND-AREA.
           CALL 'PRODUCT' USING COMMAND-AREA KEY-AREA IO-AREA.
       REFRESH-ROWS-END.
           EXIT.
      *
       REFRESH-ONE-ROW-RTN         SECTION.
       REFRESH-ONE-ROW-START.
           MOVE CS-K000  TO PATTERN OF COMMAND-AREA.
           MOVE CS-FETCH TO OPTION  OF COMMAND-AREA.
           CALL 'PRODUCT' USING COMMAND-AREA KEY-AREA IO-AREA.
           IF  PATTERN-FLG OF COMMAND-AREA = CS-6
               SET WK-ROWS-DONE TO TRUE
               GO TO REFRESH-ONE-ROW-END
           END-IF.
           IF  PATTERN-FLG OF COMMAND-AREA NOT = CS-0
               DISPLAY 'PRODFEED - PRODUCT K000 FETCH FAILED, SQLCODE='
                   SQLCODE-AREA OF COMMAND-AREA
               MOVE 16 TO RETURN-CODE
               SET WK-ROWS-DONE TO TRUE
               GO TO REFRESH-ONE-ROW-END
           END-IF.
           MOVE IO-AREA(1:LENGTH OF DB2-PRODUCT-ROW)
             TO DB2-PRODUCT-ROW.
           ADD 1 TO WK-ROW-CNT.
      *
           MOVE DB-PRODUCTNO TO PRM-PRODUCT-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE 'N' TO WK-NEW-STATUS
                   ADD 1 TO WK-NO-MASTER-CNT
                   MOVE 'NO PRODUCT MASTER' TO DL-ACTION
                   MOVE DB-CURRENTPRICE TO WK-EFF-PRICE
                   MOVE SPACE TO DL-EFFECTIVE
                   PERFORM LIST-ROW-RTN
                   IF  DB-AVAILSTATUS NOT = 'N'
                       PERFORM UPDATE-ROW-RTN
                   END-IF
                   GO TO REFRESH-ONE-ROW-END
           END-READ.
      *
           PERFORM EFFECTIVE-PRICE-RTN.
           PERFORM AVAILABILITY-RTN.
           IF  WK-EFF-PRICE = DB-CURRENTPRICE
           AND WK-NEW-STATUS = DB-AVAILSTATUS
               GO TO REFRESH-ONE-ROW-END
           END-IF.
      *
           IF  WK-EFF-PRICE NOT = DB-CURRENTPRICE
               ADD 1 TO WK-PRICE-CHANGE-CNT
               MOVE 'PRICE CHANGED' TO DL-ACTION
               PERFORM SET-EFFECTIVE-TEXT-RTN
               PERFORM LIST-ROW-RTN
           END-IF.
           IF  WK-NEW-STATUS NOT = DB-AVAILSTATUS
               ADD 1 TO WK-STATUS-CHANGE-CNT
           END-IF.
           PERFORM UPDATE-ROW-RTN.
       REFRESH-ONE-ROW-END.
           EXIT.
      *
       UPDATE-ROW-RTN              SECTION.
       UPDATE-ROW-START.
           MOVE WK-EFF-PRICE  TO DB-CURRENTPRICE.
           MOVE WK-NEW-STATUS TO DB-AVAILSTATUS.
           MOVE DB2-PRODUCT-ROW
             TO IO-AREA(1:LENGTH OF DB2-PRODUCT-ROW).
           MOVE CS-K000   TO PATTERN OF COMMAND-AREA.
           MOVE CS-UPDATE TO OPTION  OF COMMAND-AREA.
           CALL 'PRODUCT' USING COMMAND-AREA KEY-AREA IO-AREA.
           IF  PATTERN-FLG OF COMMAND-AREA = CS-0
               ADD 1 TO WK-UPDATED-CNT
           ELSE
               DISPLAY 'PRODFEED - PRODUCT K000 UPDATE FAILED FOR '
                   DB-PRODUCTNO ', SQLCODE='
                   SQLCODE-AREA OF COMMAND-AREA
               MOVE 16 TO RETURN-CODE
               SET WK-ROWS-DONE TO TRUE
           END-IF.
       UPDATE-ROW-END.
           EXIT.
      *
      **************************************
      *    ADD-MISSING-RTN -- THE PRODUCT MASTER FROM THE TOP; ANY  *
      *    PRODUCT S000 CANNOT FIND IS INSERTED.                    *
      **************************************
       ADD-MISSING-RTN             SECTION.
       ADD-MISSING-START.
           IF  RETURN-CODE = 16
               GO TO ADD-MISSING-END
           END-IF.
           MOVE LOW-VALUES TO PRM-PRODUCT-CODE.
           START PRODUCT-FILE KEY IS NOT < PRM-PRODUCT-CODE
               INVALID KEY
                   SET WK-PRODUCT-EOF TO TRUE
           END-START.
           PERFORM ADD-ONE-PRODUCT-RTN UNTIL WK-PRODUCT-EOF.
       ADD-MISSING-END.
           EXIT.
      *
       ADD-ONE-PRODUCT-RTN         SECTION.
       ADD-ONE-PRODUCT-START.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   SET WK-PRODUCT-EOF TO TRUE
           END-READ.
           IF  WK-PRODUCT-EOF
               GO TO ADD-ONE-PRODUCT-END
           END-IF.
           ADD 1 TO WK-MASTER-CNT.
      *
           MOVE CS-S000   TO PATTERN OF COMMAND-AREA.
           MOVE CS-SELECT TO OPTION  OF COMMAND-AREA.
           MOVE PRM-PRODUCT-CODE TO KEY-AREA(1:6).
           CALL 'PRODUCT' USING COMMAND-AREA KEY-AREA IO-AREA.
           IF  PATTERN-FLG OF COMMAND-AREA = CS-0
               GO TO ADD-ONE-PRODUCT-END
           END-IF.
           IF  PATTERN-FLG OF COMMAND-AREA NOT = CS-6
               DISPLAY 'PRODFEED - PRODUCT S000 FAILED, SQLCODE='
                   SQLCODE-AREA OF COMMAND-AREA
               MOVE 16 TO RETURN-CODE
               SET WK-PRODUCT-EOF TO TRUE
               GO TO ADD-ONE-PRODUCT-END
           END-IF.
      *
           PERFORM EFFECTIVE-PRICE-RTN.
           PERFORM AVAILABILITY-RTN.
           MOVE PRM-PRODUCT-CODE        TO DB-PRODUCTNO.
           MOVE PRM-PRODUCT-DESCRIPTION TO DB-PRODUCTDESC.
           MOVE WK-EFF-PRICE            TO DB-CURRENTPRICE.
           MOVE WK-NEW-STATUS           TO DB-AVAILSTATUS.
           MOVE DB2-PRODUCT-ROW
             TO IO-AREA(1:LENGTH OF DB2-PRODUCT-ROW).
           MOVE CS-I000   TO PATTERN OF COMMAND-AREA.
           MOVE CS-INSERT TO OPTION  OF COMMAND-AREA.
           CALL 'PRODUCT' USING COMMAND-AREA KEY-AREA IO-AREA.
           IF  PATTERN-FLG OF COMMAND-AREA NOT = CS-0
               DISPLAY 'PRODFEED - PRODUCT I000 FAILED FOR '
                   PRM-PRODUCT-CODE ', SQLCODE='
                   SQLCODE-AREA OF COMMAND-AREA
               MOVE 16 TO RETURN-CODE
               SET WK-PRODUCT-EOF TO TRUE
               GO TO ADD-ONE-PRODUCT-END
           END-IF.
      *
           ADD 1 TO WK-ADDED-CNT.
           MOVE 'ADDED' TO DL-ACTION.
           MOVE SPACE TO DB-AVAILSTATUS.
           MOVE ZERO  TO DB-CURRENTPRICE.
           PERFORM SET-EFFECTIVE-TEXT-RTN.
           PERFORM LIST-ROW-RTN.
       ADD-ONE-PRODUCT-END.
           EXIT.
      *
      **************************************
      *    EFFECTIVE-PRICE-RTN -- ORDRENT'S RULE: START FROM        *
      *    PRM-UNIT-PRICE, THEN BROWSE THE PRODUCT'S PRICE RECORDS  *
      *    IN DATE ORDER, KEEPING EACH ONE EFFECTIVE BY TODAY.      *
      *    WK-EFF-DATE STAYS ZERO WHEN THE LIST PRICE STANDS.       *
      **************************************
       EFFECTIVE-PRICE-RTN         SECTION.
       EFFECTIVE-PRICE-START.
           MOVE PRM-UNIT-PRICE TO WK-EFF-PRICE.
           MOVE ZERO           TO WK-EFF-DATE.
           MOVE PRM-PRODUCT-CODE TO PRC-PRODUCT-CODE.
           MOVE ZERO             TO PRC-EFFECTIVE-DATE.
           START PRICE-FILE KEY IS NOT < PRC-PRICE-KEY
               INVALID KEY
                   GO TO EFFECTIVE-PRICE-END
           END-START.
           MOVE 'Y' TO WK-MORE-PRICES-SW.
           PERFORM SCAN-PRICE-RECORD-RTN UNTIL NOT WK-MORE-PRICES.
       EFFECTIVE-PRICE-END.
           EXIT.
      *
       SCAN-PRICE-RECORD-RTN       SECTION.
       SCAN-PRICE-RECORD-START.
           READ PRICE-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO WK-MORE-PRICES-SW
                   GO TO SCAN-PRICE-RECORD-END
           END-READ.
           EVALUATE TRUE
               WHEN PRC-PRODUCT-CODE NOT = PRM-PRODUCT-CODE
                   MOVE 'N' TO WK-MORE-PRICES-SW
               WHEN PRC-EFFECTIVE-DATE > WK-RUN-DATE-N
                   MOVE 'N' TO WK-MORE-PRICES-SW
               WHEN OTHER
                   MOVE PRC-UNIT-PRICE     TO WK-EFF-PRICE
                   MOVE PRC-EFFECTIVE-DATE TO WK-EFF-DATE
           END-EVALUATE.
       SCAN-PRICE-RECORD-END.
           EXIT.
      *
      **************************************
      *    AVAILABILITY-RTN -- WK-NEW-STATUS FROM PRM-STATUS-CODE   *
      *    AND THE WAREHOUSE BALANCE ON LOCSTK.                     *
      **************************************
       AVAILABILITY-RTN            SECTION.
       AVAILABILITY-START.
           IF  PRM-OUT-OF-PRINT
               MOVE 'X' TO WK-NEW-STATUS
               GO TO AVAILABILITY-END
           END-IF.
           MOVE PRM-PRODUCT-CODE TO LS-PRODUCT-CODE.
           SET LS-WAREHOUSE TO TRUE.
           READ LOCSTK-FILE
               INVALID KEY
                   MOVE ZERO TO WK-WAREHOUSE-QTY
               NOT INVALID KEY
                   MOVE LS-QUANTITY-ON-HAND TO WK-WAREHOUSE-QTY
           END-READ.
           EVALUATE TRUE
               WHEN WK-WAREHOUSE-QTY = ZERO
                   MOVE 'O' TO WK-NEW-STATUS
               WHEN PRM-REORDER-POINT > ZERO
                AND WK-WAREHOUSE-QTY NOT > PRM-REORDER-POINT
                   MOVE 'L' TO WK-NEW-STATUS
               WHEN OTHER
                   MOVE 'I' TO WK-NEW-STATUS
           END-EVALUATE.
       AVAILABILITY-END.
           EXIT.
      *
       SET-EFFECTIVE-TEXT-RTN      SECTION.
       SET-EFFECTIVE-TEXT-START.
           IF  WK-EFF-DATE = ZERO
               MOVE 'LIST' TO DL-EFFECTIVE
           ELSE
               MOVE WK-EFF-DATE TO DL-EFFECTIVE
           END-IF.
       SET-EFFECTIVE-TEXT-END.
           EXIT.
      *
      **************************************
      *    LIST-ROW-RTN -- ONE REPORT LINE.  THE CALLER HAS SET     *
      *    DL-ACTION, DL-EFFECTIVE AND WK-EFF-PRICE/WK-NEW-STATUS;  *
      *    DB2-PRODUCT-ROW STILL HOLDS THE OLD VALUES.              *
      **************************************
       LIST-ROW-RTN                SECTION.
       LIST-ROW-START.
           MOVE DB-PRODUCTNO    TO DL-PRODUCTNO.
           MOVE DB-PRODUCTDESC  TO DL-DESCRIPTION.
           MOVE DB-CURRENTPRICE TO DL-OLD-PRICE.
           MOVE WK-EFF-PRICE    TO DL-NEW-PRICE.
           MOVE DB-AVAILSTATUS  TO DL-OLD-STATUS.
           MOVE WK-NEW-STATUS   TO DL-NEW-STATUS.
           WRITE REPORT-LINE FROM DETAIL-LINE.
       LIST-ROW-END.
           EXIT.
      *
       PRINT-SUMMARY-RTN           SECTION.
       PRINT-SUMMARY-START.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TBLPRODUCT ROWS READ...............:' TO SUM-TEXT.
           MOVE WK-ROW-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'ROWS UPDATED.......................:' TO SUM-TEXT.
           MOVE WK-UPDATED-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE '  PRICE CHANGES....................:' TO SUM-TEXT.
           MOVE WK-PRICE-CHANGE-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE '  AVAILABILITY CHANGES.............:' TO SUM-TEXT.
           MOVE WK-STATUS-CHANGE-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'ROWS WITH NO PRODUCT MASTER........:' TO SUM-TEXT.
           MOVE WK-NO-MASTER-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'PRODUCT MASTER RECORDS READ........:' TO SUM-TEXT.
           MOVE WK-MASTER-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'PRODUCTS ADDED TO TBLPRODUCT.......:' TO SUM-TEXT.
           MOVE WK-ADDED-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
       PRINT-SUMMARY-END.
           EXIT.
