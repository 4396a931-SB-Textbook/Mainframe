       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 CATMAIL.
      *
      **************************************
      *    CATMAIL -- QUARTERLY CUSTOMER SEGMENTATION AND CATALOG    *
      *    MAILING RUN.  MARKETING USED TO MAIL EVERY TBLCUSTOMER    *
      *    ROW, INCLUDING PEOPLE WHO HAD NOT BOUGHT IN YEARS.  THIS: *
      *      - LOADS TBLCUSTOMER THROUGH THE CUSTOMER K000 BROWSE    *
      *        AND HANGS EACH ACTIVE CUSTXREF LINK ON ITS ROW,       *
      *      - CURSORS THE SHIPPED ORDERS (TBLORDERS STATUS 'S',     *
      *        AND 'P' FOR THE ONES ORDPOST HAS ALREADY BILLED)      *
      *        THROUGH THE ORDERS J000 ROUTINE AND PRICES EACH ONE   *
      *        FROM ITS TBLORDERDETAIL LINES (ORDERDTL K000),        *
      *      - SCORES EVERY CUSTOMER 1-5 ON RECENCY (MONTHS SINCE    *
      *        THE LAST ORDER), FREQUENCY (ORDERS IN THE LAST 24     *
      *        MONTHS) AND VALUE (SPEND IN THE LAST 24 MONTHS) --    *
      *        THE BREAKPOINTS ARE THE SCORE TABLES BELOW,           *
      *      - ASSIGNS ONE SEGMENT, FIRST RULE THAT FITS:            *
      *          X LAPSED    NO ORDER AT ALL, OR NONE IN 24 MONTHS   *
      *          N NEW       FIRST ORDER EVER IN THE LAST 3 MONTHS   *
      *          C CHAMPION  RECENCY, FREQUENCY AND VALUE ALL 4+     *
      *          L LOYAL     BOUGHT IN THE LAST 12 MONTHS AND MORE   *
      *                      THAN ONCE IN 24                         *
      *          A AT RISK   EVERYONE ELSE (LAST ORDER 12-24 MONTHS  *
      *                      AGO, OR A SINGLE ORDER NOT REPEATED)    *
      *      - WRITES ONE SEGMENT EXTRACT RECORD PER CUSTOMER        *
      *        (SEGOUT) FOR MARKETING'S OWN ANALYSIS,                *
      *      - PRINTS MAILING LABELS (LABELS) FOR THE SEGMENTS ON    *
      *        THE SEGPARM CARD, SUPPRESSING A CUSTOMER WHOSE        *
      *        DONOTMAIL IS 'Y' OR WHOSE LINKED CUSTMAS RECORD IS    *
      *        ARCHIVED (CLOSED, OR MERGED INTO ANOTHER ACCOUNT),    *
      *      - PRINTS A SEGMENT SUMMARY (RPTOUT).                    *
      *    A LINKED CUSTOMER'S LABEL CARRIES THE FULL CUSTMAS NAME;  *
      *    THE 10-BYTE DB2 NAME IS ONLY THE LAST NAME.               *
      *    SEGPARM CARD: COLUMNS 1-5 HOLD THE SEGMENT CODES TO MAIL  *
      *    (E.G. 'CLN'), ANY ORDER.  A BLANK CARD SEGMENTS AND       *
      *    EXTRACTS ONLY, WITH NO LABELS.                            *
      **************************************
      *
       ENVIRONMENT                 DIVISION.
      *
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  PARM-FILE      ASSIGN TO SEGPARM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WK-PARM-STATUS.
      *
           SELECT  XREF-FILE      ASSIGN TO CUSTXREF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS XRF-CM-CUSTOMER-NUMBER
                   FILE STATUS IS WK-XREF-STATUS.
      *
           SELECT  CUSTMAS-FILE   ASSIGN TO CUSTMAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CM-CUSTOMER-NUMBER
                   FILE STATUS IS WK-CUSTMAS-STATUS.
      *
           SELECT  SEGMENT-FILE   ASSIGN TO SEGOUT
                   FILE STATUS IS WK-SEGMENT-STATUS.
      *
           SELECT  LABEL-FILE     ASSIGN TO LABELS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WK-LABEL-STATUS.
      *
           SELECT  SEGMENT-REPORT ASSIGN TO RPTOUT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WK-REPORT-STATUS.
      *
       DATA                        DIVISION.
      *
       FILE                        SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           03  PA-SEGMENT-CODE      PIC X(01) OCCURS 5 TIMES.
           03  FILLER               PIC X(75).
      *
       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY CUSTXREF.
      *
       FD  CUSTMAS-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY CUSTMAS.
      *
      **************************************
      *    SEGMENT EXTRACT -- ONE 80-BYTE RECORD PER TBLCUSTOMER    *
      *    ROW.  SX-MAIL-CODE: 'L' LABEL PRINTED, 'D' SELECTED BUT  *
      *    DONOTMAIL, 'X' SELECTED BUT CUSTMAS ARCHIVED, SPACE      *
      *    SEGMENT NOT SELECTED THIS QUARTER.  DATES ARE YYYYMMDD,  *
      *    ZERO WHEN THE CUSTOMER HAS NEVER ORDERED.                *
      **************************************
       FD  SEGMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SEGMENT-RECORD.
           03  SX-CUSTOMERNO        PIC X(04).
           03  SX-SEGMENT-CODE      PIC X(01).
           03  SX-RECENCY-SCORE     PIC 9(01).
           03  SX-FREQUENCY-SCORE   PIC 9(01).
           03  SX-VALUE-SCORE       PIC 9(01).
           03  SX-FIRST-ORDER-DATE  PIC 9(08).
           03  SX-LAST-ORDER-DATE   PIC 9(08).
           03  SX-ORDER-COUNT       PIC 9(05).
           03  SX-SPEND-AMOUNT      PIC 9(07)V99.
           03  SX-MAIL-CODE         PIC X(01).
           03  SX-CM-CUSTOMER       PIC X(06).
           03  SX-RUN-DATE          PIC 9(08).
           03  FILLER               PIC X(27).
      *
       FD  LABEL-FILE
           LABEL RECORDS ARE OMITTED.
       01  LABEL-LINE              PIC X(40).
      *
       FD  SEGMENT-REPORT
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
       01 DB2-CUSTOMER-ROW.
          03 DB-CUSTOMERNO         PIC X(04).
          03 DB-CUSTOMERNAME       PIC X(10).
          03 DB-CUSTOMERADDRESS    PIC X(20).
          03 DB-CUSTOMERCITY       PIC X(20).
          03 DB-CUSTOMERSTATE      PIC X(20).
          03 DB-CUSTOMERZIP        PIC X(06).
          03 DB-CUSTOMERREFERRED   PIC X(04).
          03 DB-DONOTMAIL          PIC X(01).
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
       01 WK-AREA.
          03 WK-PARM-STATUS        PIC X(02) VALUE '00'.
          03 WK-XREF-STATUS        PIC X(02) VALUE '00'.
          03 WK-CUSTMAS-STATUS     PIC X(02) VALUE '00'.
          03 WK-SEGMENT-STATUS     PIC X(02) VALUE '00'.
          03 WK-LABEL-STATUS       PIC X(02) VALUE '00'.
          03 WK-REPORT-STATUS      PIC X(02) VALUE '00'.
          03 WK-XREF-EOF-SW        PIC X(01) VALUE 'N'.
             88 WK-XREF-EOF                  VALUE 'Y'.
          03 WK-CUSTOMERS-DONE-SW  PIC X(01) VALUE 'N'.
             88 WK-CUSTOMERS-DONE            VALUE 'Y'.
          03 WK-ORDERS-DONE-SW     PIC X(01) VALUE 'N'.
             88 WK-ORDERS-DONE               VALUE 'Y'.
          03 WK-LINES-DONE-SW      PIC X(01) VALUE 'N'.
             88 WK-LINES-DONE                VALUE 'Y'.
          03 WK-SELECTED-SW        PIC X(01) VALUE 'N'.
             88 WK-SEGMENT-SELECTED          VALUE 'Y'.
          03 WK-STATUS-WANTED      PIC X(01) VALUE 'S'.
          03 WK-CUSTOMER-CNT       PIC 9(05) VALUE ZERO.
          03 WK-LINK-CNT           PIC 9(05) VALUE ZERO.
          03 WK-ORDERS-CNT         PIC 9(07) VALUE ZERO.
          03 WK-UNKNOWN-CNT        PIC 9(05) VALUE ZERO.
          03 WK-LABEL-CNT          PIC 9(05) VALUE ZERO.
          03 WK-SELECT-CNT         PIC 9(01) VALUE ZERO.
          03 WK-CT-SUB             PIC 9(05) VALUE ZERO.
          03 WK-CT-FOUND-SUB       PIC 9(05) VALUE ZERO.
          03 WK-SG-SUB             PIC 9(02) VALUE ZERO.
          03 WK-SG-FOUND-SUB       PIC 9(02) VALUE ZERO.
          03 WK-PA-SUB             PIC 9(02) VALUE ZERO.
          03 WK-ORDER-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
          03 WK-ORDER-DATE-N       PIC 9(08) VALUE ZERO.
          03 WK-RECENCY            PIC 9(01) VALUE ZERO.
          03 WK-FREQUENCY          PIC 9(01) VALUE ZERO.
          03 WK-VALUE              PIC 9(01) VALUE ZERO.
          03 WK-SEGMENT-CODE       PIC X(01) VALUE SPACE.
          03 WK-MAIL-CODE          PIC X(01) VALUE SPACE.
      *
       01 WK-RUN-DATE.
          03 WK-RUN-YYYY           PIC 9(04).
          03 WK-RUN-MM             PIC 9(02).
          03 WK-RUN-DD             PIC 9(02).
       01 WK-RUN-DATE-N REDEFINES WK-RUN-DATE
                                   PIC 9(08).
      *
      **************************************
      *    CUTOFF DATES -- THE RUN DATE LESS 3, 6, 12 AND 24        *
      *    MONTHS.  ONLY EVER COMPARED AGAINST ORDER DATES, SO A    *
      *    DAY 31 LEFT IN A 30-DAY MONTH DOES NO HARM.              *
      **************************************
       01 WK-CUTOFF-WORK.
          03 WK-CW-YYYY            PIC 9(04).
          03 WK-CW-MM              PIC 9(02).
          03 WK-CW-DD              PIC 9(02).
       01 WK-CUTOFF-WORK-N REDEFINES WK-CUTOFF-WORK
                                   PIC 9(08).
       01 WK-MONTHS-BACK           PIC 9(02) VALUE ZERO.
       01 WK-CUT-03                PIC 9(08) VALUE ZERO.
       01 WK-CUT-06                PIC 9(08) VALUE ZERO.
       01 WK-CUT-12                PIC 9(08) VALUE ZERO.
       01 WK-CUT-24                PIC 9(08) VALUE ZERO.
      *
       01 WK-DB2-DATE-WORK.
          03 WK-DDW-YYYY           PIC X(04).
          03 FILLER                PIC X(01).
          03 WK-DDW-MM             PIC X(02).
          03 FILLER                PIC X(01).
          03 WK-DDW-DD             PIC X(02).
       01 WK-YMD-WORK.
          03 WK-YMD-YYYY           PIC X(04).
          03 WK-YMD-MM             PIC X(02).
          03 WK-YMD-DD             PIC X(02).
       01 WK-YMD-WORK-N REDEFINES WK-YMD-WORK
                                   PIC 9(08).
      *
      **************************************
      *    SCORE TABLES -- FREQUENCY IS ORDERS IN THE LAST 24       *
      *    MONTHS, VALUE IS THE SPEND ON THEM.  A CUSTOMER SCORES   *
      *    THE FIRST ENTRY WHOSE FLOOR THEY REACH, 5 DOWN TO 2;     *
      *    BELOW THE LAST FLOOR SCORES 1.  RECENCY USES THE CUTOFF  *
      *    DATES: 5 WITHIN 3 MONTHS, 4 WITHIN 6, 3 WITHIN 12, 2     *
      *    WITHIN 24, ELSE 1.                                       *
      **************************************
       01 FREQUENCY-TABLE-VALUES.
          03 FILLER                PIC 9(05) VALUE 00010.
          03 FILLER                PIC 9(05) VALUE 00006.
          03 FILLER                PIC 9(05) VALUE 00003.
          03 FILLER                PIC 9(05) VALUE 00002.
       01 FREQUENCY-TABLE REDEFINES FREQUENCY-TABLE-VALUES.
          03 FT-FLOOR              PIC 9(05) OCCURS 4 TIMES.
      *
       01 VALUE-TABLE-VALUES.
          03 FILLER                PIC 9(07)V99 VALUE 1000.00.
          03 FILLER                PIC 9(07)V99 VALUE 0500.00.
          03 FILLER                PIC 9(07)V99 VALUE 0200.00.
          03 FILLER                PIC 9(07)V99 VALUE 0075.00.
       01 VALUE-TABLE REDEFINES VALUE-TABLE-VALUES.
          03 VT-FLOOR              PIC 9(07)V99 OCCURS 4 TIMES.
      *
      **************************************
      *    SEGMENT TABLE -- CODE, NAME, AND THE QUARTER'S COUNTS.   *
      **************************************
       01 SEGMENT-TABLE-VALUES.
          03 FILLER                PIC X(11) VALUE 'CCHAMPION'.
          03 FILLER                PIC X(11) VALUE 'LLOYAL'.
          03 FILLER                PIC X(11) VALUE 'AAT RISK'.
          03 FILLER                PIC X(11) VALUE 'XLAPSED'.
          03 FILLER                PIC X(11) VALUE 'NNEW'.
       01 SEGMENT-TABLE-NAMES REDEFINES SEGMENT-TABLE-VALUES.
          03 SGN-ENTRY OCCURS 5 TIMES.
             05 SGN-CODE           PIC X(01).
             05 SGN-NAME           PIC X(10).
       01 SEGMENT-COUNTS.
          03 SGC-ENTRY OCCURS 5 TIMES.
             05 SGC-SELECTED-SW    PIC X(01).
             05 SGC-CUSTOMERS      PIC 9(05).
             05 SGC-LABELS         PIC 9(05).
             05 SGC-DONOTMAIL      PIC 9(05).
             05 SGC-ARCHIVED       PIC 9(05).
             05 SGC-SPEND          PIC S9(09)V99 COMP-3.
      *
      **************************************
      *    CUSTOMER TABLE -- EVERY TBLCUSTOMER ROW, LOADED UP FRONT *
      *    SO THE ORDER PASS CAN ACCUMULATE AGAINST IT.  CUSTOMERNO *
      *    IS FOUR CHARACTERS; 9999 SLOTS COVERS THE WHOLE RANGE.   *
      **************************************
       01 CUSTOMER-TABLE.
          03 CT-ENTRY OCCURS 9999 TIMES.
             05 CT-CUSTOMERNO      PIC X(04).
             05 CT-NAME            PIC X(10).
             05 CT-ADDRESS         PIC X(20).
             05 CT-CITY            PIC X(20).
             05 CT-STATE           PIC X(20).
             05 CT-ZIP             PIC X(06).
             05 CT-DONOTMAIL       PIC X(01).
             05 CT-CM-NUMBER       PIC X(06).
             05 CT-FIRST-ORDER     PIC 9(08).
             05 CT-LAST-ORDER      PIC 9(08).
             05 CT-ORDER-CNT       PIC 9(05).
             05 CT-SPEND           PIC S9(09)V99 COMP-3.
      *
       01 LABEL-NAME-LINE.
          03 LB-NAME               PIC X(33).
          03 FILLER                PIC X(03) VALUE SPACE.
          03 LB-CUSTOMERNO         PIC X(04).
       01 LABEL-CITY-LINE          PIC X(40).
      *
       01 HEADING-LINE-1.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 FILLER                PIC X(42) VALUE
             'CUSTOMER SEGMENTATION / CATALOG  RUN OF'.
          03 HL1-RUN-DATE          PIC 9(08).
          03 FILLER                PIC X(81) VALUE SPACE.
      *
       01 HEADING-LINE-2.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 FILLER                PIC X(14) VALUE 'SEGMENT'.
          03 FILLER                PIC X(06) VALUE 'MAILED'.
          03 FILLER                PIC X(11) VALUE '  CUSTOMERS'.
          03 FILLER                PIC X(17) VALUE '   24-MONTH SPEND'.
          03 FILLER                PIC X(09) VALUE '   LABELS'.
          03 FILLER                PIC X(13) VALUE '  DO-NOT-MAIL'.
          03 FILLER                PIC X(10) VALUE '  ARCHIVED'.
          03 FILLER                PIC X(51) VALUE SPACE.
      *
       01 SEGMENT-LINE.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 SL-CODE               PIC X(01).
          03 FILLER                PIC X(01) VALUE SPACE.
          03 SL-NAME               PIC X(10).
          03 FILLER                PIC X(03) VALUE SPACE.
          03 SL-SELECTED           PIC X(03).
          03 FILLER                PIC X(02) VALUE SPACE.
          03 SL-CUSTOMERS          PIC ZZ,ZZ9.
          03 FILLER                PIC X(02) VALUE SPACE.
          03 SL-SPEND              PIC ZZZ,ZZZ,ZZ9.99.
          03 FILLER                PIC X(04) VALUE SPACE.
          03 SL-LABELS             PIC ZZ,ZZ9.
          03 FILLER                PIC X(06) VALUE SPACE.
          03 SL-DONOTMAIL          PIC ZZ,ZZ9.
          03 FILLER                PIC X(04) VALUE SPACE.
          03 SL-ARCHIVED           PIC ZZ,ZZ9.
          03 FILLER                PIC X(57) VALUE SPACE.
      *
       01 SUMMARY-LINE.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 SUM-TEXT              PIC X(30).
          03 SUM-COUNT             PIC ZZZ,ZZ9.
          03 FILLER                PIC X(94) VALUE SPACE.
      *
       PROCEDURE                   DIVISION.
       MAIN-PROCESS                SECTION.
       MAIN-START.
           OPEN INPUT PARM-FILE.
           IF  WK-PARM-STATUS NOT = '00'
               DISPLAY 'CATMAIL - SEGPARM OPEN FAILED, STATUS='
                   WK-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY 'CATMAIL - SEGPARM CARD MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           PERFORM EDIT-PARM-CARD-RTN.
           CLOSE PARM-FILE.
           IF  RETURN-CODE = 16
               STOP RUN
           END-IF.
      *
           OPEN INPUT  XREF-FILE.
           OPEN INPUT  CUSTMAS-FILE.
           OPEN OUTPUT SEGMENT-FILE.
           OPEN OUTPUT LABEL-FILE.
           OPEN OUTPUT SEGMENT-REPORT.
           IF  WK-XREF-STATUS NOT = '00'
            OR WK-CUSTMAS-STATUS NOT = '00'
            OR WK-SEGMENT-STATUS NOT = '00'
            OR WK-LABEL-STATUS NOT = '00'
            OR WK-REPORT-STATUS NOT = '00'
               DISPLAY 'CATMAIL - FILE OPEN FAILED, XREF='
                   WK-XREF-STATUS ' CUSTMAS=' WK-CUSTMAS-STATUS
                   ' SEGOUT=' WK-SEGMENT-STATUS
                   ' LABELS=' WK-LABEL-STATUS
                   ' REPORT=' WK-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 3  TO WK-MONTHS-BACK.
           PERFORM CUTOFF-DATE-RTN.
           MOVE WK-CUTOFF-WORK-N TO WK-CUT-03.
           MOVE 6  TO WK-MONTHS-BACK.
           PERFORM CUTOFF-DATE-RTN.
           MOVE WK-CUTOFF-WORK-N TO WK-CUT-06.
           MOVE 12 TO WK-MONTHS-BACK.
           PERFORM CUTOFF-DATE-RTN.
           MOVE WK-CUTOFF-WORK-N TO WK-CUT-12.
           MOVE 24 TO WK-MONTHS-BACK.
           PERFORM CUTOFF-DATE-RTN.
           MOVE WK-CUTOFF-WORK-N TO WK-CUT-24.
      *
           PERFORM LOAD-CUSTOMERS-RTN.
           PERFORM LOAD-XREF-LINK-RTN UNTIL WK-XREF-EOF.
      *
           MOVE 'S' TO WK-STATUS-WANTED.
           PERFORM SCAN-ONE-STATUS-RTN.
           MOVE 'P' TO WK-STATUS-WANTED.
           PERFORM SCAN-ONE-STATUS-RTN.
      *
           IF  RETURN-CODE NOT = 16
               PERFORM SEGMENT-ONE-CUSTOMER-RTN
                   VARYING WK-CT-SUB FROM 1 BY 1
                   UNTIL WK-CT-SUB > WK-CUSTOMER-CNT
               PERFORM PRINT-SUMMARY-RTN
           END-IF.
      *
           CLOSE XREF-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE SEGMENT-FILE.
           CLOSE LABEL-FILE.
           CLOSE SEGMENT-REPORT.
           DISPLAY 'CATMAIL - CUSTOMERS SEGMENTED  : ' WK-CUSTOMER-CNT.
           DISPLAY 'CATMAIL - SHIPPED ORDERS READ  : ' WK-ORDERS-CNT.
           DISPLAY 'CATMAIL - ORDERS, NO CUSTOMER  : ' WK-UNKNOWN-CNT.
           DISPLAY 'CATMAIL - LABELS PRINTED       : ' WK-LABEL-CNT.
       MAIN-EXIT.
           STOP RUN.
      *
      **************************************
      *    EDIT-PARM-CARD-RTN -- EACH NON-BLANK COLUMN OF 1-5 MUST  *
      *    BE A SEGMENT CODE; IT MARKS THAT SEGMENT FOR LABELS.     *
      **************************************
       EDIT-PARM-CARD-RTN          SECTION.
       EDIT-PARM-CARD-START.
           PERFORM CLEAR-SEGMENT-COUNTS-RTN
               VARYING WK-SG-SUB FROM 1 BY 1 UNTIL WK-SG-SUB > 5.
           PERFORM EDIT-ONE-PARM-CODE-RTN
               VARYING WK-PA-SUB FROM 1 BY 1 UNTIL WK-PA-SUB > 5.
           IF  RETURN-CODE NOT = 16 AND WK-SELECT-CNT = ZERO
               DISPLAY 'CATMAIL - NO SEGMENTS SELECTED, NO LABELS'
           END-IF.
       EDIT-PARM-CARD-END.
           EXIT.
      *
       CLEAR-SEGMENT-COUNTS-RTN    SECTION.
       CLEAR-SEGMENT-COUNTS-START.
           MOVE 'N'  TO SGC-SELECTED-SW(WK-SG-SUB).
           MOVE ZERO TO SGC-CUSTOMERS(WK-SG-SUB)
                        SGC-LABELS(WK-SG-SUB)
                        SGC-DONOTMAIL(WK-SG-SUB)
                        SGC-ARCHIVED(WK-SG-SUB)
                        SGC-SPEND(WK-SG-SUB).
       CLEAR-SEGMENT-COUNTS-END.
           EXIT.
      *
       EDIT-ONE-PARM-CODE-RTN      SECTION.
       EDIT-ONE-PARM-CODE-START.
           IF  PA-SEGMENT-CODE(WK-PA-SUB) = SPACE
               GO TO EDIT-ONE-PARM-CODE-END
           END-IF.
           MOVE PA-SEGMENT-CODE(WK-PA-SUB) TO WK-SEGMENT-CODE.
           PERFORM FIND-SEGMENT-RTN.
           IF  WK-SG-FOUND-SUB = ZERO
               DISPLAY 'CATMAIL - SEGPARM CODE INVALID: '
                   PA-SEGMENT-CODE(WK-PA-SUB)
               MOVE 16 TO RETURN-CODE
               GO TO EDIT-ONE-PARM-CODE-END
           END-IF.
           IF  SGC-SELECTED-SW(WK-SG-FOUND-SUB) NOT = 'Y'
               MOVE 'Y' TO SGC-SELECTED-SW(WK-SG-FOUND-SUB)
               ADD 1 TO WK-SELECT-CNT
           END-IF.
       EDIT-ONE-PARM-CODE-END.
           EXIT.
      *
       FIND-SEGMENT-RTN            SECTION.
       FIND-SEGMENT-START.
           MOVE ZERO TO WK-SG-FOUND-SUB.
           PERFORM MATCH-SEGMENT-RTN
               VARYING WK-SG-SUB FROM 1 BY 1
               UNTIL WK-SG-SUB > 5 OR WK-SG-FOUND-SUB > ZERO.
       FIND-SEGMENT-END.
           EXIT.
      *
       MATCH-SEGMENT-RTN           SECTION.
       MATCH-SEGMENT-START.
           IF  SGN-CODE(WK-SG-SUB) = WK-SEGMENT-CODE
               MOVE WK-SG-SUB TO WK-SG-FOUND-SUB
           END-IF.
       MATCH-SEGMENT-END.
           EXIT.
      *
      **************************************
      *    CUTOFF-DATE-RTN -- RUN DATE LESS WK-MONTHS-BACK MONTHS   *
      *    INTO WK-CUTOFF-WORK.                                     *
      **************************************
       CUTOFF-DATE-RTN             SECTION.
       CUTOFF-DATE-START.
           MOVE WK-RUN-DATE-N TO WK-CUTOFF-WORK-N.
           IF  WK-CW-MM > WK-MONTHS-BACK
               SUBTRACT WK-MONTHS-BACK FROM WK-CW-MM
           ELSE
               COMPUTE WK-CW-MM = WK-CW-MM + 12 - WK-MONTHS-BACK
               SUBTRACT 1 FROM WK-CW-YYYY
               IF  WK-CW-MM < 1
                   ADD 12 TO WK-CW-MM
                   SUBTRACT 1 FROM WK-CW-YYYY
               END-IF
           END-IF.
       CUTOFF-DATE-END.
           EXIT.
      *
      **************************************
      *    LOAD-CUSTOMERS-RTN -- THE WHOLE OF TBLCUSTOMER THROUGH   *
      *    THE CUSTOMER MODULE'S K000 BROWSE.                       *
      **************************************
       LOAD-CUSTOMERS-RTN          SECTION.
       LOAD-CUSTOMERS-START.
           MOVE CS-K000 TO PATTERN OF COMMAND-AREA.
           MOVE CS-OPEN TO OPTION  OF COMMAND-AREA.
           CALL 'CUSTOMER' USING COMMAND-AREA KEY-AREA IO-AREA.
           IF  PATTERN-FLG OF COMMAND-AREA NOT = CS-0
               DISPLAY 'CATMAIL - CUSTOMER K000 OPEN FAILED, SQLCODE='
                   SQLCODE-AREA OF COMMAND-AREA
               MOVE 16 TO RETURN-CODE
               GO TO LOAD-CUSTOMERS-END
           END-IF.
      *
           MOVE 'N' TO WK-CUSTOMERS-DONE-SW.
           PERFORM LOAD-ONE-CUSTOMER-RTN UNTIL WK-CUSTOMERS-DONE.
      *
           MOVE CS-K000  TO PATTERN OF COMMAND-AREA.
           MOVE CS-CLOSE TO OPTION  OF COMMAND-AREA.
           CALL 'CUSTOMER' USING COMMAND-AREA KEY-AREA IO-AREA.
       LOAD-CUSTOMERS-END.
           EXIT.
      *
       LOAD-ONE-CUSTOMER-RTN       SECTION.
       LOAD-ONE-CUSTOMER-START.
           MOVE CS-K000  TO PATTERN OF COMMAND-AREA.
           MOVE CS-FETCH TO OPTION  OF COMMAND-AREA.
           CALL 'CUSTOMER' USING COMMAND-AREA KEY-AREA IO-AREA.
           IF  PATTERN-FLG OF COMMAND-AREA = CS-6
               SET WK-CUSTOMERS-DONE TO TRUE
               GO TO LOAD-ONE-CUSTOMER-END
           END-IF.
           IF  PATTERN-FLG OF COMMAND-AREA NOT = CS-0
               DISPLAY 'CATMAIL - CUSTOMER K000 FETCH FAILED, SQLCODE='
                   SQLCODE-AREA OF COMMAND-AREA
               MOVE 16 TO RETURN-CODE
               SET WK-CUSTOMERS-DONE TO TRUE
               GO TO LOAD-ONE-CUSTOMER-END
           END-IF.
           IF  WK-CUSTOMER-CNT NOT < 9999
               DISPLAY 'CATMAIL - CUSTOMER TABLE FULL AT 9999 ROWS'
               MOVE 16 TO RETURN-CODE
               SET WK-CUSTOMERS-DONE TO TRUE
               GO TO LOAD-ONE-CUSTOMER-END
           END-IF.
      *
           MOVE IO-AREA(1:LENGTH OF DB2-CUSTOMER-ROW)
             TO DB2-CUSTOMER-ROW.
           ADD 1 TO WK-CUSTOMER-CNT.
           MOVE DB-CUSTOMERNO      TO CT-CUSTOMERNO(WK-CUSTOMER-CNT).
           MOVE DB-CUSTOMERNAME    TO CT-NAME(WK-CUSTOMER-CNT).
           MOVE DB-CUSTOMERADDRESS TO CT-ADDRESS(WK-CUSTOMER-CNT).
           MOVE DB-CUSTOMERCITY    TO CT-CITY(WK-CUSTOMER-CNT).
           MOVE DB-CUSTOMERSTATE   TO CT-STATE(WK-CUSTOMER-CNT).
           MOVE DB-CUSTOMERZIP     TO CT-ZIP(WK-CUSTOMER-CNT).
           MOVE DB-DONOTMAIL       TO CT-DONOTMAIL(WK-CUSTOMER-CNT).
           MOVE SPACE              TO CT-CM-NUMBER(WK-CUSTOMER-CNT).
           MOVE ZERO TO CT-FIRST-ORDER(WK-CUSTOMER-CNT)
                        CT-LAST-ORDER(WK-CUSTOMER-CNT)
                        CT-ORDER-CNT(WK-CUSTOMER-CNT)
                        CT-SPEND(WK-CUSTOMER-CNT).
       LOAD-ONE-CUSTOMER-END.
           EXIT.
      *
      **************************************
      *    LOAD-XREF-LINK-RTN -- HANG EACH ACTIVE CROSS-REFERENCE   *
      *    LINK ON ITS TBLCUSTOMER ROW, FOR THE ARCHIVE CHECK AND   *
      *    THE FULL LABEL NAME.                                     *
      **************************************
       LOAD-XREF-LINK-RTN          SECTION.
       LOAD-XREF-LINK-START.
           READ XREF-FILE
               AT END
                   SET WK-XREF-EOF TO TRUE
           END-READ.
           IF  WK-XREF-EOF OR XRF-DROPPED
               GO TO LOAD-XREF-LINK-END
           END-IF.
           MOVE XRF-DB2-CUSTOMERNO TO WK-OR-CUSTOMERNO.
           PERFORM FIND-CUSTOMER-RTN.
           IF  WK-CT-FOUND-SUB > ZERO
               MOVE XRF-CM-CUSTOMER-NUMBER
                 TO CT-CM-NUMBER(WK-CT-FOUND-SUB)
               ADD 1 TO WK-LINK-CNT
           END-IF.
       LOAD-XREF-LINK-END.
           EXIT.
      *
       FIND-CUSTOMER-RTN           SECTION.
       FIND-CUSTOMER-START.
           MOVE ZERO TO WK-CT-FOUND-SUB.
           PERFORM MATCH-CUSTOMER-RTN
               VARYING WK-CT-SUB FROM 1 BY 1
               UNTIL WK-CT-SUB > WK-CUSTOMER-CNT
                  OR WK-CT-FOUND-SUB > ZERO.
       FIND-CUSTOMER-END.
           EXIT.
      *
       MATCH-CUSTOMER-RTN          SECTION.
       MATCH-CUSTOMER-START.
           IF  CT-CUSTOMERNO(WK-CT-SUB) = WK-OR-CUSTOMERNO
               MOVE WK-CT-SUB TO WK-CT-FOUND-SUB
           END-IF.
       MATCH-CUSTOMER-END.
           EXIT.
      *
      **************************************
      *    SCAN-ONE-STATUS-RTN -- ONE PASS OF THE ORDERS J000       *
      *    CURSOR FOR WK-STATUS-WANTED, AS REFEARN DOES IT.         *
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
               DISPLAY 'CATMAIL - ORDERS J000 OPEN FAILED, SQLCODE='
                   SQLCODE-AREA OF COMMAND-AREA
               MOVE 16 TO RETURN-CODE
               GO TO SCAN-ONE-STATUS-END
           END-IF.
      *
           MOVE 'N' TO WK-ORDERS-DONE-SW.
           PERFORM SCORE-ONE-ORDER-RTN UNTIL WK-ORDERS-DONE.
      *
           MOVE CS-J000  TO PATTERN OF COMMAND-AREA.
           MOVE CS-CLOSE TO OPTION  OF COMMAND-AREA.
           CALL 'ORDERS' USING COMMAND-AREA KEY-AREA IO-AREA.
       SCAN-ONE-STATUS-END.
           EXIT.
      *
      **************************************
      *    SCORE-ONE-ORDER-RTN -- FIRST AND LAST ORDER DATES COUNT  *
      *    EVERY SHIPPED ORDER EVER; FREQUENCY AND SPEND ONLY THE   *
      *    ORDERS OF THE LAST 24 MONTHS.                            *
      **************************************
       SCORE-ONE-ORDER-RTN         SECTION.
       SCORE-ONE-ORDER-START.
           MOVE CS-J000  TO PATTERN OF COMMAND-AREA.
           MOVE CS-FETCH TO OPTION  OF COMMAND-AREA.
           CALL 'ORDERS' USING COMMAND-AREA KEY-AREA IO-AREA.
           IF  PATTERN-FLG OF COMMAND-AREA = CS-6
               SET WK-ORDERS-DONE TO TRUE
               GO TO SCORE-ONE-ORDER-END
           END-IF.
           IF  PATTERN-FLG OF COMMAND-AREA NOT = CS-0
               DISPLAY 'CATMAIL - ORDERS FETCH FAILED, SQLCODE='
                   SQLCODE-AREA OF COMMAND-AREA
               MOVE 16 TO RETURN-CODE
               SET WK-ORDERS-DONE TO TRUE
               GO TO SCORE-ONE-ORDER-END
           END-IF.
      *
           MOVE IO-AREA(1:LENGTH OF WK-ORDER-ROW) TO WK-ORDER-ROW.
           ADD 1 TO WK-ORDERS-CNT.
           PERFORM FIND-CUSTOMER-RTN.
           IF  WK-CT-FOUND-SUB = ZERO
               ADD 1 TO WK-UNKNOWN-CNT
               GO TO SCORE-ONE-ORDER-END
           END-IF.
      *
           MOVE WK-OR-ORDERDATE TO WK-DB2-DATE-WORK.
           MOVE WK-DDW-YYYY     TO WK-YMD-YYYY.
           MOVE WK-DDW-MM       TO WK-YMD-MM.
           MOVE WK-DDW-DD       TO WK-YMD-DD.
           IF  WK-YMD-WORK NOT NUMERIC
               DISPLAY 'CATMAIL - ORDER ' WK-OR-ORDERNO
                   ' HAS NO USABLE ORDER DATE, NOT SCORED'
               GO TO SCORE-ONE-ORDER-END
           END-IF.
           MOVE WK-YMD-WORK-N TO WK-ORDER-DATE-N.
      *
           IF  CT-FIRST-ORDER(WK-CT-FOUND-SUB) = ZERO
            OR WK-ORDER-DATE-N < CT-FIRST-ORDER(WK-CT-FOUND-SUB)
               MOVE WK-ORDER-DATE-N TO CT-FIRST-ORDER(WK-CT-FOUND-SUB)
           END-IF.
           IF  WK-ORDER-DATE-N > CT-LAST-ORDER(WK-CT-FOUND-SUB)
               MOVE WK-ORDER-DATE-N TO CT-LAST-ORDER(WK-CT-FOUND-SUB)
           END-IF.
           IF  WK-ORDER-DATE-N < WK-CUT-24
               GO TO SCORE-ONE-ORDER-END
           END-IF.
      *
           PERFORM PRICE-ORDER-RTN.
           ADD 1 TO CT-ORDER-CNT(WK-CT-FOUND-SUB).
           ADD WK-ORDER-TOTAL TO CT-SPEND(WK-CT-FOUND-SUB).
       SCORE-ONE-ORDER-END.
           EXIT.
      *
      **************************************
      *    PRICE-ORDER-RTN -- SUM QUANTITY TIMES UNIT PRICE OVER    *
      *    THE ORDER'S LINES THROUGH THE ORDERDTL K000 CURSOR.      *
      **************************************
       PRICE-ORDER-RTN             SECTION.
       PRICE-ORDER-START.
           MOVE ZERO TO WK-ORDER-TOTAL.
           MOVE CS-K000 TO PATTERN OF COMMAND-AREA.
           MOVE CS-OPEN TO OPTION  OF COMMAND-AREA.
           MOVE WK-OR-ORDERNO TO KEY-AREA(1:4).
           CALL 'ORDERDTL' USING COMMAND-AREA KEY-AREA IO-AREA.
           IF  PATTERN-FLG OF COMMAND-AREA NOT = CS-0
               DISPLAY 'CATMAIL - ORDERDTL K000 OPEN FAILED, SQLCODE='
                   SQLCODE-AREA OF COMMAND-AREA
               MOVE 16 TO RETURN-CODE
               SET WK-ORDERS-DONE TO TRUE
               GO TO PRICE-ORDER-END
           END-IF.
      *
           MOVE 'N' TO WK-LINES-DONE-SW.
           PERFORM PRICE-ONE-LINE-RTN UNTIL WK-LINES-DONE.
      *
           MOVE CS-K000  TO PATTERN OF COMMAND-AREA.
           MOVE CS-CLOSE TO OPTION  OF COMMAND-AREA.
           CALL 'ORDERDTL' USING COMMAND-AREA KEY-AREA IO-AREA.
       PRICE-ORDER-END.
           EXIT.
      *
       PRICE-ONE-LINE-RTN          SECTION.
       PRICE-ONE-LINE-START.
           MOVE CS-K000  TO PATTERN OF COMMAND-AREA.
           MOVE CS-FETCH TO OPTION  OF COMMAND-AREA.
           CALL 'ORDERDTL' USING COMMAND-AREA KEY-AREA IO-AREA.
           IF  PATTERN-FLG OF COMMAND-AREA = CS-6
               SET WK-LINES-DONE TO TRUE
               GO TO PRICE-ONE-LINE-END
           END-IF.
           IF  PATTERN-FLG OF COMMAND-AREA NOT = CS-0
               DISPLAY 'CATMAIL - ORDERDTL FETCH FAILED, SQLCODE='
                   SQLCODE-AREA OF COMMAND-AREA
               MOVE 16 TO RETURN-CODE
               SET WK-LINES-DONE TO TRUE
               SET WK-ORDERS-DONE TO TRUE
               GO TO PRICE-ONE-LINE-END
           END-IF.
           MOVE IO-AREA(1:LENGTH OF WK-DETAIL-ROW) TO WK-DETAIL-ROW.
           COMPUTE WK-ORDER-TOTAL = WK-ORDER-TOTAL
               + WK-DT-QUANTITY * WK-DT-UNITPRICE.
       PRICE-ONE-LINE-END.
           EXIT.
      *
      **************************************
      *    SEGMENT-ONE-CUSTOMER-RTN -- SCORE, SEGMENT, DECIDE THE   *
      *    MAILING, WRITE THE EXTRACT RECORD.                       *
      **************************************
       SEGMENT-ONE-CUSTOMER-RTN    SECTION.
       SEGMENT-ONE-CUSTOMER-START.
           PERFORM SCORE-CUSTOMER-RTN.
      *
           MOVE WK-SEGMENT-CODE TO SX-SEGMENT-CODE.
           PERFORM FIND-SEGMENT-RTN.
           ADD 1 TO SGC-CUSTOMERS(WK-SG-FOUND-SUB).
           ADD CT-SPEND(WK-CT-SUB) TO SGC-SPEND(WK-SG-FOUND-SUB).
      *
           MOVE SPACE TO WK-MAIL-CODE.
           IF  SGC-SELECTED-SW(WK-SG-FOUND-SUB) = 'Y'
               PERFORM MAIL-ONE-CUSTOMER-RTN
           END-IF.
      *
           MOVE CT-CUSTOMERNO(WK-CT-SUB)  TO SX-CUSTOMERNO.
           MOVE WK-RECENCY                TO SX-RECENCY-SCORE.
           MOVE WK-FREQUENCY              TO SX-FREQUENCY-SCORE.
           MOVE WK-VALUE                  TO SX-VALUE-SCORE.
           MOVE CT-FIRST-ORDER(WK-CT-SUB) TO SX-FIRST-ORDER-DATE.
           MOVE CT-LAST-ORDER(WK-CT-SUB)  TO SX-LAST-ORDER-DATE.
           MOVE CT-ORDER-CNT(WK-CT-SUB)   TO SX-ORDER-COUNT.
           MOVE CT-SPEND(WK-CT-SUB)       TO SX-SPEND-AMOUNT.
           MOVE WK-MAIL-CODE              TO SX-MAIL-CODE.
           MOVE CT-CM-NUMBER(WK-CT-SUB)   TO SX-CM-CUSTOMER.
           MOVE WK-RUN-DATE-N             TO SX-RUN-DATE.
           WRITE SEGMENT-RECORD.
       SEGMENT-ONE-CUSTOMER-END.
           EXIT.
      *
       SCORE-CUSTOMER-RTN          SECTION.
       SCORE-CUSTOMER-START.
           EVALUATE TRUE
             WHEN CT-LAST-ORDER(WK-CT-SUB) = ZERO
               MOVE 0 TO WK-RECENCY
             WHEN CT-LAST-ORDER(WK-CT-SUB) NOT < WK-CUT-03
               MOVE 5 TO WK-RECENCY
             WHEN CT-LAST-ORDER(WK-CT-SUB) NOT < WK-CUT-06
               MOVE 4 TO WK-RECENCY
             WHEN CT-LAST-ORDER(WK-CT-SUB) NOT < WK-CUT-12
               MOVE 3 TO WK-RECENCY
             WHEN CT-LAST-ORDER(WK-CT-SUB) NOT < WK-CUT-24
               MOVE 2 TO WK-RECENCY
             WHEN OTHER
               MOVE 1 TO WK-RECENCY
           END-EVALUATE.
      *
           EVALUATE TRUE
             WHEN CT-ORDER-CNT(WK-CT-SUB) = ZERO
               MOVE 0 TO WK-FREQUENCY
             WHEN CT-ORDER-CNT(WK-CT-SUB) NOT < FT-FLOOR(1)
               MOVE 5 TO WK-FREQUENCY
             WHEN CT-ORDER-CNT(WK-CT-SUB) NOT < FT-FLOOR(2)
               MOVE 4 TO WK-FREQUENCY
             WHEN CT-ORDER-CNT(WK-CT-SUB) NOT < FT-FLOOR(3)
               MOVE 3 TO WK-FREQUENCY
             WHEN CT-ORDER-CNT(WK-CT-SUB) NOT < FT-FLOOR(4)
               MOVE 2 TO WK-FREQUENCY
             WHEN OTHER
               MOVE 1 TO WK-FREQUENCY
           END-EVALUATE.
      *
           EVALUATE TRUE
             WHEN CT-ORDER-CNT(WK-CT-SUB) = ZERO
               MOVE 0 TO WK-VALUE
             WHEN CT-SPEND(WK-CT-SUB) NOT < VT-FLOOR(1)
               MOVE 5 TO WK-VALUE
             WHEN CT-SPEND(WK-CT-SUB) NOT < VT-FLOOR(2)
               MOVE 4 TO WK-VALUE
             WHEN CT-SPEND(WK-CT-SUB) NOT < VT-FLOOR(3)
               MOVE 3 TO WK-VALUE
             WHEN CT-SPEND(WK-CT-SUB) NOT < VT-FLOOR(4)
               MOVE 2 TO WK-VALUE
             WHEN OTHER
               MOVE 1 TO WK-VALUE
           END-EVALUATE.
      *
           EVALUATE TRUE
             WHEN WK-RECENCY < 2
               MOVE 'X' TO WK-SEGMENT-CODE
             WHEN CT-FIRST-ORDER(WK-CT-SUB) NOT < WK-CUT-03
               MOVE 'N' TO WK-SEGMENT-CODE
             WHEN WK-RECENCY NOT < 4 AND WK-FREQUENCY NOT < 4
                                     AND WK-VALUE NOT < 4
               MOVE 'C' TO WK-SEGMENT-CODE
             WHEN WK-RECENCY NOT < 3 AND WK-FREQUENCY NOT < 2
               MOVE 'L' TO WK-SEGMENT-CODE
             WHEN OTHER
               MOVE 'A' TO WK-SEGMENT-CODE
           END-EVALUATE.
       SCORE-CUSTOMER-END.
           EXIT.
      *
      **************************************
      *    MAIL-ONE-CUSTOMER-RTN -- THE SEGMENT IS SELECTED.  DROP  *
      *    THE CUSTOMER FOR DONOTMAIL OR AN ARCHIVED CUSTMAS LINK,  *
      *    OTHERWISE PRINT THE LABEL.  A LINK WHOSE CUSTMAS RECORD  *
      *    IS GONE IS LEFT TO CUSTRECN AND MAILED FROM THE DB2 ROW. *
      **************************************
       MAIL-ONE-CUSTOMER-RTN       SECTION.
       MAIL-ONE-CUSTOMER-START.
           IF  CT-DONOTMAIL(WK-CT-SUB) = 'Y'
               MOVE 'D' TO WK-MAIL-CODE
               ADD 1 TO SGC-DONOTMAIL(WK-SG-FOUND-SUB)
               GO TO MAIL-ONE-CUSTOMER-END
           END-IF.
      *
           MOVE SPACE TO LB-NAME.
           MOVE CT-NAME(WK-CT-SUB) TO LB-NAME.
           IF  CT-CM-NUMBER(WK-CT-SUB) NOT = SPACE
               MOVE CT-CM-NUMBER(WK-CT-SUB) TO CM-CUSTOMER-NUMBER
               READ CUSTMAS-FILE
                   INVALID KEY
                       MOVE SPACE TO CM-STATUS-CODE
                   NOT INVALID KEY
                       IF  NOT CM-ARCHIVED
                           MOVE SPACE TO LB-NAME
                           STRING CM-FIRST-NAME DELIMITED BY '  '
                                  ' '           DELIMITED BY SIZE
                                  CM-LAST-NAME  DELIMITED BY '  '
                             INTO LB-NAME
                       END-IF
               END-READ
               IF  CM-ARCHIVED
                   MOVE 'X' TO WK-MAIL-CODE
                   ADD 1 TO SGC-ARCHIVED(WK-SG-FOUND-SUB)
                   GO TO MAIL-ONE-CUSTOMER-END
               END-IF
           END-IF.
      *
           MOVE CT-CUSTOMERNO(WK-CT-SUB) TO LB-CUSTOMERNO.
           WRITE LABEL-LINE FROM LABEL-NAME-LINE.
           MOVE CT-ADDRESS(WK-CT-SUB) TO LABEL-LINE.
           WRITE LABEL-LINE.
           MOVE SPACE TO LABEL-CITY-LINE.
           STRING CT-CITY(WK-CT-SUB)  DELIMITED BY '  '
                  ', '                DELIMITED BY SIZE
                  CT-STATE(WK-CT-SUB) DELIMITED BY '  '
                  '  '                DELIMITED BY SIZE
                  CT-ZIP(WK-CT-SUB)   DELIMITED BY SPACE
             INTO LABEL-CITY-LINE.
           WRITE LABEL-LINE FROM LABEL-CITY-LINE.
           MOVE SPACE TO LABEL-LINE.
           WRITE LABEL-LINE.
      *
           MOVE 'L' TO WK-MAIL-CODE.
           ADD 1 TO SGC-LABELS(WK-SG-FOUND-SUB).
           ADD 1 TO WK-LABEL-CNT.
       MAIL-ONE-CUSTOMER-END.
           EXIT.
      *
      **************************************
      *    PRINT-SUMMARY-RTN -- ONE LINE PER SEGMENT, THEN TOTALS.  *
      **************************************
       PRINT-SUMMARY-RTN           SECTION.
       PRINT-SUMMARY-START.
           MOVE WK-RUN-DATE-N TO HL1-RUN-DATE.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           PERFORM PRINT-ONE-SEGMENT-RTN
               VARYING WK-SG-SUB FROM 1 BY 1 UNTIL WK-SG-SUB > 5.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CUSTOMERS SEGMENTED..........:' TO SUM-TEXT.
           MOVE WK-CUSTOMER-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'LINKED TO CUSTMAS............:' TO SUM-TEXT.
           MOVE WK-LINK-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'SHIPPED ORDERS READ..........:' TO SUM-TEXT.
           MOVE WK-ORDERS-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'ORDERS WITH NO TBLCUSTOMER...:' TO SUM-TEXT.
           MOVE WK-UNKNOWN-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'LABELS PRINTED...............:' TO SUM-TEXT.
           MOVE WK-LABEL-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
       PRINT-SUMMARY-END.
           EXIT.
      *
       PRINT-ONE-SEGMENT-RTN       SECTION.
       PRINT-ONE-SEGMENT-START.
           MOVE SGN-CODE(WK-SG-SUB)      TO SL-CODE.
           MOVE SGN-NAME(WK-SG-SUB)      TO SL-NAME.
           IF  SGC-SELECTED-SW(WK-SG-SUB) = 'Y'
               MOVE 'YES' TO SL-SELECTED
           ELSE
               MOVE 'NO ' TO SL-SELECTED
           END-IF.
           MOVE SGC-CUSTOMERS(WK-SG-SUB) TO SL-CUSTOMERS.
           MOVE SGC-SPEND(WK-SG-SUB)     TO SL-SPEND.
           MOVE SGC-LABELS(WK-SG-SUB)    TO SL-LABELS.
           MOVE SGC-DONOTMAIL(WK-SG-SUB) TO SL-DONOTMAIL.
           MOVE SGC-ARCHIVED(WK-SG-SUB)  TO SL-ARCHIVED.
           WRITE REPORT-LINE FROM SEGMENT-LINE.
       PRINT-ONE-SEGMENT-END.
           EXIT.
