000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    ROPCALC.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   ROPCALC -- QUARTERLY REORDER POINT AND QUANTITY PROPOSALS.   *
000110*   PRM-REORDER-POINT AND PRM-REORDER-QUANTITY WERE KEYED ONCE   *
000120*   AND NEVER REVISITED, SO REORDRPT FLAGGED THE WRONG TITLES.   *
000130*   THIS RUN WORKS OUT WHAT THEY SHOULD BE FROM THE LAST TWELVE  *
000140*   MONTHS OF HISTORY AND PROPOSES THE CHANGES FOR THE BUYER.    *
000150*                                                                *
000160*   THE ROPPARM CONTROL CARD CARRIES:                            *
000170*     1-6    YYYYMM, THE LAST MONTH OF THE TWELVE-MONTH HISTORY  *
000180*     8-10   LEAD DAYS TO USE WHEN A PRODUCT HAS NO RECEIPTS     *
000190*            AGAINST A PO IN THE HISTORY                         *
000200*     12-16  COST OF PLACING ONE ORDER, 9(3)V99, NO POINT        *
000210*     18-19  ANNUAL CARRYING COST AS A PERCENT OF UNIT COST      *
000220*                                                                *
000230*   DEMAND IS THE UNITS ON EVERY UNVOIDED ORIGINAL INVOICE,      *
000240*   BILLED OR STILL OPEN, IN THE MONTH IT WAS ORDERED            *
000250*   (INV-ORDER-DATE, OR THE INVOICE DATE ON INVOICES THAT        *
000260*   PREDATE IT).  AVERAGE DEMAND IS THE YEAR'S UNITS OVER        *
000270*   TWELVE; PEAK DEMAND IS THE BUSIEST MONTH.  LEAD TIME IS THE  *
000280*   AVERAGE DAYS FROM POH-ORDER-DATE TO RCV-RECEIPT-DATE OVER    *
000290*   THE PRODUCT'S PO RECEIPTS IN THE YEAR.  THEN, WITH A MONTH   *
000300*   TAKEN AS 30 DAYS:                                            *
000310*     LEAD-TIME DEMAND  AVERAGE DEMAND X LEAD DAYS / 30          *
000320*     SAFETY STOCK      (PEAK - AVERAGE) X LEAD DAYS / 30        *
000330*     REORDER POINT     LEAD-TIME DEMAND + SAFETY STOCK,         *
000340*                       ROUNDED UP                               *
000350*     REORDER QUANTITY  THE ECONOMIC ORDER QUANTITY, THE         *
000360*                       SQUARE ROOT OF 2 X ANNUAL UNITS X        *
000370*                       ORDER COST / (UNIT COST X CARRYING %),   *
000380*                       ROUNDED, AT LEAST 1.  UNIT COST IS       *
000390*                       PRM-AVERAGE-COST, OR THE UNIT PRICE      *
000400*                       WHEN NO COST IS ON FILE; WITH NEITHER,   *
000410*                       ONE MONTH'S AVERAGE DEMAND.              *
000420*   A PRODUCT THAT DID NOT SELL AT ALL IN THE YEAR IS PROPOSED   *
000430*   A ZERO REORDER POINT AND KEEPS ITS REORDER QUANTITY.         *
000440*                                                                *
000450*   EVERY PRODUCT WHOSE PROPOSAL DIFFERS FROM THE MASTER PRINTS  *
000460*   ON THE REVIEW LISTING (RPTOUT) WITH THE OLD AND NEW VALUES   *
000470*   SIDE BY SIDE AND IS WRITTEN TO ROPPROP.  NOTHING ON THE      *
000480*   PRODUCT MASTER CHANGES HERE: ROPUPD APPLIES THE LINES THE    *
000490*   BUYER APPROVES.  THE RUN IS LOGGED THROUGH RUNLOGW.          *
000500*                                                                *
000510*   MODIFICATION HISTORY.                                        *
000520*   10/15/2026  RH   INITIAL VERSION.                            *
000521*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000522*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000523*                    NOT COMPLETED.                              *
000530******************************************************************
000540*
000550 ENVIRONMENT DIVISION.
000560*
000570 CONFIGURATION SECTION.
000580*
000590 SOURCE-COMPUTER.  IBM-370.
000600 OBJECT-COMPUTER.  IBM-370.
000610*
000620 INPUT-OUTPUT SECTION.
000630*
000640 FILE-CONTROL.
000650*
000660     SELECT  PARM-FILE      ASSIGN TO ROPPARM
000670             ORGANIZATION IS LINE SEQUENTIAL
000680             FILE STATUS IS WS-PARM-STATUS.
000690*
000700     SELECT  PRODUCT-FILE   ASSIGN TO PRODUCT
000710             ORGANIZATION IS INDEXED
000720             ACCESS MODE IS SEQUENTIAL
000730             RECORD KEY IS PRM-PRODUCT-CODE
000740             FILE STATUS IS WS-PRODUCT-STATUS.
000750*
000760     SELECT  INVOICE-FILE   ASSIGN TO INVOICE
000770             ORGANIZATION IS INDEXED
000780             ACCESS MODE IS SEQUENTIAL
000790             RECORD KEY IS INV-INVOICE-NUMBER
000800             FILE STATUS IS WS-INVOICE-STATUS.
000810*
000820     SELECT  RCVLOG-FILE    ASSIGN TO RCVLOG
000830             ORGANIZATION IS INDEXED
000840             ACCESS MODE IS SEQUENTIAL
000850             RECORD KEY IS RCV-RECEIPT-NUMBER
000860             FILE STATUS IS WS-RCVLOG-STATUS.
000870*
000880     SELECT  PORDER-FILE    ASSIGN TO PORDER
000890             ORGANIZATION IS INDEXED
000900             ACCESS MODE IS RANDOM
000910             RECORD KEY IS PO-KEY
000920             FILE STATUS IS WS-PORDER-STATUS.
000930*
000940     SELECT  PROPOSAL-FILE  ASSIGN TO ROPPROP
000950             ORGANIZATION IS LINE SEQUENTIAL
000960             FILE STATUS IS WS-PROPOSAL-STATUS.
000970*
000980     SELECT  REVIEW-REPORT  ASSIGN TO RPTOUT
000990             ORGANIZATION IS LINE SEQUENTIAL
001000             FILE STATUS IS WS-REPORT-STATUS.
001010*
001020 DATA DIVISION.
001030*
001040 FILE SECTION.
001050*
001060 FD  PARM-FILE
001070     LABEL RECORDS ARE STANDARD.
001080*
001090 01  PARM-RECORD.
001100     05  PM-LAST-MONTH                PIC 9(06).
001110     05  FILLER                       PIC X(01).
001120     05  PM-DEFAULT-LEAD-DAYS         PIC 9(03).
001130     05  FILLER                       PIC X(01).
001140     05  PM-ORDER-COST                PIC 9(03)V99.
001150     05  FILLER                       PIC X(01).
001160     05  PM-CARRYING-PERCENT          PIC 9(02).
001170     05  FILLER                       PIC X(61).
001180*
001190 FD  PRODUCT-FILE
001200     LABEL RECORDS ARE STANDARD.
001210*
001220     COPY PRODUCT.
001230*
001240 FD  INVOICE-FILE
001250     LABEL RECORDS ARE STANDARD.
001260*
001270     COPY INVOICE.
001280*
001290 FD  RCVLOG-FILE
001300     LABEL RECORDS ARE STANDARD.
001310*
001320     COPY RCVLOG.
001330*
001340 FD  PORDER-FILE
001350     LABEL RECORDS ARE STANDARD.
001360*
001370     COPY PORDER.
001380*
001390 FD  PROPOSAL-FILE
001400     LABEL RECORDS ARE STANDARD.
001410*
001420     COPY ROPPROP.
001430*
001440 FD  REVIEW-REPORT
001450     LABEL RECORDS ARE OMITTED.
001460*
001470 01  REPORT-LINE                      PIC X(132).
001480*
001490 WORKING-STORAGE SECTION.
001500*
001510     COPY RUNLOG.
001511*
001512     COPY PREDPARM.
001520*
001530 01  RUN-TIMING-FIELDS.
001540     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001550*
001560 01  SWITCHES.
001570*
001580     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001590         88  WS-ABORT                             VALUE 'Y'.
001600     05  WS-PARM-OPEN-SW              PIC X(01)   VALUE 'N'.
001610         88  WS-PARM-OPEN                         VALUE 'Y'.
001620     05  WS-PRODUCT-OPEN-SW           PIC X(01)   VALUE 'N'.
001630         88  WS-PRODUCT-OPEN                      VALUE 'Y'.
001640     05  WS-INVOICE-OPEN-SW           PIC X(01)   VALUE 'N'.
001650         88  WS-INVOICE-OPEN                      VALUE 'Y'.
001660     05  WS-RCVLOG-OPEN-SW            PIC X(01)   VALUE 'N'.
001670         88  WS-RCVLOG-OPEN                       VALUE 'Y'.
001680     05  WS-PORDER-OPEN-SW            PIC X(01)   VALUE 'N'.
001690         88  WS-PORDER-OPEN                       VALUE 'Y'.
001700     05  WS-PROPOSAL-OPEN-SW          PIC X(01)   VALUE 'N'.
001710         88  WS-PROPOSAL-OPEN                     VALUE 'Y'.
001720     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001730         88  WS-REPORT-OPEN                       VALUE 'Y'.
001740     05  WS-PRODUCT-EOF-SW            PIC X(01)   VALUE 'N'.
001750         88  WS-PRODUCT-EOF                       VALUE 'Y'.
001760     05  WS-INVOICE-EOF-SW            PIC X(01)   VALUE 'N'.
001770         88  WS-INVOICE-EOF                       VALUE 'Y'.
001780     05  WS-RCVLOG-EOF-SW             PIC X(01)   VALUE 'N'.
001790         88  WS-RCVLOG-EOF                        VALUE 'Y'.
001800     05  WS-PRODUCT-FOUND-SW          PIC X(01)   VALUE 'N'.
001810         88  WS-PRODUCT-FOUND                     VALUE 'Y'.
001820*
001830 01  FILE-STATUS-FIELDS.
001840*
001850     05  WS-PARM-STATUS               PIC X(02)   VALUE '00'.
001860     05  WS-PRODUCT-STATUS            PIC X(02)   VALUE '00'.
001870     05  WS-INVOICE-STATUS            PIC X(02)   VALUE '00'.
001880     05  WS-RCVLOG-STATUS             PIC X(02)   VALUE '00'.
001890     05  WS-PORDER-STATUS             PIC X(02)   VALUE '00'.
001900     05  WS-PROPOSAL-STATUS           PIC X(02)   VALUE '00'.
001910     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001920*
001930 01  WORK-FIELDS.
001940*
001950     05  WS-RUN-DATE            PIC 9(08)         VALUE ZERO.
001960     05  WS-RECORDS-READ        PIC S9(07) COMP-3 VALUE ZERO.
001970     05  WS-PROPOSAL-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
001980     05  WS-UNCHANGED-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
001990     05  WS-LAST-MONTH-NUMBER   PIC S9(07) COMP-3 VALUE ZERO.
002000     05  WS-DATE-MONTH-NUMBER   PIC S9(07) COMP-3 VALUE ZERO.
002010     05  WS-MONTHS-BACK         PIC S9(07) COMP-3 VALUE ZERO.
002020     05  WS-MONTH-SUB           PIC S9(03) COMP-3 VALUE ZERO.
002030     05  WS-PRODUCT-SUB         PIC S9(05) COMP-3 VALUE ZERO.
002040     05  WS-ITEM-SUB            PIC S9(03) COMP-3 VALUE ZERO.
002050     05  WS-FROM-DAY-NUMBER     PIC S9(09) COMP-3 VALUE ZERO.
002060     05  WS-ELAPSED-DAYS        PIC S9(05) COMP-3 VALUE ZERO.
002070     05  WS-ANNUAL-DEMAND       PIC S9(09) COMP-3 VALUE ZERO.
002080     05  WS-PEAK-DEMAND         PIC S9(07) COMP-3 VALUE ZERO.
002090     05  WS-AVERAGE-DEMAND      PIC S9(07)V9(04) COMP-3
002100                                                  VALUE ZERO.
002110     05  WS-LEAD-DAYS           PIC S9(05) COMP-3 VALUE ZERO.
002120     05  WS-REORDER-WORK        PIC S9(09)V9(04) COMP-3
002130                                                  VALUE ZERO.
002140     05  WS-REORDER-WHOLE       PIC S9(09) COMP-3 VALUE ZERO.
002150     05  WS-UNIT-COST           PIC S9(07)V99 COMP-3 VALUE ZERO.
002160     05  WS-EOQ-WORK            PIC S9(09)V9(04) COMP-3
002170                                                  VALUE ZERO.
002180     05  WS-NEW-REORDER-POINT   PIC S9(09) COMP-3 VALUE ZERO.
002190     05  WS-NEW-REORDER-QTY     PIC S9(09) COMP-3 VALUE ZERO.
002200*
002210 01  WS-LAST-MONTH-FIELDS.
002220     05  WS-LM-YYYY                   PIC 9(04).
002230     05  WS-LM-MM                     PIC 9(02).
002240*
002250 01  WS-LAST-MONTH-NUM REDEFINES WS-LAST-MONTH-FIELDS
002260                                      PIC 9(06).
002270*
002280 01  WS-MDY-DATE.
002290     05  WS-MDY-MM                    PIC 9(02).
002300     05  WS-MDY-DD                    PIC 9(02).
002310     05  WS-MDY-YYYY                  PIC 9(04).
002320*
002330 01  WS-MDY-DATE-N REDEFINES WS-MDY-DATE
002340                                      PIC 9(08).
002350*
002360 01  DAY-NUMBER-FIELDS.
002370     05  DN-YYYY                PIC S9(09) COMP-3.
002380     05  DN-MM                  PIC S9(09) COMP-3.
002390     05  DN-DD                  PIC S9(09) COMP-3.
002400     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
002410*
002420******************************************************************
002430*   PRODUCT TABLE -- ONE SLOT PER PRODUCT MASTER RECORD, LOADED  *
002440*   IN KEY ORDER SO SEARCH ALL CAN FIND A PRODUCT.  MONTH 12 IS  *
002450*   THE LAST MONTH ON THE CONTROL CARD, MONTH 1 ELEVEN BEFORE.   *
002460******************************************************************
002470 01  PRODUCT-TABLE-CONTROL.
002480     05  PT-MAX-ENTRIES         PIC S9(05) COMP-3 VALUE +2000.
002490     05  PT-ENTRY-COUNT         PIC S9(05) COMP   VALUE ZERO.
002500*
002510 01  PRODUCT-TABLE.
002520     05  PT-ENTRY OCCURS 1 TO 2000 TIMES
002530             DEPENDING ON PT-ENTRY-COUNT
002540             ASCENDING KEY IS PT-PRODUCT-CODE
002550             INDEXED BY PT-IDX.
002560         10  PT-PRODUCT-CODE    PIC X(06).
002570         10  PT-LEAD-DAYS       PIC S9(07)     COMP-3.
002580         10  PT-LEAD-COUNT      PIC S9(05)     COMP-3.
002590         10  PT-MONTH-QTY OCCURS 12 TIMES
002600                                PIC S9(07)     COMP-3.
002610*
002620 01  HEADING-LINE-1.
002630*
002640     05  FILLER                       PIC X(01)   VALUE SPACE.
002650     05  FILLER                       PIC X(46)   VALUE
002660             'REORDER POINT AND QUANTITY REVIEW, YEAR ENDING'.
002670     05  FILLER                       PIC X(01)   VALUE SPACE.
002680     05  HL1-LAST-MONTH               PIC 9(06).
002690     05  FILLER                       PIC X(78)   VALUE SPACE.
002700*
002710 01  HEADING-LINE-2.
002720*
002730     05  FILLER                       PIC X(01)   VALUE SPACE.
002740     05  FILLER                       PIC X(50)   VALUE
002750             'PRODUCT DESCRIPTION            AVG/MO  PEAK/MO'.
002760     05  FILLER                       PIC X(50)   VALUE
002770             ' LEAD    OLD ROP  NEW ROP    OLD ROQ  NEW ROQ'.
002780     05  FILLER                       PIC X(31)   VALUE SPACE.
002790*
002800 01  DETAIL-LINE.
002810*
002820     05  FILLER                       PIC X(01)   VALUE SPACE.
002830     05  DL-PRODUCT-CODE              PIC X(06).
002840     05  FILLER                       PIC X(02)   VALUE SPACE.
002850     05  DL-DESCRIPTION               PIC X(20).
002860     05  FILLER                       PIC X(02)   VALUE SPACE.
002870     05  DL-AVERAGE-DEMAND            PIC ZZ,ZZ9.9.
002880     05  FILLER                       PIC X(02)   VALUE SPACE.
002890     05  DL-PEAK-DEMAND               PIC ZZ,ZZ9.
002900     05  FILLER                       PIC X(02)   VALUE SPACE.
002910     05  DL-LEAD-DAYS                 PIC ZZ9.
002920     05  DL-LEAD-DEFAULT              PIC X(01).
002930     05  FILLER                       PIC X(02)   VALUE SPACE.
002940     05  DL-OLD-REORDER-POINT         PIC ZZ,ZZ9.
002950     05  FILLER                       PIC X(03)   VALUE SPACE.
002960     05  DL-NEW-REORDER-POINT         PIC ZZ,ZZ9.
002970     05  FILLER                       PIC X(05)   VALUE SPACE.
002980     05  DL-OLD-REORDER-QTY           PIC ZZ,ZZ9.
002990     05  FILLER                       PIC X(03)   VALUE SPACE.
003000     05  DL-NEW-REORDER-QTY           PIC ZZ,ZZ9.
003010     05  FILLER                       PIC X(41)   VALUE SPACE.
003020*
003030 01  FOOTNOTE-LINE.
003040*
003050     05  FILLER                       PIC X(01)   VALUE SPACE.
003060     05  FILLER                       PIC X(50)   VALUE
003070             '* LEAD DAYS FROM ROPPARM -- NO PO RECEIPTS IN YEAR'.
003080     05  FILLER                       PIC X(81)   VALUE SPACE.
003090*
003100 01  SUMMARY-LINE-1.
003110*
003120     05  FILLER                       PIC X(01)   VALUE SPACE.
003130     05  FILLER                       PIC X(25)   VALUE
003140             'CHANGES PROPOSED........:'.
003150     05  SL1-PROPOSAL-COUNT           PIC ZZZZ9.
003160     05  FILLER                       PIC X(101)  VALUE SPACE.
003170*
003180 01  SUMMARY-LINE-2.
003190*
003200     05  FILLER                       PIC X(01)   VALUE SPACE.
003210     05  FILLER                       PIC X(25)   VALUE
003220             'PRODUCTS LEFT UNCHANGED.:'.
003230     05  SL2-UNCHANGED-COUNT          PIC ZZZZ9.
003240     05  FILLER                       PIC X(101)  VALUE SPACE.
003250*
003260 PROCEDURE DIVISION.
003270*
003280 0000-MAINLINE.
003290*
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003310     PERFORM 2000-ACCUMULATE THRU 2000-EXIT.
003320     PERFORM 2500-PROPOSE THRU 2500-EXIT.
003330     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003340*
003350     STOP RUN.
003360*
003370 1000-INITIALIZE.
003380*
003390     ACCEPT WS-START-TIME-RAW FROM TIME.
003391     MOVE 'ROPCALC ' TO PC-PROGRAM.
003392     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
003393     IF PC-REFUSED
003394         MOVE PC-RETURN-CODE TO RETURN-CODE
003395         STOP RUN
003396     END-IF.
003397*
003400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003410*
003420     OPEN INPUT  PARM-FILE.
003430     OPEN INPUT  PRODUCT-FILE.
003440     OPEN INPUT  INVOICE-FILE.
003450     OPEN INPUT  RCVLOG-FILE.
003460     OPEN INPUT  PORDER-FILE.
003470     OPEN OUTPUT PROPOSAL-FILE.
003480     OPEN OUTPUT REVIEW-REPORT.
003490*
003500     IF WS-PARM-STATUS = '00'
003510         MOVE 'Y' TO WS-PARM-OPEN-SW
003520     ELSE
003530         DISPLAY 'ROPCALC0001E ROPPARM FILE OPEN FAILED, STATUS='
003540             WS-PARM-STATUS
003550         MOVE 'Y' TO WS-ABORT-SW
003560     END-IF.
003570*
003580     IF WS-PRODUCT-STATUS = '00'
003590         MOVE 'Y' TO WS-PRODUCT-OPEN-SW
003600     ELSE
003610         DISPLAY 'ROPCALC0002E PRODUCT FILE OPEN FAILED, STATUS='
003620             WS-PRODUCT-STATUS
003630         MOVE 'Y' TO WS-ABORT-SW
003640     END-IF.
003650*
003660     IF WS-INVOICE-STATUS = '00'
003670         MOVE 'Y' TO WS-INVOICE-OPEN-SW
003680     ELSE
003690         DISPLAY 'ROPCALC0003E INVOICE FILE OPEN FAILED, STATUS='
003700             WS-INVOICE-STATUS
003710         MOVE 'Y' TO WS-ABORT-SW
003720     END-IF.
003730*
003740     IF WS-RCVLOG-STATUS = '00'
003750         MOVE 'Y' TO WS-RCVLOG-OPEN-SW
003760     ELSE
003770         DISPLAY 'ROPCALC0004E RCVLOG FILE OPEN FAILED, STATUS='
003780             WS-RCVLOG-STATUS
003790         MOVE 'Y' TO WS-ABORT-SW
003800     END-IF.
003810*
003820     IF WS-PORDER-STATUS = '00'
003830         MOVE 'Y' TO WS-PORDER-OPEN-SW
003840     ELSE
003850         DISPLAY 'ROPCALC0005E PORDER FILE OPEN FAILED, STATUS='
003860             WS-PORDER-STATUS
003870         MOVE 'Y' TO WS-ABORT-SW
003880     END-IF.
003890*
003900     IF WS-PROPOSAL-STATUS = '00'
003910         MOVE 'Y' TO WS-PROPOSAL-OPEN-SW
003920     ELSE
003930         DISPLAY 'ROPCALC0006E ROPPROP FILE OPEN FAILED, STATUS='
003940             WS-PROPOSAL-STATUS
003950         MOVE 'Y' TO WS-ABORT-SW
003960     END-IF.
003970*
003980     IF WS-REPORT-STATUS = '00'
003990         MOVE 'Y' TO WS-REPORT-OPEN-SW
004000     ELSE
004010         DISPLAY 'ROPCALC0007E RPTOUT FILE OPEN FAILED, STATUS='
004020             WS-REPORT-STATUS
004030         MOVE 'Y' TO WS-ABORT-SW
004040     END-IF.
004050*
004060     IF NOT WS-ABORT
004070         PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
004080     END-IF.
004090*
004100     IF NOT WS-ABORT
004110         PERFORM 1200-LOAD-PRODUCTS THRU 1200-EXIT
004120     END-IF.
004130*
004140     IF NOT WS-ABORT
004150         MOVE WS-LAST-MONTH-NUM TO HL1-LAST-MONTH
004160         WRITE REPORT-LINE FROM HEADING-LINE-1
004170         MOVE SPACE TO REPORT-LINE
004180         WRITE REPORT-LINE
004190         WRITE REPORT-LINE FROM HEADING-LINE-2
004200     END-IF.
004210*
004220 1000-EXIT.
004230     EXIT.
004240*
004250 1100-READ-PARM-CARD.
004260*
004270     READ PARM-FILE
004280         AT END
004290             DISPLAY 'ROPCALC0008E ROPPARM CONTROL CARD MISSING'
004300             MOVE 'Y' TO WS-ABORT-SW
004310             GO TO 1100-EXIT
004320     END-READ.
004330*
004340     IF       PM-LAST-MONTH        NOT NUMERIC
004350           OR PM-DEFAULT-LEAD-DAYS NOT NUMERIC
004360           OR PM-ORDER-COST        NOT NUMERIC
004370           OR PM-CARRYING-PERCENT  NOT NUMERIC
004380         DISPLAY 'ROPCALC0009E ROPPARM CONTROL CARD INVALID: '
004390             PARM-RECORD
004400         MOVE 'Y' TO WS-ABORT-SW
004410         GO TO 1100-EXIT
004420     END-IF.
004430*
004440     MOVE PM-LAST-MONTH TO WS-LAST-MONTH-NUM.
004450     IF       WS-LM-MM < 1 OR WS-LM-MM > 12
004460           OR PM-CARRYING-PERCENT = ZERO
004470         DISPLAY 'ROPCALC0009E ROPPARM CONTROL CARD INVALID: '
004480             PARM-RECORD
004490         MOVE 'Y' TO WS-ABORT-SW
004500         GO TO 1100-EXIT
004510     END-IF.
004520*
004530     COMPUTE WS-LAST-MONTH-NUMBER = WS-LM-YYYY * 12 + WS-LM-MM.
004540*
004550 1100-EXIT.
004560     EXIT.
004570*
004580 1200-LOAD-PRODUCTS.
004590*
004600     PERFORM 1210-LOAD-ONE-PRODUCT THRU 1210-EXIT
004610         UNTIL WS-PRODUCT-EOF.
004620*
004630 1200-EXIT.
004640     EXIT.
004650*
004660 1210-LOAD-ONE-PRODUCT.
004670*
004680     READ PRODUCT-FILE
004690         AT END
004700             MOVE 'Y' TO WS-PRODUCT-EOF-SW
004710     END-READ.
004720*
004730     IF WS-PRODUCT-EOF
004740         GO TO 1210-EXIT
004750     END-IF.
004760*
004770     IF PT-ENTRY-COUNT NOT < PT-MAX-ENTRIES
004780         DISPLAY 'ROPCALC0010E PRODUCT TABLE FULL AT '
004790             PT-MAX-ENTRIES ' ENTRIES'
004800         MOVE 'Y' TO WS-ABORT-SW
004810         MOVE 'Y' TO WS-PRODUCT-EOF-SW
004820         GO TO 1210-EXIT
004830     END-IF.
004840*
004850     ADD 1 TO PT-ENTRY-COUNT.
004860     MOVE PT-ENTRY-COUNT TO WS-PRODUCT-SUB.
004870     MOVE PRM-PRODUCT-CODE TO PT-PRODUCT-CODE(WS-PRODUCT-SUB).
004880     MOVE ZERO TO PT-LEAD-DAYS(WS-PRODUCT-SUB)
004890                  PT-LEAD-COUNT(WS-PRODUCT-SUB).
004900     PERFORM 1220-CLEAR-ONE-MONTH THRU 1220-EXIT
004910         VARYING WS-MONTH-SUB FROM 1 BY 1
004920           UNTIL WS-MONTH-SUB > 12.
004930*
004940 1210-EXIT.
004950     EXIT.
004960*
004970 1220-CLEAR-ONE-MONTH.
004980*
004990     MOVE ZERO TO PT-MONTH-QTY(WS-PRODUCT-SUB, WS-MONTH-SUB).
005000*
005010 1220-EXIT.
005020     EXIT.
005030*
005040******************************************************************
005050*   1800-FIND-PRODUCT -- PRM-PRODUCT-CODE IN, WS-PRODUCT-SUB     *
005060*   OUT WHEN WS-PRODUCT-FOUND.                                   *
005070******************************************************************
005080 1800-FIND-PRODUCT.
005090*
005100     MOVE 'N' TO WS-PRODUCT-FOUND-SW.
005110     MOVE ZERO TO WS-PRODUCT-SUB.
005120*
005130     IF PT-ENTRY-COUNT = ZERO
005140         GO TO 1800-EXIT
005150     END-IF.
005160*
005170     SEARCH ALL PT-ENTRY
005180         AT END
005190             CONTINUE
005200         WHEN PT-PRODUCT-CODE(PT-IDX) = PRM-PRODUCT-CODE
005210             MOVE 'Y' TO WS-PRODUCT-FOUND-SW
005220             SET WS-PRODUCT-SUB TO PT-IDX
005230     END-SEARCH.
005240*
005250 1800-EXIT.
005260     EXIT.
005270*
005280******************************************************************
005290*   1850-FIND-MONTH -- WS-MDY-DATE IN, WS-MONTH-SUB OUT: 12 FOR  *
005300*   THE LAST MONTH OF THE YEAR, 1 FOR ELEVEN MONTHS BEFORE IT,   *
005310*   ZERO FOR A DATE OUTSIDE THE YEAR.                            *
005320******************************************************************
005330 1850-FIND-MONTH.
005340*
005350     COMPUTE WS-DATE-MONTH-NUMBER = WS-MDY-YYYY * 12 + WS-MDY-MM.
005360     COMPUTE WS-MONTHS-BACK =
005370         WS-LAST-MONTH-NUMBER - WS-DATE-MONTH-NUMBER.
005380*
005390     IF WS-MONTHS-BACK < 0 OR WS-MONTHS-BACK > 11
005400         MOVE ZERO TO WS-MONTH-SUB
005410     ELSE
005420         COMPUTE WS-MONTH-SUB = 12 - WS-MONTHS-BACK
005430     END-IF.
005440*
005450 1850-EXIT.
005460     EXIT.
005470*
005480 1910-COMPUTE-DAY-NUMBER.
005490*
005500     IF DN-MM < 3
005510         ADD 12 TO DN-MM
005520         SUBTRACT 1 FROM DN-YYYY
005530     END-IF.
005540*
005550     COMPUTE DN-DAY-NUMBER =
005560           (365 * DN-YYYY)
005570         + (DN-YYYY / 4)
005580         - (DN-YYYY / 100)
005590         + (DN-YYYY / 400)
005600         + ((153 * DN-MM + 8) / 5)
005610         + DN-DD.
005620*
005630 1910-EXIT.
005640     EXIT.
005650*
005660 2000-ACCUMULATE.
005670*
005680     IF WS-ABORT
005690         GO TO 2000-EXIT
005700     END-IF.
005710*
005720     PERFORM 2100-PROCESS-ONE-INVOICE THRU 2100-EXIT
005730         UNTIL WS-INVOICE-EOF.
005740     PERFORM 2200-PROCESS-ONE-RECEIPT THRU 2200-EXIT
005750         UNTIL WS-RCVLOG-EOF.
005760*
005770 2000-EXIT.
005780     EXIT.
005790*
005800******************************************************************
005810*   2100-PROCESS-ONE-INVOICE -- EVERY UNVOIDED ORIGINAL COUNTS   *
005820*   ITS UNITS AS DEMAND IN THE MONTH THE ORDER WAS TAKEN.        *
005830******************************************************************
005840 2100-PROCESS-ONE-INVOICE.
005850*
005860     READ INVOICE-FILE
005870         AT END
005880             MOVE 'Y' TO WS-INVOICE-EOF-SW
005890     END-READ.
005900*
005910     IF WS-INVOICE-EOF
005920         GO TO 2100-EXIT
005930     END-IF.
005940*
005950     ADD 1 TO WS-RECORDS-READ.
005960*
005970     IF NOT INV-ORIGINAL-INVOICE OR INV-VOIDED
005980         GO TO 2100-EXIT
005990     END-IF.
006000*
006010     IF INV-ORDER-DATE = ZERO
006020         MOVE INV-INVOICE-DATE TO WS-MDY-DATE-N
006030     ELSE
006040         MOVE INV-ORDER-DATE   TO WS-MDY-DATE-N
006050     END-IF.
006060     PERFORM 1850-FIND-MONTH THRU 1850-EXIT.
006070     IF WS-MONTH-SUB = ZERO
006080         GO TO 2100-EXIT
006090     END-IF.
006100*
006110     PERFORM 2110-PROCESS-ONE-LINE THRU 2110-EXIT
006120         VARYING WS-ITEM-SUB FROM 1 BY 1
006130           UNTIL WS-ITEM-SUB > 20.
006140*
006150 2100-EXIT.
006160     EXIT.
006170*
006180 2110-PROCESS-ONE-LINE.
006190*
006200     IF       INV-PRODUCT-CODE(WS-ITEM-SUB) = SPACE
006210           OR INV-QUANTITY(WS-ITEM-SUB) = ZERO
006220         GO TO 2110-EXIT
006230     END-IF.
006240*
006250     MOVE INV-PRODUCT-CODE(WS-ITEM-SUB) TO PRM-PRODUCT-CODE.
006260     PERFORM 1800-FIND-PRODUCT THRU 1800-EXIT.
006270     IF NOT WS-PRODUCT-FOUND
006280         GO TO 2110-EXIT
006290     END-IF.
006300*
006310     ADD INV-QUANTITY(WS-ITEM-SUB)
006320         TO PT-MONTH-QTY(WS-PRODUCT-SUB, WS-MONTH-SUB).
006330*
006340 2110-EXIT.
006350     EXIT.
006360*
006370******************************************************************
006380*   2200-PROCESS-ONE-RECEIPT -- A RECEIPT IN THE YEAR KEYED      *
006390*   AGAINST A PO GIVES ONE LEAD-TIME OBSERVATION FOR ITS         *
006400*   PRODUCT: DAYS FROM THE PO ORDER DATE TO THE RECEIPT.         *
006410******************************************************************
006420 2200-PROCESS-ONE-RECEIPT.
006430*
006440     READ RCVLOG-FILE
006450         AT END
006460             MOVE 'Y' TO WS-RCVLOG-EOF-SW
006470     END-READ.
006480*
006490     IF WS-RCVLOG-EOF
006500         GO TO 2200-EXIT
006510     END-IF.
006520*
006530     ADD 1 TO WS-RECORDS-READ.
006540*
006550     IF RCV-PO-NUMBER = ZERO
006560         GO TO 2200-EXIT
006570     END-IF.
006580*
006590     MOVE RCV-RECEIPT-DATE TO WS-MDY-DATE-N.
006600     PERFORM 1850-FIND-MONTH THRU 1850-EXIT.
006610     IF WS-MONTH-SUB = ZERO
006620         GO TO 2200-EXIT
006630     END-IF.
006640*
006650     MOVE RCV-PRODUCT-CODE TO PRM-PRODUCT-CODE.
006660     PERFORM 1800-FIND-PRODUCT THRU 1800-EXIT.
006670     IF NOT WS-PRODUCT-FOUND
006680         GO TO 2200-EXIT
006690     END-IF.
006700*
006710     MOVE RCV-PO-NUMBER TO PO-NUMBER.
006720     MOVE ZERO          TO PO-LINE-NUMBER.
006730     READ PORDER-FILE
006740         INVALID KEY
006750             GO TO 2200-EXIT
006760     END-READ.
006770*
006780     MOVE POH-ORDER-DATE(1:4) TO DN-YYYY.
006790     MOVE POH-ORDER-DATE(5:2) TO DN-MM.
006800     MOVE POH-ORDER-DATE(7:2) TO DN-DD.
006810     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
006820     MOVE DN-DAY-NUMBER TO WS-FROM-DAY-NUMBER.
006830     MOVE WS-MDY-YYYY TO DN-YYYY.
006840     MOVE WS-MDY-MM   TO DN-MM.
006850     MOVE WS-MDY-DD   TO DN-DD.
006860     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
006870     COMPUTE WS-ELAPSED-DAYS =
006880         DN-DAY-NUMBER - WS-FROM-DAY-NUMBER.
006890     IF WS-ELAPSED-DAYS < ZERO
006900         MOVE ZERO TO WS-ELAPSED-DAYS
006910     END-IF.
006920*
006930     ADD WS-ELAPSED-DAYS TO PT-LEAD-DAYS(WS-PRODUCT-SUB).
006940     ADD 1               TO PT-LEAD-COUNT(WS-PRODUCT-SUB).
006950*
006960 2200-EXIT.
006970     EXIT.
006980*
006990******************************************************************
007000*   2500-PROPOSE -- REREAD THE PRODUCT MASTER FROM THE TOP AND   *
007010*   WORK OUT EACH PRODUCT'S PROPOSAL.  THE TABLE WAS LOADED IN   *
007020*   THE SAME ORDER, SO THE NTH RECORD IS THE NTH SLOT.           *
007030******************************************************************
007040 2500-PROPOSE.
007050*
007060     IF WS-ABORT
007070         GO TO 2500-EXIT
007080     END-IF.
007090*
007100     CLOSE PRODUCT-FILE.
007110     OPEN INPUT PRODUCT-FILE.
007120     IF WS-PRODUCT-STATUS NOT = '00'
007130         DISPLAY 'ROPCALC0011E PRODUCT REOPEN FAILED, STATUS='
007140             WS-PRODUCT-STATUS
007150         MOVE 'N' TO WS-PRODUCT-OPEN-SW
007160         MOVE 'Y' TO WS-ABORT-SW
007170         GO TO 2500-EXIT
007180     END-IF.
007190*
007200     MOVE 'N' TO WS-PRODUCT-EOF-SW.
007210     MOVE ZERO TO WS-PRODUCT-SUB.
007220     PERFORM 2510-PROPOSE-ONE-PRODUCT THRU 2510-EXIT
007230         UNTIL WS-PRODUCT-EOF.
007240*
007250     MOVE SPACE TO REPORT-LINE.
007260     WRITE REPORT-LINE.
007270     WRITE REPORT-LINE FROM FOOTNOTE-LINE.
007280*
007290 2500-EXIT.
007300     EXIT.
007310*
007320 2510-PROPOSE-ONE-PRODUCT.
007330*
007340     READ PRODUCT-FILE
007350         AT END
007360             MOVE 'Y' TO WS-PRODUCT-EOF-SW
007370     END-READ.
007380*
007390     IF WS-PRODUCT-EOF
007400         GO TO 2510-EXIT
007410     END-IF.
007420*
007430     ADD 1 TO WS-RECORDS-READ.
007440     ADD 1 TO WS-PRODUCT-SUB.
007450     IF       WS-PRODUCT-SUB > PT-ENTRY-COUNT
007460           OR PT-PRODUCT-CODE(WS-PRODUCT-SUB)
007470                  NOT = PRM-PRODUCT-CODE
007480         PERFORM 1800-FIND-PRODUCT THRU 1800-EXIT
007490         IF NOT WS-PRODUCT-FOUND
007500             ADD 1 TO WS-UNCHANGED-COUNT
007510             GO TO 2510-EXIT
007520         END-IF
007530     END-IF.
007540*
007550     PERFORM 2520-COMPUTE-DEMAND THRU 2520-EXIT.
007560     PERFORM 2530-COMPUTE-REORDER-POINT THRU 2530-EXIT.
007570     PERFORM 2540-COMPUTE-REORDER-QTY THRU 2540-EXIT.
007580*
007590     IF       WS-NEW-REORDER-POINT = PRM-REORDER-POINT
007600          AND WS-NEW-REORDER-QTY   = PRM-REORDER-QUANTITY
007610         ADD 1 TO WS-UNCHANGED-COUNT
007620         GO TO 2510-EXIT
007630     END-IF.
007640*
007650     PERFORM 2600-WRITE-PROPOSAL THRU 2600-EXIT.
007660*
007670 2510-EXIT.
007680     EXIT.
007690*
007700 2520-COMPUTE-DEMAND.
007710*
007720     MOVE ZERO TO WS-ANNUAL-DEMAND
007730                  WS-PEAK-DEMAND.
007740     PERFORM 2525-ADD-ONE-MONTH THRU 2525-EXIT
007750         VARYING WS-MONTH-SUB FROM 1 BY 1
007760           UNTIL WS-MONTH-SUB > 12.
007770     COMPUTE WS-AVERAGE-DEMAND ROUNDED = WS-ANNUAL-DEMAND / 12.
007780*
007790     IF PT-LEAD-COUNT(WS-PRODUCT-SUB) > ZERO
007800         COMPUTE WS-LEAD-DAYS ROUNDED =
007810             PT-LEAD-DAYS(WS-PRODUCT-SUB)
007820                 / PT-LEAD-COUNT(WS-PRODUCT-SUB)
007830     ELSE
007840         MOVE PM-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS
007850     END-IF.
007860*
007870 2520-EXIT.
007880     EXIT.
007890*
007900 2525-ADD-ONE-MONTH.
007910*
007920     ADD PT-MONTH-QTY(WS-PRODUCT-SUB, WS-MONTH-SUB)
007930         TO WS-ANNUAL-DEMAND.
007940     IF PT-MONTH-QTY(WS-PRODUCT-SUB, WS-MONTH-SUB)
007950             > WS-PEAK-DEMAND
007960         MOVE PT-MONTH-QTY(WS-PRODUCT-SUB, WS-MONTH-SUB)
007970             TO WS-PEAK-DEMAND
007980     END-IF.
007990*
008000 2525-EXIT.
008010     EXIT.
008020*
008030******************************************************************
008040*   2530-COMPUTE-REORDER-POINT -- LEAD-TIME DEMAND PLUS SAFETY   *
008050*   STOCK, WHICH TOGETHER COME TO THE PEAK MONTH'S RATE OVER     *
008060*   THE LEAD TIME, ROUNDED UP TO A WHOLE UNIT.                   *
008070******************************************************************
008080 2530-COMPUTE-REORDER-POINT.
008090*
008100     IF WS-ANNUAL-DEMAND = ZERO
008110         MOVE ZERO TO WS-NEW-REORDER-POINT
008120         GO TO 2530-EXIT
008130     END-IF.
008140*
008150     COMPUTE WS-REORDER-WORK =
008160           (WS-AVERAGE-DEMAND * WS-LEAD-DAYS / 30)
008170         + ((WS-PEAK-DEMAND - WS-AVERAGE-DEMAND)
008180               * WS-LEAD-DAYS / 30).
008190     MOVE WS-REORDER-WORK TO WS-REORDER-WHOLE.
008200     IF WS-REORDER-WHOLE < WS-REORDER-WORK
008210         ADD 1 TO WS-REORDER-WHOLE
008220     END-IF.
008230     MOVE WS-REORDER-WHOLE TO WS-NEW-REORDER-POINT.
008240*
008250     IF WS-NEW-REORDER-POINT > 99999
008260         MOVE 99999 TO WS-NEW-REORDER-POINT
008270     END-IF.
008280*
008290 2530-EXIT.
008300     EXIT.
008310*
008320 2540-COMPUTE-REORDER-QTY.
008330*
008340     IF WS-ANNUAL-DEMAND = ZERO
008350         MOVE PRM-REORDER-QUANTITY TO WS-NEW-REORDER-QTY
008360         GO TO 2540-EXIT
008370     END-IF.
008380*
008390     IF PRM-AVERAGE-COST > ZERO
008400         MOVE PRM-AVERAGE-COST TO WS-UNIT-COST
008410     ELSE
008420         MOVE PRM-UNIT-PRICE   TO WS-UNIT-COST
008430     END-IF.
008440*
008450     IF WS-UNIT-COST = ZERO
008460         COMPUTE WS-NEW-REORDER-QTY ROUNDED = WS-AVERAGE-DEMAND
008470     ELSE
008480         COMPUTE WS-EOQ-WORK =
008490             (2 * WS-ANNUAL-DEMAND * PM-ORDER-COST)
008500                 / (WS-UNIT-COST * PM-CARRYING-PERCENT / 100)
008510             ON SIZE ERROR
008520                 MOVE 999999999 TO WS-EOQ-WORK
008530         END-COMPUTE
008540         COMPUTE WS-NEW-REORDER-QTY ROUNDED = WS-EOQ-WORK ** 0.5
008550     END-IF.
008560*
008570     IF WS-NEW-REORDER-QTY < 1
008580         MOVE 1 TO WS-NEW-REORDER-QTY
008590     END-IF.
008600     IF WS-NEW-REORDER-QTY > 99999
008610         MOVE 99999 TO WS-NEW-REORDER-QTY
008620     END-IF.
008630*
008640 2540-EXIT.
008650     EXIT.
008660*
008670 2600-WRITE-PROPOSAL.
008680*
008690     MOVE PRM-PRODUCT-CODE     TO RP-PRODUCT-CODE.
008700     MOVE PRM-REORDER-POINT    TO RP-OLD-REORDER-POINT.
008710     MOVE PRM-REORDER-QUANTITY TO RP-OLD-REORDER-QUANTITY.
008720     MOVE WS-NEW-REORDER-POINT TO RP-NEW-REORDER-POINT.
008730     MOVE WS-NEW-REORDER-QTY   TO RP-NEW-REORDER-QUANTITY.
008740     MOVE WS-AVERAGE-DEMAND    TO RP-AVERAGE-DEMAND.
008750     MOVE WS-PEAK-DEMAND       TO RP-PEAK-DEMAND.
008760     MOVE WS-LEAD-DAYS         TO RP-LEAD-DAYS.
008770     MOVE WS-RUN-DATE          TO RP-PROPOSAL-DATE.
008780     WRITE REORDER-PROPOSAL-RECORD.
008790     IF WS-PROPOSAL-STATUS NOT = '00'
008800         DISPLAY 'ROPCALC0012E ROPPROP WRITE FAILED, STATUS='
008810             WS-PROPOSAL-STATUS
008820         MOVE 'Y' TO WS-ABORT-SW
008830         MOVE 'Y' TO WS-PRODUCT-EOF-SW
008840         GO TO 2600-EXIT
008850     END-IF.
008860     ADD 1 TO WS-PROPOSAL-COUNT.
008870*
008880     MOVE SPACE TO DETAIL-LINE.
008890     MOVE PRM-PRODUCT-CODE        TO DL-PRODUCT-CODE.
008900     MOVE PRM-PRODUCT-DESCRIPTION TO DL-DESCRIPTION.
008910     MOVE WS-AVERAGE-DEMAND       TO DL-AVERAGE-DEMAND.
008920     MOVE WS-PEAK-DEMAND          TO DL-PEAK-DEMAND.
008930     MOVE WS-LEAD-DAYS            TO DL-LEAD-DAYS.
008940     IF PT-LEAD-COUNT(WS-PRODUCT-SUB) = ZERO
008950         MOVE '*' TO DL-LEAD-DEFAULT
008960     END-IF.
008970     MOVE PRM-REORDER-POINT       TO DL-OLD-REORDER-POINT.
008980     MOVE WS-NEW-REORDER-POINT    TO DL-NEW-REORDER-POINT.
008990     MOVE PRM-REORDER-QUANTITY    TO DL-OLD-REORDER-QTY.
009000     MOVE WS-NEW-REORDER-QTY      TO DL-NEW-REORDER-QTY.
009010     WRITE REPORT-LINE FROM DETAIL-LINE.
009020*
009030 2600-EXIT.
009040     EXIT.
009050*
009060 3000-TERMINATE.
009070*
009080     IF NOT WS-ABORT
009090         MOVE SPACE TO REPORT-LINE
009100         WRITE REPORT-LINE
009110         MOVE WS-PROPOSAL-COUNT  TO SL1-PROPOSAL-COUNT
009120         WRITE REPORT-LINE FROM SUMMARY-LINE-1
009130         MOVE WS-UNCHANGED-COUNT TO SL2-UNCHANGED-COUNT
009140         WRITE REPORT-LINE FROM SUMMARY-LINE-2
009150     ELSE
009160         MOVE 8 TO RETURN-CODE
009170     END-IF.
009180*
009190     MOVE 'ROPCALC ' TO RL-PROGRAM.
009200     MOVE 'QTRLY   ' TO RL-JOB-NAME.
009210     MOVE 'ROPCALC ' TO RL-STEP-NAME.
009220     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
009230     MOVE WS-RECORDS-READ   TO RL-RECORDS-READ.
009240     MOVE WS-PROPOSAL-COUNT TO RL-RECORDS-WRITTEN.
009250     MOVE ZERO              TO RL-RECORDS-REJECTED.
009260     MOVE RETURN-CODE       TO RL-COMPLETION-CODE.
009270     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
009280*
009290     IF WS-PARM-OPEN
009300         CLOSE PARM-FILE
009310     END-IF.
009320     IF WS-PRODUCT-OPEN
009330         CLOSE PRODUCT-FILE
009340     END-IF.
009350     IF WS-INVOICE-OPEN
009360         CLOSE INVOICE-FILE
009370     END-IF.
009380     IF WS-RCVLOG-OPEN
009390         CLOSE RCVLOG-FILE
009400     END-IF.
009410     IF WS-PORDER-OPEN
009420         CLOSE PORDER-FILE
009430     END-IF.
009440     IF WS-PROPOSAL-OPEN
009450         CLOSE PROPOSAL-FILE
009460     END-IF.
009470     IF WS-REPORT-OPEN
009480         CLOSE REVIEW-REPORT
009490     END-IF.
009500*
009510 3000-EXIT.
009520     EXIT.
