000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    STKAGE.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   STKAGE -- MONTHLY SLOW-MOVING AND DEAD-STOCK REPORT.         *
000110*   SHOWS MERCHANDISING WHERE THE MONEY SITS ON THE SHELF SO     *
000120*   MARKDOWNS AND SUPPLIER RETURNS GO TO THE RIGHT TITLES.       *
000130*   EVERY PRODUCT WITH STOCK ON HAND IS VALUED AT ITS LOCSTK     *
000140*   QUANTITY (ALL LOCATIONS) TIMES PRM-AVERAGE-COST, AS INVVAL   *
000150*   VALUES THE BOOKS; A PRODUCT WITH NO LOCSTK RECORD YET IS     *
000160*   VALUED ON PRM-QUANTITY-ON-HAND.  FOR EACH THE RUN FINDS:     *
000170*     LAST SALE     LATEST INVOICE DATE OF A BILLED, UNVOIDED    *
000180*                   INVOICE CARRYING THE PRODUCT (CREDIT         *
000190*                   MEMOS ARE NOT SALES)                         *
000200*     LAST RECEIPT  LATEST RCV-RECEIPT-DATE ON RCVLOG            *
000210*   THE LATER OF THE TWO IS THE LAST MOVEMENT.  MONTHS SINCE     *
000220*   THE LAST MOVEMENT ARE COUNTED FROM THE REPORT MONTH AND      *
000230*   BUCKETED 0-3, 3-6, 6-12, AND OVER 12 MONTHS; A PRODUCT       *
000240*   THAT HAS NEVER SOLD OR BEEN RECEIVED IS OVER 12.             *
000250*                                                                *
000260*   PRODUCTS PRINT HIGHEST ON-HAND VALUE FIRST, BY REPEATEDLY    *
000270*   SELECTING THE HIGHEST UNREPORTED AS SLSANL RANKS ITS         *
000280*   PRODUCTS, FOLLOWED BY THE COUNT AND VALUE IN EACH BUCKET.    *
000290*   PRODUCTS WITH NOTHING ON HAND ARE COUNTED, NOT LISTED.       *
000300*                                                                *
000310*   THE REPORT MONTH IS READ FROM THE PERIOD CONTROL CARD        *
000320*   (PERIODD), YYYYMM IN COLUMNS 1-6, AS FOR SLSANL.  A PRODUCT  *
000330*   MASTER TOO BIG FOR THE TABLE STOPS THE RUN WITH RETURN       *
000340*   CODE 8 RATHER THAN REPORT SHORT.  THE RUN IS LOGGED          *
000350*   THROUGH RUNLOGW.                                             *
000360*                                                                *
000370*   MODIFICATION HISTORY.                                        *
000380*   10/15/2026  RH   INITIAL VERSION.                            *
000381*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000382*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000383*                    NOT COMPLETED.                              *
000390******************************************************************
000400*
000410 ENVIRONMENT DIVISION.
000420*
000430 CONFIGURATION SECTION.
000440*
000450 SOURCE-COMPUTER.  IBM-370.
000460 OBJECT-COMPUTER.  IBM-370.
000470*
000480 INPUT-OUTPUT SECTION.
000490*
000500 FILE-CONTROL.
000510*
000520     SELECT  PERIOD-FILE    ASSIGN TO PERIODD
000530             ORGANIZATION IS LINE SEQUENTIAL
000540             FILE STATUS IS WS-PERIOD-STATUS.
000550*
000560     SELECT  PRODUCT-FILE   ASSIGN TO PRODUCT
000570             ORGANIZATION IS INDEXED
000580             ACCESS MODE IS SEQUENTIAL
000590             RECORD KEY IS PRM-PRODUCT-CODE
000600             FILE STATUS IS WS-PRODUCT-STATUS.
000610*
000620     SELECT  LOCSTK-FILE    ASSIGN TO LOCSTK
000630             ORGANIZATION IS INDEXED
000640             ACCESS MODE IS SEQUENTIAL
000650             RECORD KEY IS LS-STOCK-KEY
000660             FILE STATUS IS WS-LOCSTK-STATUS.
000670*
000680     SELECT  INVOICE-FILE   ASSIGN TO INVOICE
000690             ORGANIZATION IS INDEXED
000700             ACCESS MODE IS SEQUENTIAL
000710             RECORD KEY IS INV-INVOICE-NUMBER
000720             FILE STATUS IS WS-INVOICE-STATUS.
000730*
000740     SELECT  RCVLOG-FILE    ASSIGN TO RCVLOG
000750             ORGANIZATION IS INDEXED
000760             ACCESS MODE IS SEQUENTIAL
000770             RECORD KEY IS RCV-RECEIPT-NUMBER
000780             FILE STATUS IS WS-RCVLOG-STATUS.
000790*
000800     SELECT  AGING-REPORT   ASSIGN TO RPTOUT
000810             ORGANIZATION IS LINE SEQUENTIAL
000820             FILE STATUS IS WS-REPORT-STATUS.
000830*
000840 DATA DIVISION.
000850*
000860 FILE SECTION.
000870*
000880 FD  PERIOD-FILE
000890     LABEL RECORDS ARE STANDARD.
000900*
000910 01  PERIOD-RECORD.
000920     05  PR-REPORT-MONTH              PIC 9(06).
000930     05  FILLER                       PIC X(74).
000940*
000950 FD  PRODUCT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970*
000980     COPY PRODUCT.
000990*
001000 FD  LOCSTK-FILE
001010     LABEL RECORDS ARE STANDARD.
001020*
001030     COPY LOCSTK.
001040*
001050 FD  INVOICE-FILE
001060     LABEL RECORDS ARE STANDARD.
001070*
001080     COPY INVOICE.
001090*
001100 FD  RCVLOG-FILE
001110     LABEL RECORDS ARE STANDARD.
001120*
001130     COPY RCVLOG.
001140*
001150 FD  AGING-REPORT
001160     LABEL RECORDS ARE OMITTED.
001170*
001180 01  REPORT-LINE                      PIC X(132).
001190*
001200 WORKING-STORAGE SECTION.
001210*
001220     COPY RUNLOG.
001221*
001222     COPY PREDPARM.
001230*
001240 01  RUN-TIMING-FIELDS.
001250     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001260*
001270 01  SWITCHES.
001280*
001290     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001300         88  WS-ABORT                             VALUE 'Y'.
001310     05  WS-PERIOD-OPEN-SW            PIC X(01)   VALUE 'N'.
001320         88  WS-PERIOD-OPEN                       VALUE 'Y'.
001330     05  WS-PRODUCT-OPEN-SW           PIC X(01)   VALUE 'N'.
001340         88  WS-PRODUCT-OPEN                      VALUE 'Y'.
001350     05  WS-LOCSTK-OPEN-SW            PIC X(01)   VALUE 'N'.
001360         88  WS-LOCSTK-OPEN                       VALUE 'Y'.
001370     05  WS-INVOICE-OPEN-SW           PIC X(01)   VALUE 'N'.
001380         88  WS-INVOICE-OPEN                      VALUE 'Y'.
001390     05  WS-RCVLOG-OPEN-SW            PIC X(01)   VALUE 'N'.
001400         88  WS-RCVLOG-OPEN                       VALUE 'Y'.
001410     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001420         88  WS-REPORT-OPEN                       VALUE 'Y'.
001430     05  WS-PRODUCT-EOF-SW            PIC X(01)   VALUE 'N'.
001440         88  WS-PRODUCT-EOF                       VALUE 'Y'.
001450     05  WS-LOCSTK-EOF-SW             PIC X(01)   VALUE 'N'.
001460         88  WS-LOCSTK-EOF                        VALUE 'Y'.
001470     05  WS-INVOICE-EOF-SW            PIC X(01)   VALUE 'N'.
001480         88  WS-INVOICE-EOF                       VALUE 'Y'.
001490     05  WS-RCVLOG-EOF-SW             PIC X(01)   VALUE 'N'.
001500         88  WS-RCVLOG-EOF                        VALUE 'Y'.
001510     05  WS-PRODUCT-FOUND-SW          PIC X(01)   VALUE 'N'.
001520         88  WS-PRODUCT-FOUND                     VALUE 'Y'.
001530*
001540 01  FILE-STATUS-FIELDS.
001550*
001560     05  WS-PERIOD-STATUS             PIC X(02)   VALUE '00'.
001570     05  WS-PRODUCT-STATUS            PIC X(02)   VALUE '00'.
001580     05  WS-LOCSTK-STATUS             PIC X(02)   VALUE '00'.
001590     05  WS-INVOICE-STATUS            PIC X(02)   VALUE '00'.
001600     05  WS-RCVLOG-STATUS             PIC X(02)   VALUE '00'.
001610     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001620*
001630 01  WORK-FIELDS.
001640*
001650     05  WS-REPORT-MONTH        PIC 9(06)         VALUE ZERO.
001660     05  WS-RECORDS-READ        PIC S9(07) COMP-3 VALUE ZERO.
001670     05  WS-STOCKED-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
001680     05  WS-EMPTY-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
001690     05  WS-RANK                PIC S9(05) COMP-3 VALUE ZERO.
001700     05  WS-REPORT-MONTH-NUMBER PIC S9(07) COMP-3 VALUE ZERO.
001710     05  WS-DATE-MONTH-NUMBER   PIC S9(07) COMP-3 VALUE ZERO.
001720     05  WS-MONTHS-SINCE        PIC S9(07) COMP-3 VALUE ZERO.
001730     05  WS-PRODUCT-SUB         PIC S9(05) COMP-3 VALUE ZERO.
001740     05  WS-HIGH-SUB            PIC S9(05) COMP-3 VALUE ZERO.
001750     05  WS-SCAN-SUB            PIC S9(05) COMP-3 VALUE ZERO.
001760     05  WS-ITEM-SUB            PIC S9(03) COMP-3 VALUE ZERO.
001770     05  WS-BUCKET-SUB          PIC S9(03) COMP-3 VALUE ZERO.
001780     05  WS-LAST-MOVE-DATE      PIC 9(08)         VALUE ZERO.
001790     05  WS-TOTAL-VALUE         PIC S9(11)V99 COMP-3 VALUE ZERO.
001800*
001810 01  WS-REPORT-MONTH-FIELDS.
001820     05  WS-RM-YYYY                   PIC 9(04).
001830     05  WS-RM-MM                     PIC 9(02).
001840*
001850 01  WS-REPORT-MONTH-NUM REDEFINES WS-REPORT-MONTH-FIELDS
001860                                      PIC 9(06).
001870*
001880 01  WS-YMD-DATE.
001890     05  WS-YMD-YYYY                  PIC 9(04).
001900     05  WS-YMD-MM                    PIC 9(02).
001910     05  WS-YMD-DD                    PIC 9(02).
001920*
001930 01  WS-YMD-DATE-N REDEFINES WS-YMD-DATE
001940                                      PIC 9(08).
001950*
001960 01  WS-MDY-DATE.
001970     05  WS-MDY-MM                    PIC 9(02).
001980     05  WS-MDY-DD                    PIC 9(02).
001990     05  WS-MDY-YYYY                  PIC 9(04).
002000*
002010 01  WS-MDY-DATE-N REDEFINES WS-MDY-DATE
002020                                      PIC 9(08).
002030*
002040 01  WS-EDIT-DATE.
002050     05  WS-ED-MM                     PIC 9(02).
002060     05  FILLER                       PIC X(01)   VALUE '/'.
002070     05  WS-ED-DD                     PIC 9(02).
002080     05  FILLER                       PIC X(01)   VALUE '/'.
002090     05  WS-ED-YYYY                   PIC 9(04).
002100*
002110******************************************************************
002120*   PRODUCT TABLE -- ONE SLOT PER PRODUCT MASTER RECORD, LOADED  *
002130*   IN KEY ORDER SO SEARCH ALL CAN FIND A PRODUCT.  DATES ARE    *
002140*   HELD YYYYMMDD SO THE LATEST IS SIMPLY THE HIGHEST.           *
002150******************************************************************
002160 01  PRODUCT-TABLE-CONTROL.
002170     05  PT-MAX-ENTRIES         PIC S9(05) COMP-3 VALUE +2000.
002180     05  PT-ENTRY-COUNT         PIC S9(05) COMP   VALUE ZERO.
002190*
002200 01  PRODUCT-TABLE.
002210     05  PT-ENTRY OCCURS 1 TO 2000 TIMES
002220             DEPENDING ON PT-ENTRY-COUNT
002230             ASCENDING KEY IS PT-PRODUCT-CODE
002240             INDEXED BY PT-IDX.
002250         10  PT-PRODUCT-CODE    PIC X(06).
002260         10  PT-DESCRIPTION     PIC X(20).
002270         10  PT-AVERAGE-COST    PIC S9(05)V99  COMP-3.
002280         10  PT-MASTER-QOH      PIC S9(07)     COMP-3.
002290         10  PT-LOCSTK-QOH      PIC S9(07)     COMP-3.
002300         10  PT-LOCSTK-SW       PIC X(01).
002310             88  PT-ON-LOCSTK                  VALUE 'Y'.
002320         10  PT-ON-HAND-VALUE   PIC S9(11)V99  COMP-3.
002330         10  PT-LAST-SALE-DATE  PIC 9(08).
002340         10  PT-LAST-RCPT-DATE  PIC 9(08).
002350         10  PT-BUCKET          PIC S9(01)     COMP-3.
002360         10  PT-REPORTED-SW     PIC X(01).
002370*
002380******************************************************************
002390*   BUCKET TOTALS -- 1 IS UNDER 3 MONTHS SINCE THE LAST          *
002400*   MOVEMENT, 2 IS 3 TO 6, 3 IS 6 TO 12, 4 IS 12 AND OVER.       *
002410******************************************************************
002420 01  BUCKET-NAME-VALUES.
002430     05  FILLER                 PIC X(12)   VALUE '0-3 MONTHS'.
002440     05  FILLER                 PIC X(12)   VALUE '3-6 MONTHS'.
002450     05  FILLER                 PIC X(12)   VALUE '6-12 MONTHS'.
002460     05  FILLER                 PIC X(12)   VALUE 'OVER 12 MOS'.
002470*
002480 01  BUCKET-NAME-TABLE REDEFINES BUCKET-NAME-VALUES.
002490     05  BK-NAME OCCURS 4 TIMES PIC X(12).
002500*
002510 01  BUCKET-TOTALS.
002520     05  BK-TOTAL OCCURS 4 TIMES.
002530         10  BK-PRODUCT-COUNT   PIC S9(05)     COMP-3.
002540         10  BK-VALUE           PIC S9(11)V99  COMP-3.
002550*
002560 01  HEADING-LINE-1.
002570*
002580     05  FILLER                       PIC X(01)   VALUE SPACE.
002590     05  FILLER                       PIC X(48)   VALUE
002600             'SLOW-MOVING AND DEAD-STOCK REPORT FOR MONTH'.
002610     05  HL1-REPORT-MONTH             PIC 9(06).
002620     05  FILLER                       PIC X(77)   VALUE SPACE.
002630*
002640 01  HEADING-LINE-2.
002650*
002660     05  FILLER                       PIC X(01)   VALUE SPACE.
002670     05  FILLER                       PIC X(40)   VALUE
002680             'RANK  PRODUCT DESCRIPTION'.
002690     05  FILLER                       PIC X(50)   VALUE
002700             '  ON HAND  AVG COST    ON-HAND VALUE  LAST SALE'.
002710     05  FILLER                       PIC X(30)   VALUE
002720             'LAST RCPT   MOS  BUCKET'.
002730     05  FILLER                       PIC X(11)   VALUE SPACE.
002740*
002750 01  DETAIL-LINE.
002760*
002770     05  FILLER                       PIC X(01)   VALUE SPACE.
002780     05  DL-RANK                      PIC ZZZ9.
002790     05  FILLER                       PIC X(02)   VALUE SPACE.
002800     05  DL-PRODUCT-CODE              PIC X(06).
002810     05  FILLER                       PIC X(02)   VALUE SPACE.
002820     05  DL-DESCRIPTION               PIC X(20).
002830     05  FILLER                       PIC X(05)   VALUE SPACE.
002840     05  DL-ON-HAND                   PIC ZZZ,ZZ9.
002850     05  FILLER                       PIC X(02)   VALUE SPACE.
002860     05  DL-AVERAGE-COST              PIC ZZ,ZZ9.99.
002870     05  FILLER                       PIC X(02)   VALUE SPACE.
002880     05  DL-ON-HAND-VALUE             PIC ZZ,ZZZ,ZZ9.99.
002890     05  FILLER                       PIC X(03)   VALUE SPACE.
002900     05  DL-LAST-SALE                 PIC X(10).
002910     05  FILLER                       PIC X(02)   VALUE SPACE.
002920     05  DL-LAST-RECEIPT              PIC X(10).
002930     05  FILLER                       PIC X(02)   VALUE SPACE.
002940     05  DL-MONTHS                    PIC ZZ9.
002950     05  FILLER                       PIC X(02)   VALUE SPACE.
002960     05  DL-BUCKET                    PIC X(12).
002970     05  FILLER                       PIC X(15)   VALUE SPACE.
002980*
002990 01  BUCKET-HEADING-LINE.
003000*
003010     05  FILLER                       PIC X(01)   VALUE SPACE.
003020     05  FILLER                       PIC X(50)   VALUE
003030             'SINCE LAST MOVEMENT  PRODUCTS    ON-HAND VALUE'.
003040     05  FILLER                       PIC X(81)   VALUE SPACE.
003050*
003060 01  BUCKET-LINE.
003070*
003080     05  FILLER                       PIC X(01)   VALUE SPACE.
003090     05  BL-BUCKET-NAME               PIC X(12).
003100     05  FILLER                       PIC X(09)   VALUE SPACE.
003110     05  BL-PRODUCT-COUNT             PIC ZZ,ZZ9.
003120     05  FILLER                       PIC X(03)   VALUE SPACE.
003130     05  BL-VALUE                     PIC ZZ,ZZZ,ZZ9.99.
003140     05  FILLER                       PIC X(88)   VALUE SPACE.
003150*
003160 01  SUMMARY-LINE-1.
003170*
003180     05  FILLER                       PIC X(01)   VALUE SPACE.
003190     05  FILLER                       PIC X(25)   VALUE
003200             'PRODUCTS WITH NO STOCK..:'.
003210     05  SL1-EMPTY-COUNT              PIC ZZZZ9.
003220     05  FILLER                       PIC X(101)  VALUE SPACE.
003230*
003240 PROCEDURE DIVISION.
003250*
003260 0000-MAINLINE.
003270*
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003290     PERFORM 2000-ACCUMULATE THRU 2000-EXIT.
003300     PERFORM 2500-PRINT-REPORT THRU 2500-EXIT.
003310     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003320*
003330     STOP RUN.
003340*
003350 1000-INITIALIZE.
003360*
003370     ACCEPT WS-START-TIME-RAW FROM TIME.
003371     MOVE 'STKAGE  ' TO PC-PROGRAM.
003372     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
003373     IF PC-REFUSED
003374         MOVE PC-RETURN-CODE TO RETURN-CODE
003375         STOP RUN
003376     END-IF.
003377*
003380     INITIALIZE BUCKET-TOTALS.
003390*
003400     OPEN INPUT  PERIOD-FILE.
003410     OPEN INPUT  PRODUCT-FILE.
003420     OPEN INPUT  LOCSTK-FILE.
003430     OPEN INPUT  INVOICE-FILE.
003440     OPEN INPUT  RCVLOG-FILE.
003450     OPEN OUTPUT AGING-REPORT.
003460*
003470     IF WS-PERIOD-STATUS = '00'
003480         MOVE 'Y' TO WS-PERIOD-OPEN-SW
003490     ELSE
003500         DISPLAY 'STKAGE0001E PERIODD FILE OPEN FAILED, STATUS='
003510             WS-PERIOD-STATUS
003520         MOVE 'Y' TO WS-ABORT-SW
003530     END-IF.
003540*
003550     IF WS-PRODUCT-STATUS = '00'
003560         MOVE 'Y' TO WS-PRODUCT-OPEN-SW
003570     ELSE
003580         DISPLAY 'STKAGE0002E PRODUCT FILE OPEN FAILED, STATUS='
003590             WS-PRODUCT-STATUS
003600         MOVE 'Y' TO WS-ABORT-SW
003610     END-IF.
003620*
003630     IF WS-LOCSTK-STATUS = '00'
003640         MOVE 'Y' TO WS-LOCSTK-OPEN-SW
003650     ELSE
003660         DISPLAY 'STKAGE0003E LOCSTK FILE OPEN FAILED, STATUS='
003670             WS-LOCSTK-STATUS
003680         MOVE 'Y' TO WS-ABORT-SW
003690     END-IF.
003700*
003710     IF WS-INVOICE-STATUS = '00'
003720         MOVE 'Y' TO WS-INVOICE-OPEN-SW
003730     ELSE
003740         DISPLAY 'STKAGE0004E INVOICE FILE OPEN FAILED, STATUS='
003750             WS-INVOICE-STATUS
003760         MOVE 'Y' TO WS-ABORT-SW
003770     END-IF.
003780*
003790     IF WS-RCVLOG-STATUS = '00'
003800         MOVE 'Y' TO WS-RCVLOG-OPEN-SW
003810     ELSE
003820         DISPLAY 'STKAGE0005E RCVLOG FILE OPEN FAILED, STATUS='
003830             WS-RCVLOG-STATUS
003840         MOVE 'Y' TO WS-ABORT-SW
003850     END-IF.
003860*
003870     IF WS-REPORT-STATUS = '00'
003880         MOVE 'Y' TO WS-REPORT-OPEN-SW
003890     ELSE
003900         DISPLAY 'STKAGE0006E RPTOUT FILE OPEN FAILED, STATUS='
003910             WS-REPORT-STATUS
003920         MOVE 'Y' TO WS-ABORT-SW
003930     END-IF.
003940*
003950     IF NOT WS-ABORT
003960         PERFORM 1100-READ-PERIOD-CARD THRU 1100-EXIT
003970     END-IF.
003980*
003990     IF NOT WS-ABORT
004000         PERFORM 1200-LOAD-PRODUCTS THRU 1200-EXIT
004010     END-IF.
004020*
004030     IF NOT WS-ABORT
004040         MOVE WS-REPORT-MONTH TO HL1-REPORT-MONTH
004050         WRITE REPORT-LINE FROM HEADING-LINE-1
004060         MOVE SPACE TO REPORT-LINE
004070         WRITE REPORT-LINE
004080         WRITE REPORT-LINE FROM HEADING-LINE-2
004090     END-IF.
004100*
004110 1000-EXIT.
004120     EXIT.
004130*
004140 1100-READ-PERIOD-CARD.
004150*
004160     READ PERIOD-FILE
004170         AT END
004180             DISPLAY 'STKAGE0007E PERIODD CONTROL CARD MISSING'
004190             MOVE 'Y' TO WS-ABORT-SW
004200             GO TO 1100-EXIT
004210     END-READ.
004220*
004230     IF PR-REPORT-MONTH NOT NUMERIC
004240         DISPLAY 'STKAGE0008E PERIODD CONTROL CARD INVALID: '
004250             PERIOD-RECORD
004260         MOVE 'Y' TO WS-ABORT-SW
004270         GO TO 1100-EXIT
004280     END-IF.
004290*
004300     MOVE PR-REPORT-MONTH TO WS-REPORT-MONTH
004310                             WS-REPORT-MONTH-NUM.
004320     IF WS-RM-MM < 1 OR WS-RM-MM > 12
004330         DISPLAY 'STKAGE0008E PERIODD CONTROL CARD INVALID: '
004340             PERIOD-RECORD
004350         MOVE 'Y' TO WS-ABORT-SW
004360         GO TO 1100-EXIT
004370     END-IF.
004380*
004390     COMPUTE WS-REPORT-MONTH-NUMBER = WS-RM-YYYY * 12 + WS-RM-MM.
004400*
004410 1100-EXIT.
004420     EXIT.
004430*
004440 1200-LOAD-PRODUCTS.
004450*
004460     PERFORM 1210-LOAD-ONE-PRODUCT THRU 1210-EXIT
004470         UNTIL WS-PRODUCT-EOF.
004480*
004490 1200-EXIT.
004500     EXIT.
004510*
004520 1210-LOAD-ONE-PRODUCT.
004530*
004540     READ PRODUCT-FILE
004550         AT END
004560             MOVE 'Y' TO WS-PRODUCT-EOF-SW
004570     END-READ.
004580*
004590     IF WS-PRODUCT-EOF
004600         GO TO 1210-EXIT
004610     END-IF.
004620*
004630     ADD 1 TO WS-RECORDS-READ.
004640*
004650     IF PT-ENTRY-COUNT NOT < PT-MAX-ENTRIES
004660         DISPLAY 'STKAGE0009E PRODUCT TABLE FULL AT '
004670             PT-MAX-ENTRIES ' ENTRIES'
004680         MOVE 'Y' TO WS-ABORT-SW
004690         MOVE 'Y' TO WS-PRODUCT-EOF-SW
004700         GO TO 1210-EXIT
004710     END-IF.
004720*
004730     ADD 1 TO PT-ENTRY-COUNT.
004740     MOVE PT-ENTRY-COUNT TO WS-PRODUCT-SUB.
004750     MOVE PRM-PRODUCT-CODE
004760         TO PT-PRODUCT-CODE(WS-PRODUCT-SUB).
004770     MOVE PRM-PRODUCT-DESCRIPTION
004780         TO PT-DESCRIPTION(WS-PRODUCT-SUB).
004790     MOVE PRM-AVERAGE-COST
004800         TO PT-AVERAGE-COST(WS-PRODUCT-SUB).
004810     MOVE PRM-QUANTITY-ON-HAND
004820         TO PT-MASTER-QOH(WS-PRODUCT-SUB).
004830     MOVE ZERO TO PT-LOCSTK-QOH(WS-PRODUCT-SUB)
004840                  PT-ON-HAND-VALUE(WS-PRODUCT-SUB)
004850                  PT-LAST-SALE-DATE(WS-PRODUCT-SUB)
004860                  PT-LAST-RCPT-DATE(WS-PRODUCT-SUB)
004870                  PT-BUCKET(WS-PRODUCT-SUB).
004880     MOVE 'N' TO PT-LOCSTK-SW(WS-PRODUCT-SUB)
004890                 PT-REPORTED-SW(WS-PRODUCT-SUB).
004900*
004910 1210-EXIT.
004920     EXIT.
004930*
004940******************************************************************
004950*   1800-FIND-PRODUCT -- PRM-PRODUCT-CODE IN, WS-PRODUCT-SUB     *
004960*   OUT WHEN WS-PRODUCT-FOUND.                                   *
004970******************************************************************
004980 1800-FIND-PRODUCT.
004990*
005000     MOVE 'N' TO WS-PRODUCT-FOUND-SW.
005010     MOVE ZERO TO WS-PRODUCT-SUB.
005020*
005030     IF PT-ENTRY-COUNT = ZERO
005040         GO TO 1800-EXIT
005050     END-IF.
005060*
005070     SEARCH ALL PT-ENTRY
005080         AT END
005090             CONTINUE
005100         WHEN PT-PRODUCT-CODE(PT-IDX) = PRM-PRODUCT-CODE
005110             MOVE 'Y' TO WS-PRODUCT-FOUND-SW
005120             SET WS-PRODUCT-SUB TO PT-IDX
005130     END-SEARCH.
005140*
005150 1800-EXIT.
005160     EXIT.
005170*
005180 2000-ACCUMULATE.
005190*
005200     IF WS-ABORT
005210         GO TO 2000-EXIT
005220     END-IF.
005230*
005240     PERFORM 2100-PROCESS-ONE-LOCATION THRU 2100-EXIT
005250         UNTIL WS-LOCSTK-EOF.
005260     PERFORM 2200-PROCESS-ONE-INVOICE THRU 2200-EXIT
005270         UNTIL WS-INVOICE-EOF.
005280     PERFORM 2300-PROCESS-ONE-RECEIPT THRU 2300-EXIT
005290         UNTIL WS-RCVLOG-EOF.
005300*
005310 2000-EXIT.
005320     EXIT.
005330*
005340 2100-PROCESS-ONE-LOCATION.
005350*
005360     READ LOCSTK-FILE
005370         AT END
005380             MOVE 'Y' TO WS-LOCSTK-EOF-SW
005390     END-READ.
005400*
005410     IF WS-LOCSTK-EOF
005420         GO TO 2100-EXIT
005430     END-IF.
005440*
005450     ADD 1 TO WS-RECORDS-READ.
005460*
005470     MOVE LS-PRODUCT-CODE TO PRM-PRODUCT-CODE.
005480     PERFORM 1800-FIND-PRODUCT THRU 1800-EXIT.
005490     IF NOT WS-PRODUCT-FOUND
005500         GO TO 2100-EXIT
005510     END-IF.
005520*
005530     MOVE 'Y' TO PT-LOCSTK-SW(WS-PRODUCT-SUB).
005540     ADD LS-QUANTITY-ON-HAND TO PT-LOCSTK-QOH(WS-PRODUCT-SUB).
005550*
005560 2100-EXIT.
005570     EXIT.
005580*
005590******************************************************************
005600*   2200-PROCESS-ONE-INVOICE -- A BILLED, UNVOIDED INVOICE IS A  *
005610*   SALE ON ITS INVOICE DATE (THE SHIP DATE) FOR EVERY PRODUCT   *
005620*   ON IT.  OPEN ORDERS HAVE NOT SOLD ANYTHING YET.              *
005630******************************************************************
005640 2200-PROCESS-ONE-INVOICE.
005650*
005660     READ INVOICE-FILE
005670         AT END
005680             MOVE 'Y' TO WS-INVOICE-EOF-SW
005690     END-READ.
005700*
005710     IF WS-INVOICE-EOF
005720         GO TO 2200-EXIT
005730     END-IF.
005740*
005750     ADD 1 TO WS-RECORDS-READ.
005760*
005770     IF       NOT INV-ORIGINAL-INVOICE
005780           OR INV-VOIDED
005790           OR NOT INV-BILLED
005800         GO TO 2200-EXIT
005810     END-IF.
005820*
005830     MOVE INV-INVOICE-DATE TO WS-MDY-DATE-N.
005840     MOVE WS-MDY-YYYY TO WS-YMD-YYYY.
005850     MOVE WS-MDY-MM   TO WS-YMD-MM.
005860     MOVE WS-MDY-DD   TO WS-YMD-DD.
005870*
005880     PERFORM 2210-PROCESS-ONE-LINE THRU 2210-EXIT
005890         VARYING WS-ITEM-SUB FROM 1 BY 1
005900           UNTIL WS-ITEM-SUB > 20.
005910*
005920 2200-EXIT.
005930     EXIT.
005940*
005950 2210-PROCESS-ONE-LINE.
005960*
005970     IF       INV-PRODUCT-CODE(WS-ITEM-SUB) = SPACE
005980           OR INV-QUANTITY(WS-ITEM-SUB) = ZERO
005990         GO TO 2210-EXIT
006000     END-IF.
006010*
006020     MOVE INV-PRODUCT-CODE(WS-ITEM-SUB) TO PRM-PRODUCT-CODE.
006030     PERFORM 1800-FIND-PRODUCT THRU 1800-EXIT.
006040     IF NOT WS-PRODUCT-FOUND
006050         GO TO 2210-EXIT
006060     END-IF.
006070*
006080     IF WS-YMD-DATE-N > PT-LAST-SALE-DATE(WS-PRODUCT-SUB)
006090         MOVE WS-YMD-DATE-N TO PT-LAST-SALE-DATE(WS-PRODUCT-SUB)
006100     END-IF.
006110*
006120 2210-EXIT.
006130     EXIT.
006140*
006150 2300-PROCESS-ONE-RECEIPT.
006160*
006170     READ RCVLOG-FILE
006180         AT END
006190             MOVE 'Y' TO WS-RCVLOG-EOF-SW
006200     END-READ.
006210*
006220     IF WS-RCVLOG-EOF
006230         GO TO 2300-EXIT
006240     END-IF.
006250*
006260     ADD 1 TO WS-RECORDS-READ.
006270*
006280     MOVE RCV-PRODUCT-CODE TO PRM-PRODUCT-CODE.
006290     PERFORM 1800-FIND-PRODUCT THRU 1800-EXIT.
006300     IF NOT WS-PRODUCT-FOUND
006310         GO TO 2300-EXIT
006320     END-IF.
006330*
006340     MOVE RCV-RECEIPT-DATE TO WS-MDY-DATE-N.
006350     MOVE WS-MDY-YYYY TO WS-YMD-YYYY.
006360     MOVE WS-MDY-MM   TO WS-YMD-MM.
006370     MOVE WS-MDY-DD   TO WS-YMD-DD.
006380*
006390     IF WS-YMD-DATE-N > PT-LAST-RCPT-DATE(WS-PRODUCT-SUB)
006400         MOVE WS-YMD-DATE-N TO PT-LAST-RCPT-DATE(WS-PRODUCT-SUB)
006410     END-IF.
006420*
006430 2300-EXIT.
006440     EXIT.
006450*
006460******************************************************************
006470*   2500-PRINT-REPORT -- VALUE AND BUCKET EVERY PRODUCT, PRINT   *
006480*   THE STOCKED ONES HIGHEST VALUE FIRST, THEN THE BUCKETS.      *
006490******************************************************************
006500 2500-PRINT-REPORT.
006510*
006520     IF WS-ABORT
006530         GO TO 2500-EXIT
006540     END-IF.
006550*
006560     PERFORM 2510-VALUE-ONE-PRODUCT THRU 2510-EXIT
006570         VARYING WS-PRODUCT-SUB FROM 1 BY 1
006580           UNTIL WS-PRODUCT-SUB > PT-ENTRY-COUNT.
006590*
006600     MOVE ZERO TO WS-RANK.
006610     PERFORM 2600-PRINT-NEXT-RANKED THRU 2600-EXIT
006620         WS-STOCKED-COUNT TIMES.
006630*
006640     PERFORM 2800-PRINT-BUCKETS THRU 2800-EXIT.
006650*
006660 2500-EXIT.
006670     EXIT.
006680*
006690******************************************************************
006700*   2510-VALUE-ONE-PRODUCT -- ON-HAND VALUE, LAST MOVEMENT, AND  *
006710*   BUCKET.  MONTHS SINCE COUNT WHOLE CALENDAR MONTHS BACK FROM  *
006720*   THE REPORT MONTH: A MOVEMENT IN THE REPORT MONTH IS 0.       *
006730******************************************************************
006740 2510-VALUE-ONE-PRODUCT.
006750*
006760     IF PT-ON-LOCSTK(WS-PRODUCT-SUB)
006770         COMPUTE PT-ON-HAND-VALUE(WS-PRODUCT-SUB) ROUNDED =
006780             PT-LOCSTK-QOH(WS-PRODUCT-SUB)
006790                 * PT-AVERAGE-COST(WS-PRODUCT-SUB)
006800     ELSE
006810         MOVE PT-MASTER-QOH(WS-PRODUCT-SUB)
006820             TO PT-LOCSTK-QOH(WS-PRODUCT-SUB)
006830         COMPUTE PT-ON-HAND-VALUE(WS-PRODUCT-SUB) ROUNDED =
006840             PT-MASTER-QOH(WS-PRODUCT-SUB)
006850                 * PT-AVERAGE-COST(WS-PRODUCT-SUB)
006860     END-IF.
006870*
006880     IF PT-LOCSTK-QOH(WS-PRODUCT-SUB) NOT > ZERO
006890         ADD 1 TO WS-EMPTY-COUNT
006900         MOVE 'Y' TO PT-REPORTED-SW(WS-PRODUCT-SUB)
006910         GO TO 2510-EXIT
006920     END-IF.
006930*
006940     ADD 1 TO WS-STOCKED-COUNT.
006950     PERFORM 2520-FIND-BUCKET THRU 2520-EXIT.
006960     MOVE WS-BUCKET-SUB TO PT-BUCKET(WS-PRODUCT-SUB).
006970     ADD 1 TO BK-PRODUCT-COUNT(WS-BUCKET-SUB).
006980     ADD PT-ON-HAND-VALUE(WS-PRODUCT-SUB)
006990         TO BK-VALUE(WS-BUCKET-SUB).
007000*
007010 2510-EXIT.
007020     EXIT.
007030*
007040******************************************************************
007050*   2520-FIND-BUCKET -- PRODUCT WS-PRODUCT-SUB IN; LAST          *
007060*   MOVEMENT DATE, MONTHS SINCE, AND BUCKET NUMBER OUT.          *
007070******************************************************************
007080 2520-FIND-BUCKET.
007090*
007100     IF PT-LAST-SALE-DATE(WS-PRODUCT-SUB) >
007110             PT-LAST-RCPT-DATE(WS-PRODUCT-SUB)
007120         MOVE PT-LAST-SALE-DATE(WS-PRODUCT-SUB)
007130             TO WS-LAST-MOVE-DATE
007140     ELSE
007150         MOVE PT-LAST-RCPT-DATE(WS-PRODUCT-SUB)
007160             TO WS-LAST-MOVE-DATE
007170     END-IF.
007180*
007190     IF WS-LAST-MOVE-DATE = ZERO
007200         MOVE 999 TO WS-MONTHS-SINCE
007210         MOVE 4 TO WS-BUCKET-SUB
007220         GO TO 2520-EXIT
007230     END-IF.
007240*
007250     MOVE WS-LAST-MOVE-DATE TO WS-YMD-DATE-N.
007260     COMPUTE WS-DATE-MONTH-NUMBER = WS-YMD-YYYY * 12 + WS-YMD-MM.
007270     COMPUTE WS-MONTHS-SINCE =
007280         WS-REPORT-MONTH-NUMBER - WS-DATE-MONTH-NUMBER.
007290     IF WS-MONTHS-SINCE < ZERO
007300         MOVE ZERO TO WS-MONTHS-SINCE
007310     END-IF.
007320*
007330     EVALUATE TRUE
007340         WHEN WS-MONTHS-SINCE < 3
007350             MOVE 1 TO WS-BUCKET-SUB
007360         WHEN WS-MONTHS-SINCE < 6
007370             MOVE 2 TO WS-BUCKET-SUB
007380         WHEN WS-MONTHS-SINCE < 12
007390             MOVE 3 TO WS-BUCKET-SUB
007400         WHEN OTHER
007410             MOVE 4 TO WS-BUCKET-SUB
007420     END-EVALUATE.
007430*
007440 2520-EXIT.
007450     EXIT.
007460*
007470 2600-PRINT-NEXT-RANKED.
007480*
007490     MOVE ZERO TO WS-HIGH-SUB.
007500     PERFORM 2610-CHECK-ONE-CANDIDATE THRU 2610-EXIT
007510         VARYING WS-SCAN-SUB FROM 1 BY 1
007520           UNTIL WS-SCAN-SUB > PT-ENTRY-COUNT.
007530*
007540     IF WS-HIGH-SUB = ZERO
007550         GO TO 2600-EXIT
007560     END-IF.
007570*
007580     MOVE 'Y' TO PT-REPORTED-SW(WS-HIGH-SUB).
007590     ADD 1 TO WS-RANK.
007600     MOVE WS-HIGH-SUB TO WS-PRODUCT-SUB.
007610     PERFORM 2700-PRINT-PRODUCT THRU 2700-EXIT.
007620*
007630 2600-EXIT.
007640     EXIT.
007650*
007660 2610-CHECK-ONE-CANDIDATE.
007670*
007680     IF PT-REPORTED-SW(WS-SCAN-SUB) = 'Y'
007690         GO TO 2610-EXIT
007700     END-IF.
007710*
007720     IF WS-HIGH-SUB = ZERO
007730         MOVE WS-SCAN-SUB TO WS-HIGH-SUB
007740     ELSE
007750         IF PT-ON-HAND-VALUE(WS-SCAN-SUB) >
007760                 PT-ON-HAND-VALUE(WS-HIGH-SUB)
007770             MOVE WS-SCAN-SUB TO WS-HIGH-SUB
007780         END-IF
007790     END-IF.
007800*
007810 2610-EXIT.
007820     EXIT.
007830*
007840 2700-PRINT-PRODUCT.
007850*
007860     PERFORM 2520-FIND-BUCKET THRU 2520-EXIT.
007870*
007880     MOVE SPACE TO DETAIL-LINE.
007890     MOVE WS-RANK TO DL-RANK.
007900     MOVE PT-PRODUCT-CODE(WS-PRODUCT-SUB)  TO DL-PRODUCT-CODE.
007910     MOVE PT-DESCRIPTION(WS-PRODUCT-SUB)   TO DL-DESCRIPTION.
007920     MOVE PT-LOCSTK-QOH(WS-PRODUCT-SUB)    TO DL-ON-HAND.
007930     MOVE PT-AVERAGE-COST(WS-PRODUCT-SUB)  TO DL-AVERAGE-COST.
007940     MOVE PT-ON-HAND-VALUE(WS-PRODUCT-SUB) TO DL-ON-HAND-VALUE.
007950     MOVE BK-NAME(WS-BUCKET-SUB)           TO DL-BUCKET.
007960*
007970     IF PT-LAST-SALE-DATE(WS-PRODUCT-SUB) = ZERO
007980         MOVE 'NONE' TO DL-LAST-SALE
007990     ELSE
008000         MOVE PT-LAST-SALE-DATE(WS-PRODUCT-SUB) TO WS-YMD-DATE-N
008010         PERFORM 2710-EDIT-DATE THRU 2710-EXIT
008020         MOVE WS-EDIT-DATE TO DL-LAST-SALE
008030     END-IF.
008040*
008050     IF PT-LAST-RCPT-DATE(WS-PRODUCT-SUB) = ZERO
008060         MOVE 'NONE' TO DL-LAST-RECEIPT
008070     ELSE
008080         MOVE PT-LAST-RCPT-DATE(WS-PRODUCT-SUB) TO WS-YMD-DATE-N
008090         PERFORM 2710-EDIT-DATE THRU 2710-EXIT
008100         MOVE WS-EDIT-DATE TO DL-LAST-RECEIPT
008110     END-IF.
008120*
008130     IF WS-LAST-MOVE-DATE NOT = ZERO
008140         MOVE WS-MONTHS-SINCE TO DL-MONTHS
008150     END-IF.
008160*
008170     WRITE REPORT-LINE FROM DETAIL-LINE.
008180*
008190 2700-EXIT.
008200     EXIT.
008210*
008220 2710-EDIT-DATE.
008230*
008240     MOVE WS-YMD-MM   TO WS-ED-MM.
008250     MOVE WS-YMD-DD   TO WS-ED-DD.
008260     MOVE WS-YMD-YYYY TO WS-ED-YYYY.
008270*
008280 2710-EXIT.
008290     EXIT.
008300*
008310 2800-PRINT-BUCKETS.
008320*
008330     MOVE SPACE TO REPORT-LINE.
008340     WRITE REPORT-LINE.
008350     WRITE REPORT-LINE FROM BUCKET-HEADING-LINE.
008360*
008370     MOVE ZERO TO WS-TOTAL-VALUE.
008380     PERFORM 2810-PRINT-ONE-BUCKET THRU 2810-EXIT
008390         VARYING WS-BUCKET-SUB FROM 1 BY 1
008400           UNTIL WS-BUCKET-SUB > 4.
008410*
008420     MOVE SPACE            TO BUCKET-LINE.
008430     MOVE 'TOTAL'          TO BL-BUCKET-NAME.
008440     MOVE WS-STOCKED-COUNT TO BL-PRODUCT-COUNT.
008450     MOVE WS-TOTAL-VALUE   TO BL-VALUE.
008460     WRITE REPORT-LINE FROM BUCKET-LINE.
008470*
008480 2800-EXIT.
008490     EXIT.
008500*
008510 2810-PRINT-ONE-BUCKET.
008520*
008530     MOVE SPACE TO BUCKET-LINE.
008540     MOVE BK-NAME(WS-BUCKET-SUB)          TO BL-BUCKET-NAME.
008550     MOVE BK-PRODUCT-COUNT(WS-BUCKET-SUB) TO BL-PRODUCT-COUNT.
008560     MOVE BK-VALUE(WS-BUCKET-SUB)         TO BL-VALUE.
008570     ADD BK-VALUE(WS-BUCKET-SUB)          TO WS-TOTAL-VALUE.
008580     WRITE REPORT-LINE FROM BUCKET-LINE.
008590*
008600 2810-EXIT.
008610     EXIT.
008620*
008630 3000-TERMINATE.
008640*
008650     IF NOT WS-ABORT
008660         MOVE SPACE TO REPORT-LINE
008670         WRITE REPORT-LINE
008680         MOVE WS-EMPTY-COUNT TO SL1-EMPTY-COUNT
008690         WRITE REPORT-LINE FROM SUMMARY-LINE-1
008700     ELSE
008710         MOVE 8 TO RETURN-CODE
008720     END-IF.
008730*
008740     MOVE 'STKAGE  ' TO RL-PROGRAM.
008750     MOVE 'MONTHLY ' TO RL-JOB-NAME.
008760     MOVE 'STKAGE  ' TO RL-STEP-NAME.
008770     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
008780     MOVE WS-RECORDS-READ  TO RL-RECORDS-READ.
008790     MOVE WS-STOCKED-COUNT TO RL-RECORDS-WRITTEN.
008800     MOVE ZERO             TO RL-RECORDS-REJECTED.
008810     MOVE RETURN-CODE      TO RL-COMPLETION-CODE.
008820     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
008830*
008840     IF WS-PERIOD-OPEN
008850         CLOSE PERIOD-FILE
008860     END-IF.
008870     IF WS-PRODUCT-OPEN
008880         CLOSE PRODUCT-FILE
008890     END-IF.
008900     IF WS-LOCSTK-OPEN
008910         CLOSE LOCSTK-FILE
008920     END-IF.
008930     IF WS-INVOICE-OPEN
008940         CLOSE INVOICE-FILE
008950     END-IF.
008960     IF WS-RCVLOG-OPEN
008970         CLOSE RCVLOG-FILE
008980     END-IF.
008990     IF WS-REPORT-OPEN
009000         CLOSE AGING-REPORT
009010     END-IF.
009020*
009030 3000-EXIT.
009040     EXIT.
