000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    REPLPLN.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   REPLPLN -- NIGHTLY STORE REPLENISHMENT PLAN.  THE STORE RUNS *
000110*   OUT OF TITLES THE WAREHOUSE STILL HAS, BECAUSE XFRENT1 IS    *
000120*   ONLY USED WHEN SOMEBODY NOTICES.  THIS RUN FINDS THEM.       *
000130*                                                                *
000140*   STORE SALES ARE THE UNITS THE STOCK LEDGER (STKLED) SHOWS    *
000150*   LEAVING THE STORE ('S') ON ORDERS -- MOVEMENT TYPES OE, QC,  *
000160*   KC, SO, AND BR -- STAMPED IN THE LAST 30 DAYS, TODAY         *
000170*   INCLUDED.  THE STORE MINIMUM IS 14 DAYS OF COVER AT THAT     *
000180*   RATE, ROUNDED UP TO A WHOLE UNIT.  A PRODUCT THAT HAS NOT    *
000190*   SOLD IN THE STORE IN THE 30 DAYS HAS NO MINIMUM.             *
000200*                                                                *
000210*   WHEN THE STORE'S LS-QUANTITY-ON-HAND IS BELOW ITS MINIMUM,   *
000220*   THE SHORTFALL IS PROPOSED AS A TRANSFER FROM THE WAREHOUSE   *
000230*   ('W'), CUT BACK TO WHAT THE WAREHOUSE HAS.  A SHORTFALL THE  *
000240*   WAREHOUSE CANNOT COVER AT ALL IS ONLY COUNTED -- IT IS A     *
000250*   PURCHASING MATTER FOR REORDRPT, NOT A TRANSFER.  A LOCATION  *
000260*   WITH NO LOCSTK RECORD COUNTS AS EMPTY.                       *
000270*                                                                *
000280*   EACH PROPOSAL IS WRITTEN TO REPLPROP IN PRODUCT ORDER AND    *
000290*   PRINTS ON THE WAREHOUSE PULL SHEET (RPTOUT) IN PRM-BIN-      *
000300*   LOCATION ORDER, SO THE PICKER WALKS THE AISLES ONCE.  THE    *
000310*   PICKER WRITES THE QUANTITY ACTUALLY PULLED IN THE LAST       *
000320*   COLUMN, AND REPLPOST POSTS THE TRANSFERS FROM THE CARDS      *
000330*   KEYED OFF THE SHEET.  NO STOCK MOVES HERE.  THE RUN IS       *
000340*   LOGGED THROUGH RUNLOGW.                                      *
000350*                                                                *
000360*   MODIFICATION HISTORY.                                        *
000370*   10/15/2026  RH   INITIAL VERSION.                            *
000371*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000372*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000373*                    NOT COMPLETED.                              *
000380******************************************************************
000390*
000400 ENVIRONMENT DIVISION.
000410*
000420 CONFIGURATION SECTION.
000430*
000440 SOURCE-COMPUTER.  IBM-370.
000450 OBJECT-COMPUTER.  IBM-370.
000460*
000470 INPUT-OUTPUT SECTION.
000480*
000490 FILE-CONTROL.
000500*
000510     SELECT  STKLED-FILE    ASSIGN TO STKLED
000520             ORGANIZATION IS INDEXED
000530             ACCESS MODE IS SEQUENTIAL
000540             RECORD KEY IS SL-LEDGER-KEY
000550             FILE STATUS IS WS-STKLED-STATUS.
000560*
000570     SELECT  PRODUCT-FILE   ASSIGN TO PRODUCT
000580             ORGANIZATION IS INDEXED
000590             ACCESS MODE IS SEQUENTIAL
000600             RECORD KEY IS PRM-PRODUCT-CODE
000610             FILE STATUS IS WS-PRODUCT-STATUS.
000620*
000630     SELECT  LOCSTK-FILE    ASSIGN TO LOCSTK
000640             ORGANIZATION IS INDEXED
000650             ACCESS MODE IS RANDOM
000660             RECORD KEY IS LS-STOCK-KEY
000670             FILE STATUS IS WS-LOCSTK-STATUS.
000680*
000690     SELECT  PROPOSAL-FILE  ASSIGN TO REPLPROP
000700             ORGANIZATION IS LINE SEQUENTIAL
000710             FILE STATUS IS WS-PROPOSAL-STATUS.
000720*
000730     SELECT  PULL-SHEET     ASSIGN TO RPTOUT
000740             ORGANIZATION IS LINE SEQUENTIAL
000750             FILE STATUS IS WS-REPORT-STATUS.
000760*
000770 DATA DIVISION.
000780*
000790 FILE SECTION.
000800*
000810 FD  STKLED-FILE
000820     LABEL RECORDS ARE STANDARD.
000830*
000840     COPY STKLED.
000850*
000860 FD  PRODUCT-FILE
000870     LABEL RECORDS ARE STANDARD.
000880*
000890     COPY PRODUCT.
000900*
000910 FD  LOCSTK-FILE
000920     LABEL RECORDS ARE STANDARD.
000930*
000940     COPY LOCSTK.
000950*
000960 FD  PROPOSAL-FILE
000970     LABEL RECORDS ARE STANDARD.
000980*
000990     COPY REPLPROP.
001000*
001010 FD  PULL-SHEET
001020     LABEL RECORDS ARE OMITTED.
001030*
001040 01  REPORT-LINE                      PIC X(132).
001050*
001060 WORKING-STORAGE SECTION.
001070*
001080     COPY RUNLOG.
001081*
001082     COPY PREDPARM.
001090*
001100 01  RUN-TIMING-FIELDS.
001110     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001120*
001130 01  SWITCHES.
001140*
001150     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001160         88  WS-ABORT                             VALUE 'Y'.
001170     05  WS-STKLED-OPEN-SW            PIC X(01)   VALUE 'N'.
001180         88  WS-STKLED-OPEN                       VALUE 'Y'.
001190     05  WS-PRODUCT-OPEN-SW           PIC X(01)   VALUE 'N'.
001200         88  WS-PRODUCT-OPEN                      VALUE 'Y'.
001210     05  WS-LOCSTK-OPEN-SW            PIC X(01)   VALUE 'N'.
001220         88  WS-LOCSTK-OPEN                       VALUE 'Y'.
001230     05  WS-PROPOSAL-OPEN-SW          PIC X(01)   VALUE 'N'.
001240         88  WS-PROPOSAL-OPEN                     VALUE 'Y'.
001250     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001260         88  WS-REPORT-OPEN                       VALUE 'Y'.
001270     05  WS-STKLED-EOF-SW             PIC X(01)   VALUE 'N'.
001280         88  WS-STKLED-EOF                        VALUE 'Y'.
001290     05  WS-PRODUCT-EOF-SW            PIC X(01)   VALUE 'N'.
001300         88  WS-PRODUCT-EOF                       VALUE 'Y'.
001310*
001320 01  FILE-STATUS-FIELDS.
001330*
001340     05  WS-STKLED-STATUS             PIC X(02)   VALUE '00'.
001350     05  WS-PRODUCT-STATUS            PIC X(02)   VALUE '00'.
001360     05  WS-LOCSTK-STATUS             PIC X(02)   VALUE '00'.
001370     05  WS-PROPOSAL-STATUS           PIC X(02)   VALUE '00'.
001380     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001390*
001400******************************************************************
001410*   THE SALES WINDOW AND THE DAYS OF COVER THE STORE MINIMUM IS  *
001420*   SIZED FOR.                                                   *
001430******************************************************************
001440 01  REPLENISHMENT-CONSTANTS.
001450*
001460     05  WS-WINDOW-DAYS         PIC S9(03) COMP-3 VALUE +30.
001470     05  WS-COVER-DAYS          PIC S9(03) COMP-3 VALUE +14.
001480*
001490 01  WORK-FIELDS.
001500*
001510     05  WS-RUN-DATE            PIC 9(08)         VALUE ZERO.
001520     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001530         10  WS-RUN-YYYY        PIC 9(04).
001540         10  WS-RUN-MM          PIC 9(02).
001550         10  WS-RUN-DD          PIC 9(02).
001560     05  WS-RUN-DAY-NUMBER      PIC S9(09) COMP-3 VALUE ZERO.
001570     05  WS-FIRST-DAY-NUMBER    PIC S9(09) COMP-3 VALUE ZERO.
001580     05  WS-LEDGER-READ         PIC S9(07) COMP-3 VALUE ZERO.
001590     05  WS-PRODUCTS-READ       PIC S9(07) COMP-3 VALUE ZERO.
001600     05  WS-PROPOSAL-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
001610     05  WS-UNITS-TO-PULL       PIC S9(07) COMP-3 VALUE ZERO.
001620     05  WS-NO-STOCK-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
001630     05  WS-SALES-SUB           PIC S9(05) COMP-3 VALUE ZERO.
001640     05  WS-PULL-SUB            PIC S9(05) COMP-3 VALUE ZERO.
001650     05  WS-PICK-SUB            PIC S9(05) COMP-3 VALUE ZERO.
001660     05  WS-SCAN-SUB            PIC S9(05) COMP-3 VALUE ZERO.
001670     05  WS-SALE-UNITS          PIC S9(05) COMP-3 VALUE ZERO.
001680     05  WS-COVER-WORK          PIC S9(09) COMP-3 VALUE ZERO.
001690     05  WS-STORE-MINIMUM       PIC S9(07) COMP-3 VALUE ZERO.
001700     05  WS-SHORTFALL           PIC S9(07) COMP-3 VALUE ZERO.
001710     05  WS-PULL-QUANTITY       PIC S9(07) COMP-3 VALUE ZERO.
001720     05  WS-LOCATION-CODE       PIC X(01)         VALUE SPACE.
001730     05  WS-LOCATION-QTY        PIC 9(05)         VALUE ZERO.
001740     05  WS-STORE-QTY           PIC 9(05)         VALUE ZERO.
001750     05  WS-WAREHOUSE-QTY       PIC 9(05)         VALUE ZERO.
001760*
001770 01  DN-DATE.
001780     05  DN-DATE-YYYY                 PIC 9(04).
001790     05  DN-DATE-MM                   PIC 9(02).
001800     05  DN-DATE-DD                   PIC 9(02).
001810*
001820 01  DN-DATE-N REDEFINES DN-DATE      PIC 9(08).
001830*
001840 01  DAY-NUMBER-FIELDS.
001850     05  DN-YYYY                PIC S9(09) COMP-3.
001860     05  DN-MM                  PIC S9(09) COMP-3.
001870     05  DN-DD                  PIC S9(09) COMP-3.
001880     05  DN-QUOTIENT-4          PIC S9(09) COMP-3.
001890     05  DN-QUOTIENT-100        PIC S9(09) COMP-3.
001900     05  DN-QUOTIENT-400        PIC S9(09) COMP-3.
001910     05  DN-MONTH-WORK          PIC S9(09) COMP-3.
001920     05  DN-MONTH-DAYS          PIC S9(09) COMP-3.
001930     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
001940*
001950******************************************************************
001960*   STORE SALES TABLE -- ONE SLOT PER PRODUCT THAT SOLD IN THE   *
001970*   STORE IN THE WINDOW.  STKLED IS READ IN KEY ORDER, WHICH IS  *
001980*   PRODUCT ORDER, SO THE TABLE BUILDS IN KEY ORDER FOR SEARCH   *
001990*   ALL.                                                         *
002000******************************************************************
002010 01  SALES-TABLE-CONTROL.
002020     05  SA-MAX-ENTRIES         PIC S9(05) COMP-3 VALUE +2000.
002030     05  SA-ENTRY-COUNT         PIC S9(05) COMP   VALUE ZERO.
002040*
002050 01  SALES-TABLE.
002060     05  SA-ENTRY OCCURS 1 TO 2000 TIMES
002070             DEPENDING ON SA-ENTRY-COUNT
002080             ASCENDING KEY IS SA-PRODUCT-CODE
002090             INDEXED BY SA-IDX.
002100         10  SA-PRODUCT-CODE    PIC X(06).
002110         10  SA-UNITS           PIC S9(07)     COMP-3.
002120*
002130******************************************************************
002140*   PULL TABLE -- THE PROPOSALS, HELD FOR THE PULL SHEET.  THE   *
002150*   PRINTED SWITCH MARKS EACH ONE AS IT IS PICKED IN BIN ORDER.  *
002160******************************************************************
002170 01  PULL-TABLE-CONTROL.
002180     05  PL-MAX-ENTRIES         PIC S9(05) COMP-3 VALUE +2000.
002190     05  PL-ENTRY-COUNT         PIC S9(05) COMP   VALUE ZERO.
002200*
002210 01  PULL-TABLE.
002220     05  PL-ENTRY OCCURS 1 TO 2000 TIMES
002230             DEPENDING ON PL-ENTRY-COUNT.
002240         10  PL-BIN-LOCATION    PIC X(06).
002250         10  PL-PRODUCT-CODE    PIC X(06).
002260         10  PL-DESCRIPTION     PIC X(20).
002270         10  PL-STORE-SALES     PIC 9(05).
002280         10  PL-STORE-MINIMUM   PIC 9(05).
002290         10  PL-STORE-ON-HAND   PIC 9(05).
002300         10  PL-WAREHOUSE-ON-HAND
002310                                PIC 9(05).
002320         10  PL-PULL-QUANTITY   PIC 9(05).
002330         10  PL-PRINTED-SW      PIC X(01).
002340             88  PL-PRINTED                    VALUE 'Y'.
002350*
002360 01  HEADING-LINE-1.
002370*
002380     05  FILLER                       PIC X(01)   VALUE SPACE.
002390     05  FILLER                       PIC X(47)   VALUE
002400             'WAREHOUSE PULL SHEET -- STORE REPLENISHMENT FOR'.
002410     05  FILLER                       PIC X(01)   VALUE SPACE.
002420     05  HL1-RUN-DATE                 PIC 9999/99/99.
002430     05  FILLER                       PIC X(73)   VALUE SPACE.
002440*
002450 01  HEADING-LINE-2.
002460*
002470     05  FILLER                       PIC X(50)   VALUE
002480             ' BIN     PRODUCT DESCRIPTION            30-DAY    '.
002490     05  FILLER                       PIC X(42)   VALUE
002500             'STORE    STORE     WHSE     PULL    PULLED'.
002510     05  FILLER                       PIC X(40)   VALUE SPACE.
002520*
002530 01  HEADING-LINE-3.
002540*
002550     05  FILLER                       PIC X(41)   VALUE SPACE.
002560     05  FILLER                       PIC X(50)   VALUE
002570             'SALES      MIN      O/H      O/H      QTY      QTY'.
002580     05  FILLER                       PIC X(41)   VALUE SPACE.
002590*
002600 01  DETAIL-LINE.
002610*
002620     05  FILLER                       PIC X(01)   VALUE SPACE.
002630     05  DL-BIN-LOCATION              PIC X(06).
002640     05  FILLER                       PIC X(02)   VALUE SPACE.
002650     05  DL-PRODUCT-CODE              PIC X(06).
002660     05  FILLER                       PIC X(02)   VALUE SPACE.
002670     05  DL-DESCRIPTION               PIC X(20).
002680     05  FILLER                       PIC X(03)   VALUE SPACE.
002690     05  DL-STORE-SALES               PIC ZZ,ZZ9.
002700     05  FILLER                       PIC X(03)   VALUE SPACE.
002710     05  DL-STORE-MINIMUM             PIC ZZ,ZZ9.
002720     05  FILLER                       PIC X(03)   VALUE SPACE.
002730     05  DL-STORE-ON-HAND             PIC ZZ,ZZ9.
002740     05  FILLER                       PIC X(03)   VALUE SPACE.
002750     05  DL-WAREHOUSE-ON-HAND         PIC ZZ,ZZ9.
002760     05  FILLER                       PIC X(03)   VALUE SPACE.
002770     05  DL-PULL-QUANTITY             PIC ZZ,ZZ9.
002780     05  FILLER                       PIC X(03)   VALUE SPACE.
002790     05  FILLER                       PIC X(08)   VALUE ALL '_'.
002800     05  FILLER                       PIC X(39)   VALUE SPACE.
002810*
002820 01  NO-TRANSFERS-LINE.
002830*
002840     05  FILLER                       PIC X(01)   VALUE SPACE.
002850     05  FILLER                       PIC X(40)   VALUE
002860             'NO STORE REPLENISHMENT NEEDED TONIGHT'.
002870     05  FILLER                       PIC X(91)   VALUE SPACE.
002880*
002890 01  SUMMARY-LINE-1.
002900*
002910     05  FILLER                       PIC X(01)   VALUE SPACE.
002920     05  FILLER                       PIC X(25)   VALUE
002930             'PRODUCTS READ...........:'.
002940     05  SL1-PRODUCTS-READ            PIC ZZZZ9.
002950     05  FILLER                       PIC X(101)  VALUE SPACE.
002960*
002970 01  SUMMARY-LINE-2.
002980*
002990     05  FILLER                       PIC X(01)   VALUE SPACE.
003000     05  FILLER                       PIC X(25)   VALUE
003010             'PRODUCTS SOLD IN STORE..:'.
003020     05  SL2-PRODUCTS-SOLD            PIC ZZZZ9.
003030     05  FILLER                       PIC X(101)  VALUE SPACE.
003040*
003050 01  SUMMARY-LINE-3.
003060*
003070     05  FILLER                       PIC X(01)   VALUE SPACE.
003080     05  FILLER                       PIC X(25)   VALUE
003090             'TRANSFERS PROPOSED......:'.
003100     05  SL3-PROPOSAL-COUNT           PIC ZZZZ9.
003110     05  FILLER                       PIC X(101)  VALUE SPACE.
003120*
003130 01  SUMMARY-LINE-4.
003140*
003150     05  FILLER                       PIC X(01)   VALUE SPACE.
003160     05  FILLER                       PIC X(25)   VALUE
003170             'UNITS TO PULL...........:'.
003180     05  SL4-UNITS-TO-PULL            PIC Z,ZZZ,ZZ9.
003190     05  FILLER                       PIC X(97)   VALUE SPACE.
003200*
003210 01  SUMMARY-LINE-5.
003220*
003230     05  FILLER                       PIC X(01)   VALUE SPACE.
003240     05  FILLER                       PIC X(25)   VALUE
003250             'SHORT, WAREHOUSE EMPTY..:'.
003260     05  SL5-NO-STOCK-COUNT           PIC ZZZZ9.
003270     05  FILLER                       PIC X(101)  VALUE SPACE.
003280*
003290 PROCEDURE DIVISION.
003300*
003310 0000-MAINLINE.
003320*
003330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003340     PERFORM 2000-ACCUMULATE-SALES THRU 2000-EXIT.
003350     PERFORM 2500-PROPOSE THRU 2500-EXIT.
003360     PERFORM 2800-PRINT-PULL-SHEET THRU 2800-EXIT.
003370     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003380*
003390     STOP RUN.
003400*
003410 1000-INITIALIZE.
003420*
003430     ACCEPT WS-START-TIME-RAW FROM TIME.
003431     MOVE 'REPLPLN ' TO PC-PROGRAM.
003432     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
003433     IF PC-REFUSED
003434         MOVE PC-RETURN-CODE TO RETURN-CODE
003435         STOP RUN
003436     END-IF.
003437*
003440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003450*
003460     MOVE WS-RUN-DATE TO DN-DATE-N.
003470     PERFORM 1900-COMPUTE-DAY-NUMBER THRU 1900-EXIT.
003480     MOVE DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
003490     COMPUTE WS-FIRST-DAY-NUMBER =
003500         WS-RUN-DAY-NUMBER - WS-WINDOW-DAYS + 1.
003510*
003520     OPEN INPUT  STKLED-FILE.
003530     OPEN INPUT  PRODUCT-FILE.
003540     OPEN INPUT  LOCSTK-FILE.
003550     OPEN OUTPUT PROPOSAL-FILE.
003560     OPEN OUTPUT PULL-SHEET.
003570*
003580     IF WS-STKLED-STATUS = '00'
003590         MOVE 'Y' TO WS-STKLED-OPEN-SW
003600     ELSE
003610         DISPLAY 'REPLPLN0001E STKLED FILE OPEN FAILED, STATUS='
003620             WS-STKLED-STATUS
003630         MOVE 'Y' TO WS-ABORT-SW
003640     END-IF.
003650*
003660     IF WS-PRODUCT-STATUS = '00'
003670         MOVE 'Y' TO WS-PRODUCT-OPEN-SW
003680     ELSE
003690         DISPLAY 'REPLPLN0002E PRODUCT FILE OPEN FAILED, STATUS='
003700             WS-PRODUCT-STATUS
003710         MOVE 'Y' TO WS-ABORT-SW
003720     END-IF.
003730*
003740     IF WS-LOCSTK-STATUS = '00'
003750         MOVE 'Y' TO WS-LOCSTK-OPEN-SW
003760     ELSE
003770         DISPLAY 'REPLPLN0003E LOCSTK FILE OPEN FAILED, STATUS='
003780             WS-LOCSTK-STATUS
003790         MOVE 'Y' TO WS-ABORT-SW
003800     END-IF.
003810*
003820     IF WS-PROPOSAL-STATUS = '00'
003830         MOVE 'Y' TO WS-PROPOSAL-OPEN-SW
003840     ELSE
003850         DISPLAY 'REPLPLN0004E REPLPROP FILE OPEN FAILED, STATUS='
003860             WS-PROPOSAL-STATUS
003870         MOVE 'Y' TO WS-ABORT-SW
003880     END-IF.
003890*
003900     IF WS-REPORT-STATUS = '00'
003910         MOVE 'Y' TO WS-REPORT-OPEN-SW
003920     ELSE
003930         DISPLAY 'REPLPLN0005E RPTOUT FILE OPEN FAILED, STATUS='
003940             WS-REPORT-STATUS
003950         MOVE 'Y' TO WS-ABORT-SW
003960     END-IF.
003970*
003980 1000-EXIT.
003990     EXIT.
004000*
004010******************************************************************
004020*   1900-COMPUTE-DAY-NUMBER -- DN-DATE-N (YYYYMMDD) IN, A DAY    *
004030*   NUMBER OUT, SO TWO DATES CAN BE SUBTRACTED.                  *
004040******************************************************************
004050 1900-COMPUTE-DAY-NUMBER.
004060*
004070     MOVE DN-DATE-YYYY TO DN-YYYY.
004080     MOVE DN-DATE-MM   TO DN-MM.
004090     MOVE DN-DATE-DD   TO DN-DD.
004100*
004110     IF DN-MM < 3
004120         ADD 12 TO DN-MM
004130         SUBTRACT 1 FROM DN-YYYY
004140     END-IF.
004150*
004160     DIVIDE DN-YYYY BY 4   GIVING DN-QUOTIENT-4.
004170     DIVIDE DN-YYYY BY 100 GIVING DN-QUOTIENT-100.
004180     DIVIDE DN-YYYY BY 400 GIVING DN-QUOTIENT-400.
004190     COMPUTE DN-MONTH-WORK = 153 * DN-MM + 8.
004200     DIVIDE DN-MONTH-WORK BY 5 GIVING DN-MONTH-DAYS.
004210*
004220     COMPUTE DN-DAY-NUMBER = 365 * DN-YYYY
004230                           + DN-QUOTIENT-4
004240                           - DN-QUOTIENT-100
004250                           + DN-QUOTIENT-400
004260                           + DN-MONTH-DAYS
004270                           + DN-DD.
004280*
004290 1900-EXIT.
004300     EXIT.
004310*
004320 2000-ACCUMULATE-SALES.
004330*
004340     IF WS-ABORT
004350         GO TO 2000-EXIT
004360     END-IF.
004370*
004380     PERFORM 2100-PROCESS-ONE-MOVEMENT THRU 2100-EXIT
004390         UNTIL WS-STKLED-EOF.
004400*
004410 2000-EXIT.
004420     EXIT.
004430*
004440******************************************************************
004450*   2100-PROCESS-ONE-MOVEMENT -- A STORE SALE IS AN ORDER-TYPE   *
004460*   MOVEMENT OUT OF LOCATION 'S' STAMPED INSIDE THE WINDOW.      *
004470******************************************************************
004480 2100-PROCESS-ONE-MOVEMENT.
004490*
004500     READ STKLED-FILE
004510         AT END
004520             MOVE 'Y' TO WS-STKLED-EOF-SW
004530     END-READ.
004540*
004550     IF WS-STKLED-EOF
004560         GO TO 2100-EXIT
004570     END-IF.
004580*
004590     ADD 1 TO WS-LEDGER-READ.
004600*
004610     IF SL-LOCATION-CODE NOT = 'S'
004620         GO TO 2100-EXIT
004630     END-IF.
004640     IF NOT (   SL-ORDER-ENTRY
004650             OR SL-QUOTE-CONVERSION
004660             OR SL-KIT-COMPONENT
004670             OR SL-STANDING-ORDER
004680             OR SL-BACKORDER-RELEASE)
004690         GO TO 2100-EXIT
004700     END-IF.
004710     IF SL-QUANTITY NOT < ZERO
004720         GO TO 2100-EXIT
004730     END-IF.
004740*
004750     MOVE SL-STAMP-DATE TO DN-DATE-N.
004760     PERFORM 1900-COMPUTE-DAY-NUMBER THRU 1900-EXIT.
004770     IF       DN-DAY-NUMBER < WS-FIRST-DAY-NUMBER
004780           OR DN-DAY-NUMBER > WS-RUN-DAY-NUMBER
004790         GO TO 2100-EXIT
004800     END-IF.
004810*
004820     COMPUTE WS-SALE-UNITS = ZERO - SL-QUANTITY.
004830*
004840     IF SA-ENTRY-COUNT > ZERO
004850         IF SA-PRODUCT-CODE(SA-ENTRY-COUNT) = SL-PRODUCT-CODE
004860             ADD WS-SALE-UNITS TO SA-UNITS(SA-ENTRY-COUNT)
004870             GO TO 2100-EXIT
004880         END-IF
004890     END-IF.
004900*
004910     IF SA-ENTRY-COUNT NOT < SA-MAX-ENTRIES
004920         DISPLAY 'REPLPLN0006E SALES TABLE FULL AT '
004930             SA-MAX-ENTRIES ' ENTRIES'
004940         MOVE 'Y' TO WS-ABORT-SW
004950         MOVE 'Y' TO WS-STKLED-EOF-SW
004960         GO TO 2100-EXIT
004970     END-IF.
004980*
004990     ADD 1 TO SA-ENTRY-COUNT.
005000     MOVE SL-PRODUCT-CODE TO SA-PRODUCT-CODE(SA-ENTRY-COUNT).
005010     MOVE WS-SALE-UNITS   TO SA-UNITS(SA-ENTRY-COUNT).
005020*
005030 2100-EXIT.
005040     EXIT.
005050*
005060 2500-PROPOSE.
005070*
005080     IF WS-ABORT
005090         GO TO 2500-EXIT
005100     END-IF.
005110*
005120     PERFORM 2510-PROPOSE-ONE-PRODUCT THRU 2510-EXIT
005130         UNTIL WS-PRODUCT-EOF.
005140*
005150 2500-EXIT.
005160     EXIT.
005170*
005180 2510-PROPOSE-ONE-PRODUCT.
005190*
005200     READ PRODUCT-FILE
005210         AT END
005220             MOVE 'Y' TO WS-PRODUCT-EOF-SW
005230     END-READ.
005240*
005250     IF WS-PRODUCT-EOF
005260         GO TO 2510-EXIT
005270     END-IF.
005280*
005290     ADD 1 TO WS-PRODUCTS-READ.
005300*
005310     MOVE ZERO TO WS-SALES-SUB.
005320     SEARCH ALL SA-ENTRY
005330         AT END
005340             CONTINUE
005350         WHEN SA-PRODUCT-CODE(SA-IDX) = PRM-PRODUCT-CODE
005360             SET WS-SALES-SUB TO SA-IDX
005370     END-SEARCH.
005380     IF WS-SALES-SUB = ZERO
005390         GO TO 2510-EXIT
005400     END-IF.
005410*
005420     COMPUTE WS-COVER-WORK =
005430         SA-UNITS(WS-SALES-SUB) * WS-COVER-DAYS
005440             + WS-WINDOW-DAYS - 1.
005450     DIVIDE WS-COVER-WORK BY WS-WINDOW-DAYS
005460         GIVING WS-STORE-MINIMUM.
005470     IF WS-STORE-MINIMUM > 99999
005480         MOVE 99999 TO WS-STORE-MINIMUM
005490     END-IF.
005500*
005510     MOVE 'S' TO WS-LOCATION-CODE.
005520     PERFORM 2520-READ-LOCATION-STOCK THRU 2520-EXIT.
005530     MOVE WS-LOCATION-QTY TO WS-STORE-QTY.
005540     IF WS-STORE-QTY NOT < WS-STORE-MINIMUM
005550         GO TO 2510-EXIT
005560     END-IF.
005570     COMPUTE WS-SHORTFALL = WS-STORE-MINIMUM - WS-STORE-QTY.
005580*
005590     MOVE 'W' TO WS-LOCATION-CODE.
005600     PERFORM 2520-READ-LOCATION-STOCK THRU 2520-EXIT.
005610     MOVE WS-LOCATION-QTY TO WS-WAREHOUSE-QTY.
005620     IF WS-WAREHOUSE-QTY = ZERO
005630         ADD 1 TO WS-NO-STOCK-COUNT
005640         GO TO 2510-EXIT
005650     END-IF.
005660*
005670     IF WS-SHORTFALL > WS-WAREHOUSE-QTY
005680         MOVE WS-WAREHOUSE-QTY TO WS-PULL-QUANTITY
005690     ELSE
005700         MOVE WS-SHORTFALL     TO WS-PULL-QUANTITY
005710     END-IF.
005720*
005730     PERFORM 2600-WRITE-PROPOSAL THRU 2600-EXIT.
005740*
005750 2510-EXIT.
005760     EXIT.
005770*
005780******************************************************************
005790*   2520-READ-LOCATION-STOCK -- WS-LOCATION-CODE IN, THE         *
005800*   PRODUCT'S BALANCE THERE OUT IN WS-LOCATION-QTY.  NO RECORD   *
005810*   MEANS NOTHING IS STOCKED THERE.                              *
005820******************************************************************
005830 2520-READ-LOCATION-STOCK.
005840*
005850     MOVE PRM-PRODUCT-CODE TO LS-PRODUCT-CODE.
005860     MOVE WS-LOCATION-CODE TO LS-LOCATION-CODE.
005870     READ LOCSTK-FILE
005880         INVALID KEY
005890             MOVE ZERO TO WS-LOCATION-QTY
005900             GO TO 2520-EXIT
005910     END-READ.
005920     MOVE LS-QUANTITY-ON-HAND TO WS-LOCATION-QTY.
005930*
005940 2520-EXIT.
005950     EXIT.
005960*
005970 2600-WRITE-PROPOSAL.
005980*
005990     MOVE PRM-PRODUCT-CODE       TO RQ-PRODUCT-CODE.
006000     MOVE PRM-BIN-LOCATION       TO RQ-BIN-LOCATION.
006010     MOVE SA-UNITS(WS-SALES-SUB) TO RQ-STORE-SALES.
006020     MOVE WS-STORE-MINIMUM       TO RQ-STORE-MINIMUM.
006030     MOVE WS-STORE-QTY           TO RQ-STORE-ON-HAND.
006040     MOVE WS-WAREHOUSE-QTY       TO RQ-WAREHOUSE-ON-HAND.
006050     MOVE WS-PULL-QUANTITY       TO RQ-PULL-QUANTITY.
006060     MOVE WS-RUN-DATE            TO RQ-PROPOSAL-DATE.
006070     WRITE REPLENISH-PROPOSAL-RECORD.
006080     IF WS-PROPOSAL-STATUS NOT = '00'
006090         DISPLAY 'REPLPLN0007E REPLPROP WRITE FAILED, STATUS='
006100             WS-PROPOSAL-STATUS
006110         MOVE 'Y' TO WS-ABORT-SW
006120         MOVE 'Y' TO WS-PRODUCT-EOF-SW
006130         GO TO 2600-EXIT
006140     END-IF.
006150     ADD 1                TO WS-PROPOSAL-COUNT.
006160     ADD WS-PULL-QUANTITY TO WS-UNITS-TO-PULL.
006170*
006180     IF PL-ENTRY-COUNT NOT < PL-MAX-ENTRIES
006190         DISPLAY 'REPLPLN0008E PULL TABLE FULL AT '
006200             PL-MAX-ENTRIES ' ENTRIES'
006210         MOVE 'Y' TO WS-ABORT-SW
006220         MOVE 'Y' TO WS-PRODUCT-EOF-SW
006230         GO TO 2600-EXIT
006240     END-IF.
006250*
006260     ADD 1 TO PL-ENTRY-COUNT.
006270     MOVE PL-ENTRY-COUNT TO WS-PULL-SUB.
006280     MOVE RQ-BIN-LOCATION      TO PL-BIN-LOCATION(WS-PULL-SUB).
006290     MOVE RQ-PRODUCT-CODE      TO PL-PRODUCT-CODE(WS-PULL-SUB).
006300     MOVE PRM-PRODUCT-DESCRIPTION
006310                               TO PL-DESCRIPTION(WS-PULL-SUB).
006320     MOVE RQ-STORE-SALES       TO PL-STORE-SALES(WS-PULL-SUB).
006330     MOVE RQ-STORE-MINIMUM     TO PL-STORE-MINIMUM(WS-PULL-SUB).
006340     MOVE RQ-STORE-ON-HAND     TO PL-STORE-ON-HAND(WS-PULL-SUB).
006350     MOVE RQ-WAREHOUSE-ON-HAND
006360                           TO PL-WAREHOUSE-ON-HAND(WS-PULL-SUB).
006370     MOVE RQ-PULL-QUANTITY     TO PL-PULL-QUANTITY(WS-PULL-SUB).
006380     MOVE 'N'                  TO PL-PRINTED-SW(WS-PULL-SUB).
006390*
006400 2600-EXIT.
006410     EXIT.
006420*
006430******************************************************************
006440*   2800-PRINT-PULL-SHEET -- THE PROPOSALS IN BIN ORDER, LOWEST  *
006450*   UNPRINTED BIN FIRST; TWO PRODUCTS IN ONE BIN PRINT IN        *
006460*   PRODUCT ORDER.                                               *
006470******************************************************************
006480 2800-PRINT-PULL-SHEET.
006490*
006500     IF WS-ABORT
006510         GO TO 2800-EXIT
006520     END-IF.
006530*
006540     MOVE WS-RUN-DATE TO HL1-RUN-DATE.
006550     WRITE REPORT-LINE FROM HEADING-LINE-1.
006560     MOVE SPACE TO REPORT-LINE.
006570     WRITE REPORT-LINE.
006580     WRITE REPORT-LINE FROM HEADING-LINE-2.
006590     WRITE REPORT-LINE FROM HEADING-LINE-3.
006600*
006610     IF PL-ENTRY-COUNT = ZERO
006620         WRITE REPORT-LINE FROM NO-TRANSFERS-LINE
006630         GO TO 2800-EXIT
006640     END-IF.
006650*
006660     PERFORM 2810-PRINT-NEXT-BIN THRU 2810-EXIT
006670         PL-ENTRY-COUNT TIMES.
006680*
006690 2800-EXIT.
006700     EXIT.
006710*
006720 2810-PRINT-NEXT-BIN.
006730*
006740     MOVE ZERO TO WS-PICK-SUB.
006750     PERFORM 2820-CHECK-BIN-CANDIDATE THRU 2820-EXIT
006760         VARYING WS-SCAN-SUB FROM 1 BY 1
006770           UNTIL WS-SCAN-SUB > PL-ENTRY-COUNT.
006780*
006790     IF WS-PICK-SUB = ZERO
006800         GO TO 2810-EXIT
006810     END-IF.
006820*
006830     MOVE 'Y' TO PL-PRINTED-SW(WS-PICK-SUB).
006840     MOVE PL-BIN-LOCATION(WS-PICK-SUB)  TO DL-BIN-LOCATION.
006850     MOVE PL-PRODUCT-CODE(WS-PICK-SUB)  TO DL-PRODUCT-CODE.
006860     MOVE PL-DESCRIPTION(WS-PICK-SUB)   TO DL-DESCRIPTION.
006870     MOVE PL-STORE-SALES(WS-PICK-SUB)   TO DL-STORE-SALES.
006880     MOVE PL-STORE-MINIMUM(WS-PICK-SUB) TO DL-STORE-MINIMUM.
006890     MOVE PL-STORE-ON-HAND(WS-PICK-SUB) TO DL-STORE-ON-HAND.
006900     MOVE PL-WAREHOUSE-ON-HAND(WS-PICK-SUB)
006910                                        TO DL-WAREHOUSE-ON-HAND.
006920     MOVE PL-PULL-QUANTITY(WS-PICK-SUB) TO DL-PULL-QUANTITY.
006930     WRITE REPORT-LINE FROM DETAIL-LINE.
006940*
006950 2810-EXIT.
006960     EXIT.
006970*
006980 2820-CHECK-BIN-CANDIDATE.
006990*
007000     IF PL-PRINTED(WS-SCAN-SUB)
007010         GO TO 2820-EXIT
007020     END-IF.
007030*
007040     IF WS-PICK-SUB = ZERO
007050         MOVE WS-SCAN-SUB TO WS-PICK-SUB
007060     ELSE
007070         IF PL-BIN-LOCATION(WS-SCAN-SUB)
007080                 < PL-BIN-LOCATION(WS-PICK-SUB)
007090             MOVE WS-SCAN-SUB TO WS-PICK-SUB
007100         END-IF
007110     END-IF.
007120*
007130 2820-EXIT.
007140     EXIT.
007150*
007160 3000-TERMINATE.
007170*
007180     IF NOT WS-ABORT
007190         MOVE SPACE TO REPORT-LINE
007200         WRITE REPORT-LINE
007210         MOVE WS-PRODUCTS-READ  TO SL1-PRODUCTS-READ
007220         WRITE REPORT-LINE FROM SUMMARY-LINE-1
007230         MOVE SA-ENTRY-COUNT    TO SL2-PRODUCTS-SOLD
007240         WRITE REPORT-LINE FROM SUMMARY-LINE-2
007250         MOVE WS-PROPOSAL-COUNT TO SL3-PROPOSAL-COUNT
007260         WRITE REPORT-LINE FROM SUMMARY-LINE-3
007270         MOVE WS-UNITS-TO-PULL  TO SL4-UNITS-TO-PULL
007280         WRITE REPORT-LINE FROM SUMMARY-LINE-4
007290         MOVE WS-NO-STOCK-COUNT TO SL5-NO-STOCK-COUNT
007300         WRITE REPORT-LINE FROM SUMMARY-LINE-5
007310     ELSE
007320         MOVE 8 TO RETURN-CODE
007330     END-IF.
007340*
007350     MOVE 'REPLPLN ' TO RL-PROGRAM.
007360     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
007370     MOVE 'REPLPLN ' TO RL-STEP-NAME.
007380     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
007390     MOVE WS-PRODUCTS-READ  TO RL-RECORDS-READ.
007400     MOVE WS-PROPOSAL-COUNT TO RL-RECORDS-WRITTEN.
007410     MOVE ZERO              TO RL-RECORDS-REJECTED.
007420     MOVE RETURN-CODE       TO RL-COMPLETION-CODE.
007430     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
007440*
007450     IF WS-STKLED-OPEN
007460         CLOSE STKLED-FILE
007470     END-IF.
007480     IF WS-PRODUCT-OPEN
007490         CLOSE PRODUCT-FILE
007500     END-IF.
007510     IF WS-LOCSTK-OPEN
007520         CLOSE LOCSTK-FILE
007530     END-IF.
007540     IF WS-PROPOSAL-OPEN
007550         CLOSE PROPOSAL-FILE
007560     END-IF.
007570     IF WS-REPORT-OPEN
007580         CLOSE PULL-SHEET
007590     END-IF.
007600*
007610 3000-EXIT.
007620     EXIT.
