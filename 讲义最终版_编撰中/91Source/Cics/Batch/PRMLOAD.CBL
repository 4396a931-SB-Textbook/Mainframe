000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    PRMLOAD.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   PRMLOAD -- PROMOTION MASTER LOAD.                            *
000110*   LOADS THE PROMO FILE FROM MARKETING'S CARDS (PRMIN), THE     *
000120*   SAME CARD-LOAD APPROACH QBKLOAD AND PRCLOAD USE.  EACH       *
000130*   PROMOTION IS A SMALL DECK, ALL CARDS CARRYING THE PROMOTION  *
000140*   CODE IN COLUMNS 2-9 AND THE CARD TYPE IN COLUMN 1:           *
000150*     H  HEADER -- DESCRIPTION, START AND END DATES (YYYYMMDD),  *
000160*        'P' PERCENT OFF (9(2)V99) OR 'A' AMOUNT OFF (9(5)V99),  *
000170*        MINIMUM ORDER VALUE (9(7)V99), STATUS ('A' OR BLANK     *
000180*        ACTIVE, 'C' CALLED OFF).  ALWAYS FIRST IN THE DECK.     *
000190*     P  PRODUCTS -- UP TO FIVE FROM/THRU PRODUCT CODE RANGES;   *
000200*        A BLANK THRU CODE IS THE ONE PRODUCT IN FROM.  NO P     *
000210*        CARD MEANS THE PROMOTION COVERS THE WHOLE CATALOG.      *
000220*     C  CUSTOMERS -- UP TO TEN CUSTOMER NUMBERS, EACH ON        *
000230*        CUSTMAS.  NO C CARD MEANS ANY CUSTOMER MAY USE IT.      *
000240*   A SECOND P OR C CARD REPLACES THE FIRST.  THE HEADER CARD    *
000250*   STARTS THE PROMOTION AFRESH, SO A RELOADED PROMOTION LOSES   *
000260*   ANY RANGES OR CUSTOMERS ITS NEW DECK DOES NOT REPEAT.  THE   *
000270*   PROMOTION IS WRITTEN WHEN THE NEXT HEADER (OR THE END OF     *
000280*   THE DECK) IS REACHED, REPLACING ANY RECORD ALREADY ON FILE.  *
000290*   A REJECTED CARD PRINTS WITH THE REASON; A REJECTED HEADER    *
000300*   TAKES ITS P AND C CARDS WITH IT.  THE RUN IS LOGGED          *
000310*   THROUGH RUNLOGW.                                             *
000320*                                                                *
000330*   MODIFICATION HISTORY.                                        *
000340*   10/15/2026  RH   INITIAL VERSION.                            *
000341*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000342*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000343*                    NOT COMPLETED.                              *
000350******************************************************************
000360*
000370 ENVIRONMENT DIVISION.
000380*
000390 CONFIGURATION SECTION.
000400*
000410 SOURCE-COMPUTER.  IBM-370.
000420 OBJECT-COMPUTER.  IBM-370.
000430*
000440 INPUT-OUTPUT SECTION.
000450*
000460 FILE-CONTROL.
000470*
000480     SELECT  CARD-FILE      ASSIGN TO PRMIN
000490             ORGANIZATION IS LINE SEQUENTIAL
000500             FILE STATUS IS WS-CARD-STATUS.
000510*
000520     SELECT  PROMO-FILE     ASSIGN TO PROMO
000530             ORGANIZATION IS INDEXED
000540             ACCESS MODE IS RANDOM
000550             RECORD KEY IS PMO-PROMO-CODE
000560             FILE STATUS IS WS-PROMO-STATUS.
000570*
000580     SELECT  CUSTMAS-FILE   ASSIGN TO CUSTMAS
000590             ORGANIZATION IS INDEXED
000600             ACCESS MODE IS RANDOM
000610             RECORD KEY IS CM-CUSTOMER-NUMBER
000620             FILE STATUS IS WS-CUSTMAS-STATUS.
000630*
000640     SELECT  LOAD-REPORT    ASSIGN TO RPTOUT
000650             ORGANIZATION IS LINE SEQUENTIAL
000660             FILE STATUS IS WS-REPORT-STATUS.
000670*
000680 DATA DIVISION.
000690*
000700 FILE SECTION.
000710*
000720 FD  CARD-FILE
000730     LABEL RECORDS ARE STANDARD.
000740*
000750 01  CARD-RECORD.
000760     05  CD-CARD-TYPE                 PIC X(01).
000770         88  CD-HEADER-CARD                       VALUE 'H'.
000780         88  CD-PRODUCT-CARD                      VALUE 'P'.
000790         88  CD-CUSTOMER-CARD                     VALUE 'C'.
000800     05  CD-PROMO-CODE                PIC X(08).
000810     05  CD-HEADER-DATA.
000820         10  CD-DESCRIPTION           PIC X(30).
000830         10  CD-START-DATE            PIC 9(08).
000840         10  CD-END-DATE              PIC 9(08).
000850         10  CD-DISCOUNT-TYPE         PIC X(01).
000860         10  CD-DISCOUNT-PERCENT      PIC 9(02)V99.
000870         10  CD-DISCOUNT-AMOUNT       PIC 9(05)V99.
000880         10  CD-MINIMUM-ORDER         PIC 9(07)V99.
000890         10  CD-STATUS-CODE           PIC X(01).
000900         10  FILLER                   PIC X(03).
000910     05  CD-PRODUCT-DATA REDEFINES CD-HEADER-DATA.
000920         10  CD-PRODUCT-RANGE OCCURS 5 TIMES.
000930             15  CD-FROM-PRODUCT      PIC X(06).
000940             15  CD-THRU-PRODUCT      PIC X(06).
000950         10  FILLER                   PIC X(11).
000960     05  CD-CUSTOMER-DATA REDEFINES CD-HEADER-DATA.
000970         10  CD-CUSTOMER-NUMBER OCCURS 10 TIMES
000980                                      PIC X(06).
000990         10  FILLER                   PIC X(11).
001000*
001010 FD  PROMO-FILE
001020     LABEL RECORDS ARE STANDARD.
001030*
001040     COPY PROMO.
001050*
001060 FD  CUSTMAS-FILE
001070     LABEL RECORDS ARE STANDARD.
001080*
001090     COPY CUSTMAS.
001100*
001110 FD  LOAD-REPORT
001120     LABEL RECORDS ARE OMITTED.
001130*
001140 01  REPORT-LINE                      PIC X(132).
001150*
001160 WORKING-STORAGE SECTION.
001170*
001180     COPY RUNLOG.
001181*
001182     COPY PREDPARM.
001190*
001200 01  RUN-TIMING-FIELDS.
001210     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001220*
001230 01  SWITCHES.
001240*
001250     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001260         88  WS-ABORT                             VALUE 'Y'.
001270     05  WS-CARD-OPEN-SW              PIC X(01)   VALUE 'N'.
001280         88  WS-CARD-OPEN                         VALUE 'Y'.
001290     05  WS-PROMO-OPEN-SW             PIC X(01)   VALUE 'N'.
001300         88  WS-PROMO-OPEN                        VALUE 'Y'.
001310     05  WS-CUSTMAS-OPEN-SW           PIC X(01)   VALUE 'N'.
001320         88  WS-CUSTMAS-OPEN                      VALUE 'Y'.
001330     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001340         88  WS-REPORT-OPEN                       VALUE 'Y'.
001350     05  WS-CARD-EOF-SW               PIC X(01)   VALUE 'N'.
001360         88  WS-CARD-EOF                          VALUE 'Y'.
001370     05  WS-CARD-OK-SW                PIC X(01)   VALUE 'Y'.
001380         88  WS-CARD-OK                           VALUE 'Y'.
001390     05  WS-PENDING-SW                PIC X(01)   VALUE 'N'.
001400         88  WS-PROMO-PENDING                     VALUE 'Y'.
001410     05  WS-HEADER-REJECTED-SW        PIC X(01)   VALUE 'N'.
001420         88  WS-HEADER-REJECTED                   VALUE 'Y'.
001430*
001440 01  FILE-STATUS-FIELDS.
001450*
001460     05  WS-CARD-STATUS               PIC X(02)   VALUE '00'.
001470     05  WS-PROMO-STATUS              PIC X(02)   VALUE '00'.
001480     05  WS-CUSTMAS-STATUS            PIC X(02)   VALUE '00'.
001490     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001500*
001510 01  WORK-FIELDS.
001520*
001530     05  WS-READ-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
001540     05  WS-LOADED-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
001550     05  WS-REJECT-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
001560     05  WS-ENTRY-SUB           PIC S9(03) COMP-3 VALUE ZERO.
001570     05  WS-PENDING-CODE        PIC X(08)         VALUE SPACE.
001580*
001590 01  WS-RUN-DATE.
001600     05  WS-RUN-YYYY                  PIC 9(04).
001610     05  WS-RUN-MM                    PIC 9(02).
001620     05  WS-RUN-DD                    PIC 9(02).
001630*
001640 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001650                                      PIC 9(08).
001660*
001670 01  WS-EDIT-DATE.
001680     05  WS-EDIT-YYYY                 PIC 9(04).
001690     05  WS-EDIT-MM                   PIC 9(02).
001700         88  WS-EDIT-MONTH-VALID          VALUE 01 THRU 12.
001710     05  WS-EDIT-DD                   PIC 9(02).
001720         88  WS-EDIT-DAY-VALID            VALUE 01 THRU 31.
001730*
001740 01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
001750                                      PIC 9(08).
001760*
001770 01  HEADING-LINE-1.
001780*
001790     05  FILLER                       PIC X(01)   VALUE SPACE.
001800     05  FILLER                       PIC X(42)   VALUE
001810             'PROMOTION MASTER LOAD         RUN OF'.
001820     05  HL1-RUN-DATE                 PIC 9(08).
001830     05  FILLER                       PIC X(81)   VALUE SPACE.
001840*
001850 01  DETAIL-LINE.
001860*
001870     05  FILLER                       PIC X(01)   VALUE SPACE.
001880     05  DL-CARD-TYPE                 PIC X(01).
001890     05  FILLER                       PIC X(02)   VALUE SPACE.
001900     05  DL-PROMO-CODE                PIC X(08).
001910     05  FILLER                       PIC X(02)   VALUE SPACE.
001920     05  DL-DISPOSITION               PIC X(40).
001930     05  FILLER                       PIC X(78)   VALUE SPACE.
001940*
001950 01  SUMMARY-LINE-1.
001960*
001970     05  FILLER                       PIC X(01)   VALUE SPACE.
001980     05  FILLER                       PIC X(25)   VALUE
001990             'CARDS READ..............:'.
002000     05  SL1-READ-COUNT               PIC ZZZZ9.
002010     05  FILLER                       PIC X(101)  VALUE SPACE.
002020*
002030 01  SUMMARY-LINE-2.
002040*
002050     05  FILLER                       PIC X(01)   VALUE SPACE.
002060     05  FILLER                       PIC X(25)   VALUE
002070             'PROMOTIONS LOADED.......:'.
002080     05  SL2-LOADED-COUNT             PIC ZZZZ9.
002090     05  FILLER                       PIC X(101)  VALUE SPACE.
002100*
002110 01  SUMMARY-LINE-3.
002120*
002130     05  FILLER                       PIC X(01)   VALUE SPACE.
002140     05  FILLER                       PIC X(25)   VALUE
002150             'CARDS REJECTED..........:'.
002160     05  SL3-REJECT-COUNT             PIC ZZZZ9.
002170     05  FILLER                       PIC X(101)  VALUE SPACE.
002180*
002190 PROCEDURE DIVISION.
002200*
002210 0000-MAINLINE.
002220*
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
002250     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002260*
002270     STOP RUN.
002280*
002290 1000-INITIALIZE.
002300*
002310     ACCEPT WS-START-TIME-RAW FROM TIME.
002311     MOVE 'PRMLOAD ' TO PC-PROGRAM.
002312     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002313     IF PC-REFUSED
002314         MOVE PC-RETURN-CODE TO RETURN-CODE
002315         STOP RUN
002316     END-IF.
002320*
002330     OPEN INPUT  CARD-FILE.
002340     OPEN I-O    PROMO-FILE.
002350     OPEN INPUT  CUSTMAS-FILE.
002360     OPEN OUTPUT LOAD-REPORT.
002370*
002380     IF WS-CARD-STATUS = '00'
002390         MOVE 'Y' TO WS-CARD-OPEN-SW
002400     ELSE
002410         DISPLAY 'PRMLOAD0001E PRMIN FILE OPEN FAILED, STATUS='
002420             WS-CARD-STATUS
002430         MOVE 'Y' TO WS-ABORT-SW
002440     END-IF.
002450*
002460     IF WS-PROMO-STATUS = '00'
002470         MOVE 'Y' TO WS-PROMO-OPEN-SW
002480     ELSE
002490         DISPLAY 'PRMLOAD0002E PROMO FILE OPEN FAILED, STATUS='
002500             WS-PROMO-STATUS
002510         MOVE 'Y' TO WS-ABORT-SW
002520     END-IF.
002530*
002540     IF WS-CUSTMAS-STATUS = '00'
002550         MOVE 'Y' TO WS-CUSTMAS-OPEN-SW
002560     ELSE
002570         DISPLAY 'PRMLOAD0003E CUSTMAS FILE OPEN FAILED, STATUS='
002580             WS-CUSTMAS-STATUS
002590         MOVE 'Y' TO WS-ABORT-SW
002600     END-IF.
002610*
002620     IF WS-REPORT-STATUS = '00'
002630         MOVE 'Y' TO WS-REPORT-OPEN-SW
002640     ELSE
002650         DISPLAY 'PRMLOAD0004E LOAD-REPORT OPEN FAILED, STATUS='
002660             WS-REPORT-STATUS
002670         MOVE 'Y' TO WS-ABORT-SW
002680     END-IF.
002690*
002700     IF NOT WS-ABORT
002710         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002720         MOVE WS-RUN-DATE-N TO HL1-RUN-DATE
002730         WRITE REPORT-LINE FROM HEADING-LINE-1
002740     END-IF.
002750*
002760 1000-EXIT.
002770     EXIT.
002780*
002790 2000-PROCESS-CARDS.
002800*
002810     IF NOT WS-ABORT
002820         PERFORM 2100-PROCESS-ONE-CARD THRU 2100-EXIT
002830             UNTIL WS-CARD-EOF
002840     END-IF.
002850*
002860 2000-EXIT.
002870     EXIT.
002880*
002890******************************************************************
002900*   2100-PROCESS-ONE-CARD -- A HEADER CARD FIRST WRITES THE      *
002910*   PROMOTION BUILT FROM THE DECK BEFORE IT, THEN STARTS A NEW   *
002920*   ONE; P AND C CARDS ADD TO THE PROMOTION BEING BUILT.  THE    *
002930*   LAST PROMOTION IS WRITTEN AT THE END OF THE DECK.            *
002940******************************************************************
002950 2100-PROCESS-ONE-CARD.
002960*
002970     READ CARD-FILE
002980         AT END
002990             MOVE 'Y' TO WS-CARD-EOF-SW
003000     END-READ.
003010*
003020     IF WS-CARD-EOF
003030         IF WS-PROMO-PENDING
003040             PERFORM 2500-WRITE-PROMOTION THRU 2500-EXIT
003050         END-IF
003060         GO TO 2100-EXIT
003070     END-IF.
003080*
003090     ADD 1 TO WS-READ-COUNT.
003100     MOVE 'Y' TO WS-CARD-OK-SW.
003110     MOVE CD-CARD-TYPE  TO DL-CARD-TYPE.
003120     MOVE CD-PROMO-CODE TO DL-PROMO-CODE.
003130*
003140     EVALUATE TRUE
003150         WHEN CD-HEADER-CARD
003160             IF WS-PROMO-PENDING
003170                 PERFORM 2500-WRITE-PROMOTION THRU 2500-EXIT
003180                 MOVE CD-CARD-TYPE  TO DL-CARD-TYPE
003190                 MOVE CD-PROMO-CODE TO DL-PROMO-CODE
003200             END-IF
003210             PERFORM 2200-EDIT-HEADER-CARD THRU 2200-EXIT
003220             IF WS-CARD-OK
003230                 PERFORM 2250-START-PROMOTION
003240             END-IF
003250         WHEN CD-PRODUCT-CARD
003260             PERFORM 2300-EDIT-PRODUCT-CARD THRU 2300-EXIT
003270             IF WS-CARD-OK
003280                 PERFORM 2350-STORE-PRODUCT-RANGES
003290             END-IF
003300         WHEN CD-CUSTOMER-CARD
003310             PERFORM 2400-EDIT-CUSTOMER-CARD THRU 2400-EXIT
003320             IF WS-CARD-OK
003330                 PERFORM 2450-STORE-CUSTOMERS
003340             END-IF
003350         WHEN OTHER
003360             MOVE 'REJECTED - CARD TYPE NOT H, P, OR C'
003370                 TO DL-DISPOSITION
003380             MOVE 'N' TO WS-CARD-OK-SW
003390     END-EVALUATE.
003400*
003410     IF NOT WS-CARD-OK
003420         ADD 1 TO WS-REJECT-COUNT
003430     END-IF.
003440     IF NOT WS-ABORT
003450         WRITE REPORT-LINE FROM DETAIL-LINE
003460     END-IF.
003470*
003480 2100-EXIT.
003490     EXIT.
003500*
003510 2200-EDIT-HEADER-CARD.
003520*
003530     MOVE 'N' TO WS-PENDING-SW.
003540     MOVE 'N' TO WS-HEADER-REJECTED-SW.
003550     MOVE CD-PROMO-CODE TO WS-PENDING-CODE.
003560*
003570     IF CD-PROMO-CODE = SPACE
003580         MOVE 'REJECTED - PROMOTION CODE MISSING'
003590             TO DL-DISPOSITION
003600         GO TO 2200-REJECT
003610     END-IF.
003620*
003630     IF CD-DESCRIPTION = SPACE
003640         MOVE 'REJECTED - DESCRIPTION MISSING' TO DL-DISPOSITION
003650         GO TO 2200-REJECT
003660     END-IF.
003670*
003680     IF       CD-START-DATE NOT NUMERIC
003690           OR CD-END-DATE NOT NUMERIC
003700         MOVE 'REJECTED - DATES NOT NUMERIC' TO DL-DISPOSITION
003710         GO TO 2200-REJECT
003720     END-IF.
003730*
003740     MOVE CD-START-DATE TO WS-EDIT-DATE-N.
003750     IF       NOT WS-EDIT-MONTH-VALID
003760           OR NOT WS-EDIT-DAY-VALID
003770         MOVE 'REJECTED - START DATE NOT YYYYMMDD'
003780             TO DL-DISPOSITION
003790         GO TO 2200-REJECT
003800     END-IF.
003810     MOVE CD-END-DATE TO WS-EDIT-DATE-N.
003820     IF       NOT WS-EDIT-MONTH-VALID
003830           OR NOT WS-EDIT-DAY-VALID
003840         MOVE 'REJECTED - END DATE NOT YYYYMMDD'
003850             TO DL-DISPOSITION
003860         GO TO 2200-REJECT
003870     END-IF.
003880*
003890     IF CD-END-DATE < CD-START-DATE
003900         MOVE 'REJECTED - END DATE BEFORE START DATE'
003910             TO DL-DISPOSITION
003920         GO TO 2200-REJECT
003930     END-IF.
003940*
003950     IF       CD-DISCOUNT-PERCENT NOT NUMERIC
003960           OR CD-DISCOUNT-AMOUNT NOT NUMERIC
003970           OR CD-MINIMUM-ORDER NOT NUMERIC
003980         MOVE 'REJECTED - AMOUNTS NOT NUMERIC' TO DL-DISPOSITION
003990         GO TO 2200-REJECT
004000     END-IF.
004010*
004020     EVALUATE CD-DISCOUNT-TYPE
004030         WHEN 'P'
004040             IF       CD-DISCOUNT-PERCENT = ZERO
004050                   OR CD-DISCOUNT-AMOUNT NOT = ZERO
004060                 MOVE 'REJECTED - PERCENT TYPE NEEDS PERCENT'
004070                     TO DL-DISPOSITION
004080                 GO TO 2200-REJECT
004090             END-IF
004100         WHEN 'A'
004110             IF       CD-DISCOUNT-AMOUNT = ZERO
004120                   OR CD-DISCOUNT-PERCENT NOT = ZERO
004130                 MOVE 'REJECTED - AMOUNT TYPE NEEDS AMOUNT'
004140                     TO DL-DISPOSITION
004150                 GO TO 2200-REJECT
004160             END-IF
004170         WHEN OTHER
004180             MOVE 'REJECTED - DISCOUNT TYPE NOT P OR A'
004190                 TO DL-DISPOSITION
004200             GO TO 2200-REJECT
004210     END-EVALUATE.
004220*
004230     IF CD-STATUS-CODE = SPACE
004240         MOVE 'A' TO CD-STATUS-CODE
004250     END-IF.
004260     IF       CD-STATUS-CODE NOT = 'A'
004270          AND CD-STATUS-CODE NOT = 'C'
004280         MOVE 'REJECTED - STATUS NOT A OR C' TO DL-DISPOSITION
004290         GO TO 2200-REJECT
004300     END-IF.
004310*
004320     GO TO 2200-EXIT.
004330*
004340 2200-REJECT.
004350*
004360     MOVE 'N' TO WS-CARD-OK-SW.
004370     MOVE 'Y' TO WS-HEADER-REJECTED-SW.
004380*
004390 2200-EXIT.
004400     EXIT.
004410*
004420 2250-START-PROMOTION.
004430*
004440     MOVE SPACE TO PROMOTION-RECORD.
004450     MOVE CD-PROMO-CODE       TO PMO-PROMO-CODE.
004460     MOVE CD-DESCRIPTION      TO PMO-DESCRIPTION.
004470     MOVE CD-START-DATE       TO PMO-START-DATE.
004480     MOVE CD-END-DATE         TO PMO-END-DATE.
004490     MOVE CD-DISCOUNT-TYPE    TO PMO-DISCOUNT-TYPE.
004500     MOVE CD-DISCOUNT-PERCENT TO PMO-DISCOUNT-PERCENT.
004510     MOVE CD-DISCOUNT-AMOUNT  TO PMO-DISCOUNT-AMOUNT.
004520     MOVE CD-MINIMUM-ORDER    TO PMO-MINIMUM-ORDER.
004530     MOVE CD-STATUS-CODE      TO PMO-STATUS-CODE.
004540     MOVE WS-RUN-DATE-N       TO PMO-LOADED-DATE.
004550     MOVE 'Y' TO WS-PENDING-SW.
004560     MOVE 'HEADER ACCEPTED' TO DL-DISPOSITION.
004570*
004580******************************************************************
004590*   2300-EDIT-PRODUCT-CARD -- THE CARD MUST BELONG TO THE        *
004600*   PROMOTION WHOSE HEADER CAME JUST BEFORE IT.  A RANGE MAY     *
004610*   NOT RUN BACKWARDS, AND A THRU CODE NEEDS A FROM CODE.        *
004620******************************************************************
004630 2300-EDIT-PRODUCT-CARD.
004640*
004650     PERFORM 2600-CHECK-DECK-ORDER THRU 2600-EXIT.
004660     IF NOT WS-CARD-OK
004670         GO TO 2300-EXIT
004680     END-IF.
004690*
004700     PERFORM 2310-EDIT-ONE-RANGE THRU 2310-EXIT
004710         VARYING WS-ENTRY-SUB FROM 1 BY 1
004720         UNTIL WS-ENTRY-SUB > 5 OR NOT WS-CARD-OK.
004730*
004740 2300-EXIT.
004750     EXIT.
004760*
004770 2310-EDIT-ONE-RANGE.
004780*
004790     IF CD-FROM-PRODUCT(WS-ENTRY-SUB) = SPACE
004800         IF CD-THRU-PRODUCT(WS-ENTRY-SUB) NOT = SPACE
004810             MOVE 'REJECTED - THRU PRODUCT WITHOUT FROM'
004820                 TO DL-DISPOSITION
004830             MOVE 'N' TO WS-CARD-OK-SW
004840         END-IF
004850         GO TO 2310-EXIT
004860     END-IF.
004870*
004880     IF       CD-THRU-PRODUCT(WS-ENTRY-SUB) NOT = SPACE
004890          AND CD-THRU-PRODUCT(WS-ENTRY-SUB) <
004900                  CD-FROM-PRODUCT(WS-ENTRY-SUB)
004910         MOVE 'REJECTED - PRODUCT RANGE RUNS BACKWARDS'
004920             TO DL-DISPOSITION
004930         MOVE 'N' TO WS-CARD-OK-SW
004940     END-IF.
004950*
004960 2310-EXIT.
004970     EXIT.
004980*
004990 2350-STORE-PRODUCT-RANGES.
005000*
005010     PERFORM 2360-STORE-ONE-RANGE
005020         VARYING WS-ENTRY-SUB FROM 1 BY 1
005030         UNTIL WS-ENTRY-SUB > 5.
005040     MOVE 'PRODUCT RANGES ACCEPTED' TO DL-DISPOSITION.
005050*
005060 2360-STORE-ONE-RANGE.
005070*
005080     MOVE CD-FROM-PRODUCT(WS-ENTRY-SUB)
005090         TO PMO-FROM-PRODUCT(WS-ENTRY-SUB).
005100     MOVE CD-THRU-PRODUCT(WS-ENTRY-SUB)
005110         TO PMO-THRU-PRODUCT(WS-ENTRY-SUB).
005120*
005130******************************************************************
005140*   2400-EDIT-CUSTOMER-CARD -- EVERY CUSTOMER NAMED MUST BE ON   *
005150*   THE CUSTOMER MASTER; A MISKEYED NUMBER WOULD OTHERWISE LOCK  *
005160*   THE REAL CUSTOMER OUT OF THE PROMOTION.                      *
005170******************************************************************
005180 2400-EDIT-CUSTOMER-CARD.
005190*
005200     PERFORM 2600-CHECK-DECK-ORDER THRU 2600-EXIT.
005210     IF NOT WS-CARD-OK
005220         GO TO 2400-EXIT
005230     END-IF.
005240*
005250     PERFORM 2410-EDIT-ONE-CUSTOMER THRU 2410-EXIT
005260         VARYING WS-ENTRY-SUB FROM 1 BY 1
005270         UNTIL WS-ENTRY-SUB > 10 OR NOT WS-CARD-OK.
005280*
005290 2400-EXIT.
005300     EXIT.
005310*
005320 2410-EDIT-ONE-CUSTOMER.
005330*
005340     IF CD-CUSTOMER-NUMBER(WS-ENTRY-SUB) = SPACE
005350         GO TO 2410-EXIT
005360     END-IF.
005370*
005380     MOVE CD-CUSTOMER-NUMBER(WS-ENTRY-SUB) TO CM-CUSTOMER-NUMBER.
005390     READ CUSTMAS-FILE
005400         INVALID KEY
005410             MOVE 'REJECTED - CUSTOMER NOT ON MASTER'
005420                 TO DL-DISPOSITION
005430             MOVE 'N' TO WS-CARD-OK-SW
005440     END-READ.
005450*
005460 2410-EXIT.
005470     EXIT.
005480*
005490 2450-STORE-CUSTOMERS.
005500*
005510     PERFORM 2460-STORE-ONE-CUSTOMER
005520         VARYING WS-ENTRY-SUB FROM 1 BY 1
005530         UNTIL WS-ENTRY-SUB > 10.
005540     MOVE 'CUSTOMERS ACCEPTED' TO DL-DISPOSITION.
005550*
005560 2460-STORE-ONE-CUSTOMER.
005570*
005580     MOVE CD-CUSTOMER-NUMBER(WS-ENTRY-SUB)
005590         TO PMO-CUSTOMER-NUMBER(WS-ENTRY-SUB).
005600*
005610******************************************************************
005620*   2500-WRITE-PROMOTION -- A PROMOTION ALREADY ON FILE IS       *
005630*   REPLACED WHOLE BY THE NEW DECK.                              *
005640******************************************************************
005650 2500-WRITE-PROMOTION.
005660*
005670     MOVE 'N' TO WS-PENDING-SW.
005680     MOVE SPACE          TO DL-CARD-TYPE.
005690     MOVE PMO-PROMO-CODE TO DL-PROMO-CODE.
005700     MOVE 'PROMOTION LOADED' TO DL-DISPOSITION.
005710*
005720     WRITE PROMOTION-RECORD
005730         INVALID KEY
005740             MOVE 'PROMOTION REPLACED' TO DL-DISPOSITION
005750             REWRITE PROMOTION-RECORD
005760                 INVALID KEY
005770                     DISPLAY 'PRMLOAD0005E PROMO WRITE FAILED, '
005780                         'KEY=' PMO-PROMO-CODE
005790                     MOVE 'Y' TO WS-ABORT-SW
005800                     MOVE 'Y' TO WS-CARD-EOF-SW
005810             END-REWRITE
005820     END-WRITE.
005830*
005840     IF NOT WS-ABORT
005850         ADD 1 TO WS-LOADED-COUNT
005860         WRITE REPORT-LINE FROM DETAIL-LINE
005870     END-IF.
005880*
005890 2500-EXIT.
005900     EXIT.
005910*
005920 2600-CHECK-DECK-ORDER.
005930*
005940     EVALUATE TRUE
005950         WHEN CD-PROMO-CODE NOT = WS-PENDING-CODE
005960             MOVE 'REJECTED - NO HEADER CARD FOR THIS CODE'
005970                 TO DL-DISPOSITION
005980             MOVE 'N' TO WS-CARD-OK-SW
005990         WHEN WS-HEADER-REJECTED
006000             MOVE 'REJECTED - HEADER CARD WAS REJECTED'
006010                 TO DL-DISPOSITION
006020             MOVE 'N' TO WS-CARD-OK-SW
006030         WHEN NOT WS-PROMO-PENDING
006040             MOVE 'REJECTED - NO HEADER CARD FOR THIS CODE'
006050                 TO DL-DISPOSITION
006060             MOVE 'N' TO WS-CARD-OK-SW
006070     END-EVALUATE.
006080*
006090 2600-EXIT.
006100     EXIT.
006110*
006120 3000-TERMINATE.
006130*
006140     IF NOT WS-ABORT
006150         MOVE WS-READ-COUNT   TO SL1-READ-COUNT
006160         WRITE REPORT-LINE FROM SUMMARY-LINE-1
006170         MOVE WS-LOADED-COUNT TO SL2-LOADED-COUNT
006180         WRITE REPORT-LINE FROM SUMMARY-LINE-2
006190         MOVE WS-REJECT-COUNT TO SL3-REJECT-COUNT
006200         WRITE REPORT-LINE FROM SUMMARY-LINE-3
006210     ELSE
006220         MOVE 8 TO RETURN-CODE
006230     END-IF.
006240*
006250     MOVE 'PRMLOAD ' TO RL-PROGRAM.
006260     MOVE 'ADHOC   ' TO RL-JOB-NAME.
006270     MOVE 'PRMLOAD ' TO RL-STEP-NAME.
006280     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
006290     MOVE WS-READ-COUNT   TO RL-RECORDS-READ.
006300     MOVE WS-LOADED-COUNT TO RL-RECORDS-WRITTEN.
006310     MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED.
006320     MOVE RETURN-CODE     TO RL-COMPLETION-CODE.
006330     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
006340*
006350     IF WS-CARD-OPEN
006360         CLOSE CARD-FILE
006370     END-IF.
006380     IF WS-PROMO-OPEN
006390         CLOSE PROMO-FILE
006400     END-IF.
006410     IF WS-CUSTMAS-OPEN
006420         CLOSE CUSTMAS-FILE
006430     END-IF.
006440     IF WS-REPORT-OPEN
006450         CLOSE LOAD-REPORT
006460     END-IF.
006470*
006480 3000-EXIT.
006490     EXIT.
