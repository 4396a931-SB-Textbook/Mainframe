000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    PRMRPT.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   PRMRPT -- MONTH-END PROMOTION RESULTS.                       *
000110*   FOR EVERY PROMOTION ON THE PROMO MASTER THAT RAN AT ANY      *
000120*   TIME IN THE REPORT MONTH (CALLED-OFF ONES INCLUDED), SHOWS   *
000130*   WHAT THE PROMOTION DID ALONGSIDE THE SAME BUSINESS WITHOUT   *
000140*   IT:                                                          *
000150*     WITH PROMOTION -- ORDERS PLACED IN THE MONTH THAT CARRY    *
000160*       THE CODE: ORDER COUNT, UNITS ON THE LINES THE PROMOTION  *
000170*       COVERS, GROSS SALES OF THOSE LINES BEFORE THE DISCOUNT   *
000180*       (THE POSTED LINES ARE ALREADY NET OF IT, SO THE          *
000190*       INVOICE'S INV-PROMO-DISC-AMT IS ADDED BACK), AND THE     *
000200*       DISCOUNT GIVEN.                                          *
000210*     WITHOUT PROMOTION -- ORDERS PLACED IN THE MONTH, ON DAYS   *
000220*       THE PROMOTION WAS RUNNING, BY CUSTOMERS IT WAS OPEN TO,  *
000230*       FOR PRODUCTS IT COVERS, THAT DID NOT USE THE CODE: THE   *
000240*       SAME COUNTS AND GROSS SALES OF THE COVERED LINES.        *
000250*   EACH SIDE ALSO SHOWS ITS AVERAGE ORDER VALUE, SO MARKETING   *
000260*   CAN SEE WHETHER THE CODE BROUGHT BIGGER ORDERS OR ONLY       *
000270*   DISCOUNTED ONES THAT WOULD HAVE COME ANYWAY.                 *
000280*                                                                *
000290*   ORDERS ARE TAKEN BY THEIR ORDER DATE (THE INVOICE DATE FOR   *
000300*   ORDERS ENTERED BEFORE INV-ORDER-DATE WAS CARRIED), WHETHER   *
000310*   OR NOT THEY HAVE BILLED.  VOIDED ORDERS AND CREDIT MEMOS     *
000320*   ARE LEFT OUT.  THE REPORT MONTH IS READ FROM THE PERIOD      *
000330*   CONTROL CARD (PERIODD), YYYYMM IN COLUMNS 1-6, AS FOR        *
000340*   SLSANL.                                                      *
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
000510     SELECT  PERIOD-FILE    ASSIGN TO PERIODD
000520             ORGANIZATION IS LINE SEQUENTIAL
000530             FILE STATUS IS WS-PERIOD-STATUS.
000540*
000550     SELECT  PROMO-FILE     ASSIGN TO PROMO
000560             ORGANIZATION IS INDEXED
000570             ACCESS MODE IS SEQUENTIAL
000580             RECORD KEY IS PMO-PROMO-CODE
000590             FILE STATUS IS WS-PROMO-STATUS.
000600*
000610     SELECT  INVOICE-FILE   ASSIGN TO INVOICE
000620             ORGANIZATION IS INDEXED
000630             ACCESS MODE IS SEQUENTIAL
000640             RECORD KEY IS INV-INVOICE-NUMBER
000650             FILE STATUS IS WS-INVOICE-STATUS.
000660*
000670     SELECT  RESULTS-REPORT ASSIGN TO RPTOUT
000680             ORGANIZATION IS LINE SEQUENTIAL
000690             FILE STATUS IS WS-REPORT-STATUS.
000700*
000710 DATA DIVISION.
000720*
000730 FILE SECTION.
000740*
000750 FD  PERIOD-FILE
000760     LABEL RECORDS ARE STANDARD.
000770*
000780 01  PERIOD-RECORD.
000790     05  PR-REPORT-MONTH              PIC 9(06).
000800     05  FILLER                       PIC X(74).
000810*
000820 FD  PROMO-FILE
000830     LABEL RECORDS ARE STANDARD.
000840*
000850     COPY PROMO.
000860*
000870 FD  INVOICE-FILE
000880     LABEL RECORDS ARE STANDARD.
000890*
000900     COPY INVOICE.
000910*
000920 FD  RESULTS-REPORT
000930     LABEL RECORDS ARE OMITTED.
000940*
000950 01  REPORT-LINE                      PIC X(132).
000960*
000970 WORKING-STORAGE SECTION.
000980*
000990     COPY RUNLOG.
000991*
000992     COPY PREDPARM.
001000*
001010 01  RUN-TIMING-FIELDS.
001020     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001030*
001040 01  SWITCHES.
001050*
001060     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001070         88  WS-ABORT                             VALUE 'Y'.
001080     05  WS-PERIOD-OPEN-SW            PIC X(01)   VALUE 'N'.
001090         88  WS-PERIOD-OPEN                       VALUE 'Y'.
001100     05  WS-PROMO-OPEN-SW             PIC X(01)   VALUE 'N'.
001110         88  WS-PROMO-OPEN                        VALUE 'Y'.
001120     05  WS-INVOICE-OPEN-SW           PIC X(01)   VALUE 'N'.
001130         88  WS-INVOICE-OPEN                      VALUE 'Y'.
001140     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001150         88  WS-REPORT-OPEN                       VALUE 'Y'.
001160     05  WS-PROMO-EOF-SW              PIC X(01)   VALUE 'N'.
001170         88  WS-PROMO-EOF                         VALUE 'Y'.
001180     05  WS-INVOICE-EOF-SW            PIC X(01)   VALUE 'N'.
001190         88  WS-INVOICE-EOF                       VALUE 'Y'.
001200     05  WS-RANGE-LIMITED-SW          PIC X(01)   VALUE 'N'.
001210         88  WS-RANGE-LIMITED                     VALUE 'Y'.
001220     05  WS-LINE-COVERED-SW           PIC X(01)   VALUE 'N'.
001230         88  WS-LINE-COVERED                      VALUE 'Y'.
001240     05  WS-CUSTOMER-LIMITED-SW       PIC X(01)   VALUE 'N'.
001250         88  WS-CUSTOMER-LIMITED                  VALUE 'Y'.
001260     05  WS-CUSTOMER-ELIGIBLE-SW      PIC X(01)   VALUE 'N'.
001270         88  WS-CUSTOMER-ELIGIBLE                 VALUE 'Y'.
001280*
001290 01  FILE-STATUS-FIELDS.
001300*
001310     05  WS-PERIOD-STATUS             PIC X(02)   VALUE '00'.
001320     05  WS-PROMO-STATUS              PIC X(02)   VALUE '00'.
001330     05  WS-INVOICE-STATUS            PIC X(02)   VALUE '00'.
001340     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001350*
001360 01  WORK-FIELDS.
001370*
001380     05  WS-PROMO-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
001390     05  WS-INVOICE-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001400     05  WS-ORDER-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
001410     05  WS-REPORT-MONTH        PIC 9(06)   VALUE ZERO.
001420     05  WS-MONTH-FIRST-DAY     PIC 9(08)   VALUE ZERO.
001430     05  WS-MONTH-LAST-DAY      PIC 9(08)   VALUE ZERO.
001440     05  WS-COVERED-UNITS       PIC S9(07) COMP-3 VALUE ZERO.
001450     05  WS-COVERED-AMOUNT      PIC S9(09)V99 COMP-3 VALUE ZERO.
001460     05  WS-AVERAGE-ORDER       PIC S9(09)V99 COMP-3 VALUE ZERO.
001470     05  ITEM-SUB               PIC S9(03) COMP-3 VALUE ZERO.
001480     05  WS-RANGE-SUB           PIC S9(03) COMP-3 VALUE ZERO.
001490     05  WS-CUST-SUB            PIC S9(03) COMP-3 VALUE ZERO.
001500*
001510 01  WS-INV-DATE-MDY.
001520     05  WS-INV-MM                    PIC 9(02).
001530     05  WS-INV-DD                    PIC 9(02).
001540     05  WS-INV-YYYY                  PIC 9(04).
001550*
001560 01  WS-INV-DATE-MDY-N REDEFINES WS-INV-DATE-MDY
001570                                      PIC 9(08).
001580*
001590 01  WS-ORDER-DATE.
001600     05  WS-OD-YYYY                   PIC 9(04).
001610     05  WS-OD-MM                     PIC 9(02).
001620     05  WS-OD-DD                     PIC 9(02).
001630*
001640 01  WS-ORDER-DATE-N REDEFINES WS-ORDER-DATE
001650                                      PIC 9(08).
001660*
001670******************************************************************
001680*   PROMOTION TABLE -- ONE SLOT PER PROMOTION THAT RAN IN THE    *
001690*   REPORT MONTH, WITH ITS RULES AND ITS TWO SETS OF COUNTS.     *
001700*   A HUNDRED IS FAR MORE THAN MARKETING RUNS IN A MONTH; IF IT  *
001710*   EVER FILLS, THE RUN STOPS WITH RETURN CODE 8 RATHER THAN     *
001720*   REPORT SHORT.                                                *
001730******************************************************************
001740 01  PROMO-TABLE-CONTROL.
001750     05  PT-MAX-ENTRIES         PIC S9(05) COMP-3 VALUE +100.
001760     05  PT-ENTRY-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
001770     05  PT-SUB                 PIC S9(05) COMP-3 VALUE ZERO.
001780*
001790 01  PROMO-TABLE.
001800     05  PT-ENTRY OCCURS 100 TIMES.
001810         10  PT-PROMO-CODE      PIC X(08).
001820         10  PT-DESCRIPTION     PIC X(30).
001830         10  PT-START-DATE      PIC 9(08).
001840         10  PT-END-DATE        PIC 9(08).
001850         10  PT-STATUS-CODE     PIC X(01).
001860         10  PT-PRODUCT-RANGE OCCURS 5 TIMES.
001870             15  PT-FROM-PRODUCT    PIC X(06).
001880             15  PT-THRU-PRODUCT    PIC X(06).
001890         10  PT-CUSTOMER-NUMBER OCCURS 10 TIMES
001900                                PIC X(06).
001910         10  PT-WITH-ORDERS     PIC S9(07)    COMP-3.
001920         10  PT-WITH-UNITS      PIC S9(09)    COMP-3.
001930         10  PT-WITH-GROSS      PIC S9(11)V99 COMP-3.
001940         10  PT-WITH-DISCOUNT   PIC S9(11)V99 COMP-3.
001950         10  PT-WITHOUT-ORDERS  PIC S9(07)    COMP-3.
001960         10  PT-WITHOUT-UNITS   PIC S9(09)    COMP-3.
001970         10  PT-WITHOUT-GROSS   PIC S9(11)V99 COMP-3.
001980*
001990 01  HEADING-LINE-1.
002000*
002010     05  FILLER                       PIC X(01)   VALUE SPACE.
002020     05  FILLER                       PIC X(36)   VALUE
002030             'PROMOTION RESULTS FOR MONTH'.
002040     05  HL1-REPORT-MONTH             PIC 9(06).
002050     05  FILLER                       PIC X(89)   VALUE SPACE.
002060*
002070 01  HEADING-LINE-2.
002080*
002090     05  FILLER                       PIC X(27)   VALUE SPACE.
002100     05  FILLER                       PIC X(09)   VALUE
002110             '   ORDERS'.
002120     05  FILLER                       PIC X(13)   VALUE
002130             '        UNITS'.
002140     05  FILLER                       PIC X(17)   VALUE
002150             '      GROSS SALES'.
002160     05  FILLER                       PIC X(17)   VALUE
002170             '   DISCOUNT GIVEN'.
002180     05  FILLER                       PIC X(17)   VALUE
002190             '        AVG ORDER'.
002200     05  FILLER                       PIC X(32)   VALUE SPACE.
002210*
002220 01  PROMO-LINE.
002230*
002240     05  FILLER                       PIC X(01)   VALUE SPACE.
002250     05  PL-PROMO-CODE                PIC X(08).
002260     05  FILLER                       PIC X(02)   VALUE SPACE.
002270     05  PL-DESCRIPTION               PIC X(30).
002280     05  FILLER                       PIC X(07)   VALUE
002290             '  RUNS '.
002300     05  PL-START-DATE                PIC 9(08).
002310     05  FILLER                       PIC X(06)   VALUE
002320             ' THRU '.
002330     05  PL-END-DATE                  PIC 9(08).
002340     05  FILLER                       PIC X(02)   VALUE SPACE.
002350     05  PL-STATUS                    PIC X(10).
002360     05  FILLER                       PIC X(50)   VALUE SPACE.
002370*
002380 01  DETAIL-LINE.
002390*
002400     05  FILLER                       PIC X(05)   VALUE SPACE.
002410     05  DL-LABEL                     PIC X(22).
002420     05  DL-ORDERS                    PIC ZZZ,ZZ9.
002430     05  FILLER                       PIC X(02)   VALUE SPACE.
002440     05  DL-UNITS                     PIC ZZZ,ZZZ,ZZ9.
002450     05  FILLER                       PIC X(02)   VALUE SPACE.
002460     05  DL-GROSS                     PIC ZZ,ZZZ,ZZ9.99.
002470     05  FILLER                       PIC X(04)   VALUE SPACE.
002480     05  DL-DISCOUNT                  PIC ZZ,ZZZ,ZZ9.99.
002490     05  FILLER                       PIC X(04)   VALUE SPACE.
002500     05  DL-AVERAGE                   PIC ZZ,ZZZ,ZZ9.99.
002510     05  FILLER                       PIC X(36)   VALUE SPACE.
002520*
002530 01  SUMMARY-LINE-1.
002540*
002550     05  FILLER                       PIC X(01)   VALUE SPACE.
002560     05  FILLER                       PIC X(25)   VALUE
002570             'INVOICES READ...........:'.
002580     05  SL1-INVOICE-COUNT            PIC ZZZZZZ9.
002590     05  FILLER                       PIC X(99)   VALUE SPACE.
002600*
002610 01  SUMMARY-LINE-2.
002620*
002630     05  FILLER                       PIC X(01)   VALUE SPACE.
002640     05  FILLER                       PIC X(25)   VALUE
002650             'ORDERS IN THE MONTH.....:'.
002660     05  SL2-ORDER-COUNT              PIC ZZZZZZ9.
002670     05  FILLER                       PIC X(99)   VALUE SPACE.
002680*
002690 01  SUMMARY-LINE-3.
002700*
002710     05  FILLER                       PIC X(01)   VALUE SPACE.
002720     05  FILLER                       PIC X(25)   VALUE
002730             'PROMOTIONS REPORTED.....:'.
002740     05  SL3-PROMO-COUNT              PIC ZZZZ9.
002750     05  FILLER                       PIC X(101)  VALUE SPACE.
002760*
002770 PROCEDURE DIVISION.
002780*
002790 0000-MAINLINE.
002800*
002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002820     PERFORM 2000-TALLY-ORDERS THRU 2000-EXIT.
002830     PERFORM 2500-PRINT-RESULTS THRU 2500-EXIT.
002840     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002850*
002860     STOP RUN.
002870*
002880 1000-INITIALIZE.
002890*
002900     ACCEPT WS-START-TIME-RAW FROM TIME.
002901     MOVE 'PRMRPT  ' TO PC-PROGRAM.
002902     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002903     IF PC-REFUSED
002904         MOVE PC-RETURN-CODE TO RETURN-CODE
002905         STOP RUN
002906     END-IF.
002910*
002920     OPEN INPUT  PERIOD-FILE.
002930     OPEN INPUT  PROMO-FILE.
002940     OPEN INPUT  INVOICE-FILE.
002950     OPEN OUTPUT RESULTS-REPORT.
002960*
002970     IF WS-PERIOD-STATUS = '00'
002980         MOVE 'Y' TO WS-PERIOD-OPEN-SW
002990     ELSE
003000         DISPLAY 'PRMRPT0001E PERIODD FILE OPEN FAILED, STATUS='
003010             WS-PERIOD-STATUS
003020         MOVE 'Y' TO WS-ABORT-SW
003030     END-IF.
003040*
003050     IF WS-PROMO-STATUS = '00'
003060         MOVE 'Y' TO WS-PROMO-OPEN-SW
003070     ELSE
003080         DISPLAY 'PRMRPT0002E PROMO FILE OPEN FAILED, STATUS='
003090             WS-PROMO-STATUS
003100         MOVE 'Y' TO WS-ABORT-SW
003110     END-IF.
003120*
003130     IF WS-INVOICE-STATUS = '00'
003140         MOVE 'Y' TO WS-INVOICE-OPEN-SW
003150     ELSE
003160         DISPLAY 'PRMRPT0003E INVOICE FILE OPEN FAILED, STATUS='
003170             WS-INVOICE-STATUS
003180         MOVE 'Y' TO WS-ABORT-SW
003190     END-IF.
003200*
003210     IF WS-REPORT-STATUS = '00'
003220         MOVE 'Y' TO WS-REPORT-OPEN-SW
003230     ELSE
003240         DISPLAY 'PRMRPT0004E RESULTS-REPORT OPEN FAILED, ST='
003250             WS-REPORT-STATUS
003260         MOVE 'Y' TO WS-ABORT-SW
003270     END-IF.
003280*
003290     IF NOT WS-ABORT
003300         PERFORM 1100-READ-PERIOD-CARD THRU 1100-EXIT
003310     END-IF.
003320*
003330     IF NOT WS-ABORT
003340         PERFORM 1200-LOAD-ONE-PROMOTION THRU 1200-EXIT
003350             UNTIL WS-PROMO-EOF
003360     END-IF.
003370*
003380     IF NOT WS-ABORT
003390         MOVE WS-REPORT-MONTH TO HL1-REPORT-MONTH
003400         WRITE REPORT-LINE FROM HEADING-LINE-1
003410         WRITE REPORT-LINE FROM HEADING-LINE-2
003420     END-IF.
003430*
003440 1000-EXIT.
003450     EXIT.
003460*
003470 1100-READ-PERIOD-CARD.
003480*
003490     READ PERIOD-FILE
003500         AT END
003510             DISPLAY 'PRMRPT0005E PERIODD CONTROL CARD MISSING'
003520             MOVE 'Y' TO WS-ABORT-SW
003530     END-READ.
003540*
003550     IF NOT WS-ABORT
003560         IF PR-REPORT-MONTH NUMERIC
003570             MOVE PR-REPORT-MONTH TO WS-REPORT-MONTH
003580             COMPUTE WS-MONTH-FIRST-DAY =
003590                 WS-REPORT-MONTH * 100 + 1
003600             COMPUTE WS-MONTH-LAST-DAY =
003610                 WS-REPORT-MONTH * 100 + 31
003620         ELSE
003630             DISPLAY 'PRMRPT0006E PERIODD CONTROL CARD INVALID: '
003640                 PERIOD-RECORD
003650             MOVE 'Y' TO WS-ABORT-SW
003660         END-IF
003670     END-IF.
003680*
003690 1100-EXIT.
003700     EXIT.
003710*
003720******************************************************************
003730*   1200-LOAD-ONE-PROMOTION -- A PROMOTION WHOSE DAYS OVERLAP    *
003740*   THE REPORT MONTH AT ALL TAKES A SLOT.  DAY 31 STANDS IN FOR  *
003750*   THE LAST DAY OF ANY MONTH; NO REAL DATE FALLS BETWEEN.       *
003760******************************************************************
003770 1200-LOAD-ONE-PROMOTION.
003780*
003790     READ PROMO-FILE
003800         AT END
003810             MOVE 'Y' TO WS-PROMO-EOF-SW
003820     END-READ.
003830*
003840     IF WS-PROMO-EOF
003850         GO TO 1200-EXIT
003860     END-IF.
003870*
003880     ADD 1 TO WS-PROMO-COUNT.
003890     IF       PMO-START-DATE > WS-MONTH-LAST-DAY
003900           OR PMO-END-DATE < WS-MONTH-FIRST-DAY
003910         GO TO 1200-EXIT
003920     END-IF.
003930*
003940     IF PT-ENTRY-COUNT NOT < PT-MAX-ENTRIES
003950         DISPLAY 'PRMRPT0007E PROMOTION TABLE FULL AT '
003960             PT-MAX-ENTRIES ' ENTRIES'
003970         MOVE 'Y' TO WS-ABORT-SW
003980         MOVE 'Y' TO WS-PROMO-EOF-SW
003990         GO TO 1200-EXIT
004000     END-IF.
004010*
004020     ADD 1 TO PT-ENTRY-COUNT.
004030     MOVE PT-ENTRY-COUNT TO PT-SUB.
004040     MOVE PMO-PROMO-CODE  TO PT-PROMO-CODE(PT-SUB).
004050     MOVE PMO-DESCRIPTION TO PT-DESCRIPTION(PT-SUB).
004060     MOVE PMO-START-DATE  TO PT-START-DATE(PT-SUB).
004070     MOVE PMO-END-DATE    TO PT-END-DATE(PT-SUB).
004080     MOVE PMO-STATUS-CODE TO PT-STATUS-CODE(PT-SUB).
004090     PERFORM 1210-COPY-ONE-RANGE
004100         VARYING WS-RANGE-SUB FROM 1 BY 1
004110         UNTIL WS-RANGE-SUB > 5.
004120     PERFORM 1220-COPY-ONE-CUSTOMER
004130         VARYING WS-CUST-SUB FROM 1 BY 1
004140         UNTIL WS-CUST-SUB > 10.
004150     MOVE ZERO TO PT-WITH-ORDERS(PT-SUB)
004160                  PT-WITH-UNITS(PT-SUB)
004170                  PT-WITH-GROSS(PT-SUB)
004180                  PT-WITH-DISCOUNT(PT-SUB)
004190                  PT-WITHOUT-ORDERS(PT-SUB)
004200                  PT-WITHOUT-UNITS(PT-SUB)
004210                  PT-WITHOUT-GROSS(PT-SUB).
004220*
004230 1200-EXIT.
004240     EXIT.
004250*
004260 1210-COPY-ONE-RANGE.
004270*
004280     MOVE PMO-FROM-PRODUCT(WS-RANGE-SUB)
004290         TO PT-FROM-PRODUCT(PT-SUB, WS-RANGE-SUB).
004300     MOVE PMO-THRU-PRODUCT(WS-RANGE-SUB)
004310         TO PT-THRU-PRODUCT(PT-SUB, WS-RANGE-SUB).
004320*
004330 1220-COPY-ONE-CUSTOMER.
004340*
004350     MOVE PMO-CUSTOMER-NUMBER(WS-CUST-SUB)
004360         TO PT-CUSTOMER-NUMBER(PT-SUB, WS-CUST-SUB).
004370*
004380 2000-TALLY-ORDERS.
004390*
004400     IF NOT WS-ABORT
004410         PERFORM 2100-TALLY-ONE-INVOICE THRU 2100-EXIT
004420             UNTIL WS-INVOICE-EOF
004430     END-IF.
004440*
004450 2000-EXIT.
004460     EXIT.
004470*
004480 2100-TALLY-ONE-INVOICE.
004490*
004500     READ INVOICE-FILE
004510         AT END
004520             MOVE 'Y' TO WS-INVOICE-EOF-SW
004530     END-READ.
004540*
004550     IF WS-INVOICE-EOF
004560         GO TO 2100-EXIT
004570     END-IF.
004580*
004590     ADD 1 TO WS-INVOICE-COUNT.
004600     IF       NOT INV-ORIGINAL-INVOICE
004610           OR INV-VOIDED
004620         GO TO 2100-EXIT
004630     END-IF.
004640*
004650     IF INV-ORDER-DATE = ZERO
004660         MOVE INV-INVOICE-DATE TO WS-INV-DATE-MDY-N
004670     ELSE
004680         MOVE INV-ORDER-DATE   TO WS-INV-DATE-MDY-N
004690     END-IF.
004700     MOVE WS-INV-YYYY TO WS-OD-YYYY.
004710     MOVE WS-INV-MM   TO WS-OD-MM.
004720     MOVE WS-INV-DD   TO WS-OD-DD.
004730     IF       WS-ORDER-DATE-N < WS-MONTH-FIRST-DAY
004740           OR WS-ORDER-DATE-N > WS-MONTH-LAST-DAY
004750         GO TO 2100-EXIT
004760     END-IF.
004770*
004780     ADD 1 TO WS-ORDER-COUNT.
004790     PERFORM 2200-TALLY-PROMOTION THRU 2200-EXIT
004800         VARYING PT-SUB FROM 1 BY 1
004810         UNTIL PT-SUB > PT-ENTRY-COUNT.
004820*
004830 2100-EXIT.
004840     EXIT.
004850*
004860******************************************************************
004870*   2200-TALLY-PROMOTION -- AN ORDER CARRYING THE CODE COUNTS    *
004880*   ON THE WITH SIDE EVEN IF IT WAS CONVERTED FROM A QUOTE       *
004890*   AFTER THE PROMOTION ENDED -- THE QUOTE HELD ITS PRICE.  ANY  *
004900*   OTHER ORDER COUNTS ON THE WITHOUT SIDE ONLY IF IT COULD      *
004910*   HAVE USED THE CODE: PLACED WHILE THE PROMOTION RAN, BY A     *
004920*   CUSTOMER IT WAS OPEN TO, WITH AT LEAST ONE COVERED LINE.     *
004930******************************************************************
004940 2200-TALLY-PROMOTION.
004950*
004960     MOVE ZERO TO WS-COVERED-UNITS
004970                  WS-COVERED-AMOUNT.
004980     PERFORM 2210-TALLY-ONE-LINE THRU 2210-EXIT
004990         VARYING ITEM-SUB FROM 1 BY 1
005000         UNTIL ITEM-SUB > 20.
005010*
005020     IF INV-PROMO-CODE = PT-PROMO-CODE(PT-SUB)
005030         ADD 1 TO PT-WITH-ORDERS(PT-SUB)
005040         ADD WS-COVERED-UNITS TO PT-WITH-UNITS(PT-SUB)
005050         ADD WS-COVERED-AMOUNT INV-PROMO-DISC-AMT
005060             TO PT-WITH-GROSS(PT-SUB)
005070         ADD INV-PROMO-DISC-AMT TO PT-WITH-DISCOUNT(PT-SUB)
005080         GO TO 2200-EXIT
005090     END-IF.
005100*
005110     IF       WS-COVERED-UNITS = ZERO
005120           OR WS-ORDER-DATE-N < PT-START-DATE(PT-SUB)
005130           OR WS-ORDER-DATE-N > PT-END-DATE(PT-SUB)
005140         GO TO 2200-EXIT
005150     END-IF.
005160*
005170     MOVE 'N' TO WS-CUSTOMER-LIMITED-SW.
005180     MOVE 'N' TO WS-CUSTOMER-ELIGIBLE-SW.
005190     PERFORM 2230-SCAN-CUSTOMER
005200         VARYING WS-CUST-SUB FROM 1 BY 1
005210         UNTIL WS-CUST-SUB > 10.
005220     IF       WS-CUSTOMER-LIMITED
005230          AND NOT WS-CUSTOMER-ELIGIBLE
005240         GO TO 2200-EXIT
005250     END-IF.
005260*
005270     ADD 1 TO PT-WITHOUT-ORDERS(PT-SUB).
005280     ADD WS-COVERED-UNITS  TO PT-WITHOUT-UNITS(PT-SUB).
005290     ADD WS-COVERED-AMOUNT TO PT-WITHOUT-GROSS(PT-SUB).
005300*
005310 2200-EXIT.
005320     EXIT.
005330*
005340 2210-TALLY-ONE-LINE.
005350*
005360     IF INV-PRODUCT-CODE(ITEM-SUB) = SPACE
005370         GO TO 2210-EXIT
005380     END-IF.
005390*
005400     MOVE 'N' TO WS-RANGE-LIMITED-SW.
005410     MOVE 'N' TO WS-LINE-COVERED-SW.
005420     PERFORM 2220-SCAN-RANGE
005430         VARYING WS-RANGE-SUB FROM 1 BY 1
005440         UNTIL WS-RANGE-SUB > 5.
005450     IF NOT WS-RANGE-LIMITED
005460         MOVE 'Y' TO WS-LINE-COVERED-SW
005470     END-IF.
005480*
005490     IF WS-LINE-COVERED
005500         ADD INV-QUANTITY(ITEM-SUB) TO WS-COVERED-UNITS
005510         ADD INV-AMOUNT(ITEM-SUB)   TO WS-COVERED-AMOUNT
005520     END-IF.
005530*
005540 2210-EXIT.
005550     EXIT.
005560*
005570*    A RANGE WITH A BLANK THRU CODE IS THE ONE PRODUCT NAMED IN
005580*    ITS FROM CODE, AS ORDRENT READS IT.
005590 2220-SCAN-RANGE.
005600*
005610     IF PT-FROM-PRODUCT(PT-SUB, WS-RANGE-SUB) NOT = SPACE
005620         MOVE 'Y' TO WS-RANGE-LIMITED-SW
005630         IF PT-THRU-PRODUCT(PT-SUB, WS-RANGE-SUB) = SPACE
005640             IF INV-PRODUCT-CODE(ITEM-SUB) =
005650                     PT-FROM-PRODUCT(PT-SUB, WS-RANGE-SUB)
005660                 MOVE 'Y' TO WS-LINE-COVERED-SW
005670             END-IF
005680         ELSE
005690             IF       INV-PRODUCT-CODE(ITEM-SUB) NOT <
005700                          PT-FROM-PRODUCT(PT-SUB, WS-RANGE-SUB)
005710                  AND INV-PRODUCT-CODE(ITEM-SUB) NOT >
005720                          PT-THRU-PRODUCT(PT-SUB, WS-RANGE-SUB)
005730                 MOVE 'Y' TO WS-LINE-COVERED-SW
005740             END-IF
005750         END-IF
005760     END-IF.
005770*
005780 2230-SCAN-CUSTOMER.
005790*
005800     IF PT-CUSTOMER-NUMBER(PT-SUB, WS-CUST-SUB) NOT = SPACE
005810         MOVE 'Y' TO WS-CUSTOMER-LIMITED-SW
005820         IF PT-CUSTOMER-NUMBER(PT-SUB, WS-CUST-SUB) =
005830                 INV-CUSTOMER-NUMBER
005840             MOVE 'Y' TO WS-CUSTOMER-ELIGIBLE-SW
005850         END-IF
005860     END-IF.
005870*
005880 2500-PRINT-RESULTS.
005890*
005900     IF NOT WS-ABORT
005910         PERFORM 2510-PRINT-ONE-PROMOTION
005920             VARYING PT-SUB FROM 1 BY 1
005930             UNTIL PT-SUB > PT-ENTRY-COUNT
005940     END-IF.
005950*
005960 2500-EXIT.
005970     EXIT.
005980*
005990 2510-PRINT-ONE-PROMOTION.
006000*
006010     MOVE SPACE TO REPORT-LINE.
006020     WRITE REPORT-LINE.
006030*
006040     MOVE PT-PROMO-CODE(PT-SUB)  TO PL-PROMO-CODE.
006050     MOVE PT-DESCRIPTION(PT-SUB) TO PL-DESCRIPTION.
006060     MOVE PT-START-DATE(PT-SUB)  TO PL-START-DATE.
006070     MOVE PT-END-DATE(PT-SUB)    TO PL-END-DATE.
006080     IF PT-STATUS-CODE(PT-SUB) = 'C'
006090         MOVE 'CALLED OFF' TO PL-STATUS
006100     ELSE
006110         MOVE SPACE        TO PL-STATUS
006120     END-IF.
006130     WRITE REPORT-LINE FROM PROMO-LINE.
006140*
006150     MOVE 'WITH PROMOTION'            TO DL-LABEL.
006160     MOVE PT-WITH-ORDERS(PT-SUB)      TO DL-ORDERS.
006170     MOVE PT-WITH-UNITS(PT-SUB)       TO DL-UNITS.
006180     MOVE PT-WITH-GROSS(PT-SUB)       TO DL-GROSS.
006190     MOVE PT-WITH-DISCOUNT(PT-SUB)    TO DL-DISCOUNT.
006200     MOVE ZERO TO WS-AVERAGE-ORDER.
006210     IF PT-WITH-ORDERS(PT-SUB) > ZERO
006220         COMPUTE WS-AVERAGE-ORDER ROUNDED =
006230             PT-WITH-GROSS(PT-SUB) / PT-WITH-ORDERS(PT-SUB)
006240     END-IF.
006250     MOVE WS-AVERAGE-ORDER            TO DL-AVERAGE.
006260     WRITE REPORT-LINE FROM DETAIL-LINE.
006270*
006280     MOVE 'WITHOUT PROMOTION'         TO DL-LABEL.
006290     MOVE PT-WITHOUT-ORDERS(PT-SUB)   TO DL-ORDERS.
006300     MOVE PT-WITHOUT-UNITS(PT-SUB)    TO DL-UNITS.
006310     MOVE PT-WITHOUT-GROSS(PT-SUB)    TO DL-GROSS.
006320     MOVE ZERO                        TO DL-DISCOUNT.
006330     MOVE ZERO TO WS-AVERAGE-ORDER.
006340     IF PT-WITHOUT-ORDERS(PT-SUB) > ZERO
006350         COMPUTE WS-AVERAGE-ORDER ROUNDED =
006360             PT-WITHOUT-GROSS(PT-SUB) / PT-WITHOUT-ORDERS(PT-SUB)
006370     END-IF.
006380     MOVE WS-AVERAGE-ORDER            TO DL-AVERAGE.
006390     WRITE REPORT-LINE FROM DETAIL-LINE.
006400*
006410 3000-TERMINATE.
006420*
006430     IF NOT WS-ABORT
006440         MOVE SPACE TO REPORT-LINE
006450         WRITE REPORT-LINE
006460         MOVE WS-INVOICE-COUNT TO SL1-INVOICE-COUNT
006470         WRITE REPORT-LINE FROM SUMMARY-LINE-1
006480         MOVE WS-ORDER-COUNT   TO SL2-ORDER-COUNT
006490         WRITE REPORT-LINE FROM SUMMARY-LINE-2
006500         MOVE PT-ENTRY-COUNT   TO SL3-PROMO-COUNT
006510         WRITE REPORT-LINE FROM SUMMARY-LINE-3
006520     ELSE
006530         MOVE 8 TO RETURN-CODE
006540     END-IF.
006550*
006560     MOVE 'PRMRPT  ' TO RL-PROGRAM.
006570     MOVE 'MONTHLY ' TO RL-JOB-NAME.
006580     MOVE 'PRMRPT  ' TO RL-STEP-NAME.
006590     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
006600     MOVE WS-INVOICE-COUNT TO RL-RECORDS-READ.
006610     MOVE PT-ENTRY-COUNT   TO RL-RECORDS-WRITTEN.
006620     MOVE ZERO             TO RL-RECORDS-REJECTED.
006630     MOVE RETURN-CODE      TO RL-COMPLETION-CODE.
006640     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
006650*
006660     IF WS-PERIOD-OPEN
006670         CLOSE PERIOD-FILE
006680     END-IF.
006690     IF WS-PROMO-OPEN
006700         CLOSE PROMO-FILE
006710     END-IF.
006720     IF WS-INVOICE-OPEN
006730         CLOSE INVOICE-FILE
006740     END-IF.
006750     IF WS-REPORT-OPEN
006760         CLOSE RESULTS-REPORT
006770     END-IF.
006780*
006790 3000-EXIT.
006800     EXIT.
