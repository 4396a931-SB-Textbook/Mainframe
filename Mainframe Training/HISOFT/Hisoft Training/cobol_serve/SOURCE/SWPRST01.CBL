000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    SWPRST01.
000040 AUTHOR.        SERVER MAINTENANCE GROUP.
000050 INSTALLATION.  HISOFT SERVER DEVELOPMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   SWPRST01 -- FLOATING-RATE RESET RUN FOR INTEREST SWAPS.      *
000110*   SWP_INTSWP CARRIES RCVFIX AND PAYFIX ('1' = FIXED LEG,       *
000120*   '0' = FLOATING LEG) BUT NOTHING EVER RESET A FLOATING LEG,   *
000130*   SO SWPACR01 ACCRUED IT AT WHATEVER RATE WAS LAST KEYED.      *
000140*   THIS RUN TAKES THE SWAP MASTER, OLD COPY IN (SWPOLD) AND     *
000150*   RESET COPY OUT (SWPNEW), AND THE DEALING DESK'S MARKET-      *
000160*   RATES FILE (RATDD, SWP_RATFIL LAYOUT).  A FLOATING LEG       *
000170*   RESETS AT THE START OF ITS ACCRUAL PERIOD, SO EVERY          *
000180*   CONTRACT WITH A FLOATING LEG WHOSE INTBGN FALLS IN THE       *
000190*   RESET PERIOD ON THE CONTROL CARD (CTLDD: FROM-DATE IN        *
000200*   COLUMNS 1-8, TO-DATE IN COLUMNS 9-16, YYYYMMDD) IS FIXED:    *
000210*     - THE CURRENCY'S MARKET RATE (MKTRAT) IS WRITTEN TO THE    *
000220*       FLOATING LEG'S RATE (RCVRAT AND/OR PAYRAT).  THE PAY     *
000230*       LEG'S ALL-IN RATE IS THE FIXING PLUS THE CONTRACT        *
000240*       MARGIN, WHICH SWPACR01 AND SWPVAL01 ALREADY ADD AT       *
000250*       ACCRUAL, SO THE MARGIN STAYS IN MARGIN AND IS NOT        *
000260*       FOLDED INTO PAYRAT A SECOND TIME;                        *
000270*     - A RESET-HISTORY RECORD PER LEG GOES TO RSTHST            *
000280*       (SWP_RSTHST LAYOUT, APPENDED RUN AFTER RUN) WITH THE     *
000290*       PERIOD, THE OLD RATE, THE FIXING, THE MARGIN, AND THE    *
000300*       ALL-IN RATE, SO EACH ACCRUAL PERIOD CAN BE TRACED TO     *
000310*       ITS FIXING.  SWPACR01 WILL NOT ACCRUE A FLOATING LEG     *
000320*       WHOSE PERIOD HAS NO FIXING ON THIS FILE;                 *
000330*     - A CONTRACT WHOSE CURRENCY HAS NO RATE ON RATDD (OR A     *
000340*       RATE RECORD THAT IS NOT NUMERIC), OR WHOSE INTBGN IS     *
000350*       NOT A DATE, IS LEFT AS IT WAS AND LISTED ON THE          *
000360*       EXCEPTION LIST (EXCRPT) RATHER THAN CARRIED INTO THE     *
000370*       ACCRUAL AT A STALE RATE.                                 *
000380*   THE RESETS MADE ARE LISTED ON RPTOUT.  THE RUN ENDS WITH     *
000390*   CODE 4 WHEN ANY CONTRACT WENT TO THE EXCEPTION LIST.         *
000400*                                                                *
000410*   MODIFICATION HISTORY.                                        *
000420*   10/15/2026  SMG  INITIAL VERSION.                            *
000430******************************************************************
000440*
000450 ENVIRONMENT DIVISION.
000460*
000470 CONFIGURATION SECTION.
000480*
000490 SOURCE-COMPUTER.  IBM-370.
000500 OBJECT-COMPUTER.  IBM-370.
000510*
000520 INPUT-OUTPUT SECTION.
000530*
000540 FILE-CONTROL.
000550*
000560     SELECT  CONTROL-FILE   ASSIGN TO CTLDD
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS WS-CONTROL-STATUS.
000590*
000600     SELECT  SWPOLD-FILE    ASSIGN TO SWPOLD
000610             ORGANIZATION IS SEQUENTIAL
000620             ACCESS MODE IS SEQUENTIAL
000630             FILE STATUS IS WS-SWPOLD-STATUS.
000640*
000650     SELECT  SWPNEW-FILE    ASSIGN TO SWPNEW
000660             ORGANIZATION IS SEQUENTIAL
000670             ACCESS MODE IS SEQUENTIAL
000680             FILE STATUS IS WS-SWPNEW-STATUS.
000690*
000700     SELECT  RATES-FILE     ASSIGN TO RATDD
000710             ORGANIZATION IS LINE SEQUENTIAL
000720             FILE STATUS IS WS-RATES-STATUS.
000730*
000740     SELECT  RSTHST-FILE    ASSIGN TO RSTHST
000750             ORGANIZATION IS SEQUENTIAL
000760             ACCESS MODE IS SEQUENTIAL
000770             FILE STATUS IS WS-RSTHST-STATUS.
000780*
000790     SELECT  RESET-REPORT   ASSIGN TO RPTOUT
000800             ORGANIZATION IS LINE SEQUENTIAL
000810             FILE STATUS IS WS-REPORT-STATUS.
000820*
000830     SELECT  EXCEPT-REPORT  ASSIGN TO EXCRPT
000840             ORGANIZATION IS LINE SEQUENTIAL
000850             FILE STATUS IS WS-EXCEPT-STATUS.
000860*
000870 DATA DIVISION.
000880*
000890 FILE SECTION.
000900*
000910 FD  CONTROL-FILE
000920     LABEL RECORDS ARE STANDARD.
000930*
000940 01  CONTROL-RECORD.
000950     05  CTL-FROM-DATE            PIC 9(08).
000960     05  CTL-TO-DATE              PIC 9(08).
000970     05  FILLER                   PIC X(64).
000980*
000990 FD  SWPOLD-FILE
001000     LABEL RECORDS ARE STANDARD.
001010*
001020 01  SWPOLD-RECORD.
001030     COPY SWP_INTSWP REPLACING ==01== BY ==05==,
001040                               ==()== BY ==SWP-==.
001050*
001060 FD  SWPNEW-FILE
001070     LABEL RECORDS ARE STANDARD.
001080*
001090 01  SWPNEW-RECORD                PIC X(206).
001100*
001110 FD  RATES-FILE
001120     LABEL RECORDS ARE STANDARD.
001130*
001140 01  RATES-RECORD.
001150     COPY SWP_RATFIL REPLACING ==01== BY ==05==,
001160                               ==()== BY ==RAT-==.
001170*
001180 FD  RSTHST-FILE
001190     LABEL RECORDS ARE STANDARD.
001200*
001210 01  RSTHST-RECORD.
001220     COPY SWP_RSTHST REPLACING ==01== BY ==05==,
001230                               ==()== BY ==RST-==.
001240*
001250 FD  RESET-REPORT
001260     LABEL RECORDS ARE OMITTED.
001270*
001280 01  REPORT-LINE                  PIC X(132).
001290*
001300 FD  EXCEPT-REPORT
001310     LABEL RECORDS ARE OMITTED.
001320*
001330 01  EXCEPT-LINE                  PIC X(132).
001340*
001350 WORKING-STORAGE SECTION.
001360*
001370 01  SWITCHES.
001380*
001390     05  WS-ABORT-SW              PIC X(01)   VALUE 'N'.
001400         88  WS-ABORT                         VALUE 'Y'.
001410     05  WS-SWPOLD-EOF-SW         PIC X(01)   VALUE 'N'.
001420         88  WS-SWPOLD-EOF                    VALUE 'Y'.
001430     05  WS-RATES-EOF-SW          PIC X(01)   VALUE 'N'.
001440         88  WS-RATES-EOF                     VALUE 'Y'.
001450     05  WS-RATE-FOUND-SW         PIC X(01)   VALUE 'N'.
001460         88  WS-RATE-FOUND                    VALUE 'Y'.
001470*
001480 01  FILE-STATUS-FIELDS.
001490*
001500     05  WS-CONTROL-STATUS        PIC X(02)   VALUE '00'.
001510     05  WS-SWPOLD-STATUS         PIC X(02)   VALUE '00'.
001520     05  WS-SWPNEW-STATUS         PIC X(02)   VALUE '00'.
001530     05  WS-RATES-STATUS          PIC X(02)   VALUE '00'.
001540     05  WS-RSTHST-STATUS         PIC X(02)   VALUE '00'.
001550     05  WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001560     05  WS-EXCEPT-STATUS         PIC X(02)   VALUE '00'.
001570*
001580 01  WORK-FIELDS.
001590*
001600     05  WS-CONTRACT-COUNT  PIC S9(05) COMP-3 VALUE ZERO.
001610     05  WS-FLOATING-COUNT  PIC S9(05) COMP-3 VALUE ZERO.
001620     05  WS-RESET-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
001630     05  WS-LEG-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
001640     05  WS-EXCEPT-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
001650     05  WS-RUN-DATE              PIC 9(08)   VALUE ZERO.
001660     05  WS-FROM-DATE             PIC 9(08)   VALUE ZERO.
001670     05  WS-TO-DATE               PIC 9(08)   VALUE ZERO.
001680     05  WS-INTBGN-NUM            PIC 9(08)   VALUE ZERO.
001690     05  WS-CUR-MKTRAT      PIC S9(02)V9(6) COMP-3 VALUE ZERO.
001700*
001710******************************************************************
001720*   RATE TABLE -- THE RATDD FILE LOADED AT START-UP, ONE ROW     *
001730*   PER CURRENCY, AS SWPVAL01 HOLDS IT.  A RECORD WHOSE RATE IS  *
001740*   NOT NUMERIC IS LEFT OUT, SO ITS CURRENCY'S CONTRACTS GO TO   *
001750*   THE EXCEPTION LIST.                                          *
001760******************************************************************
001770 01  RATE-TABLE-CONTROL.
001780     05  RT-MAX-ENTRIES     PIC S9(03) COMP-3 VALUE +50.
001790     05  RT-ENTRY-COUNT     PIC S9(03) COMP-3 VALUE ZERO.
001800     05  RT-SUB             PIC S9(03) COMP-3 VALUE ZERO.
001810*
001820 01  RATE-TABLE.
001830     05  RT-ENTRY OCCURS 50 TIMES.
001840         10  RT-CCYCOD            PIC X(03).
001850         10  RT-MKTRAT            PIC S9(02)V9(6) COMP-3.
001860*
001870 01  HEADING-LINE-1.
001880*
001890     05  FILLER                   PIC X(01)   VALUE SPACE.
001900     05  FILLER                   PIC X(38)   VALUE
001910             'SWPRST01 FLOATING-RATE RESETS  PERIOD '.
001920     05  HL1-FROM-DATE            PIC 9(08).
001930     05  FILLER                   PIC X(01)   VALUE '-'.
001940     05  HL1-TO-DATE              PIC 9(08).
001950     05  FILLER                   PIC X(09)   VALUE '  RUN OF '.
001960     05  HL1-RUN-DATE             PIC 9(08).
001970     05  FILLER                   PIC X(59)   VALUE SPACE.
001980*
001990 01  HEADING-LINE-2.
002000*
002010     05  FILLER                   PIC X(01)   VALUE SPACE.
002020     05  FILLER                   PIC X(38)   VALUE
002030             'SWPRST01 RESET EXCEPTIONS      PERIOD '.
002040     05  HL2-FROM-DATE            PIC 9(08).
002050     05  FILLER                   PIC X(01)   VALUE '-'.
002060     05  HL2-TO-DATE              PIC 9(08).
002070     05  FILLER                   PIC X(09)   VALUE '  RUN OF '.
002080     05  HL2-RUN-DATE             PIC 9(08).
002090     05  FILLER                   PIC X(59)   VALUE SPACE.
002100*
002110 01  RESET-LINE.
002120*
002130     05  FILLER                   PIC X(01)   VALUE SPACE.
002140     05  FILLER                   PIC X(09)   VALUE 'CONTRACT '.
002150     05  RL-CTLNUM                PIC X(04).
002160     05  FILLER                   PIC X(02)   VALUE SPACE.
002170     05  RL-CCYCOD                PIC X(03).
002180     05  FILLER                   PIC X(02)   VALUE SPACE.
002190     05  RL-LEG                   PIC X(07).
002200     05  FILLER                   PIC X(09)   VALUE '  PERIOD '.
002210     05  RL-INTBGN                PIC X(08).
002220     05  FILLER                   PIC X(01)   VALUE '-'.
002230     05  RL-DUEDAY                PIC X(08).
002240     05  FILLER                   PIC X(06)   VALUE '  OLD '.
002250     05  RL-OLDRAT                PIC -Z9.999999.
002260     05  FILLER                   PIC X(09)   VALUE '  FIXING '.
002270     05  RL-FIXRAT                PIC -Z9.999999.
002280     05  FILLER                   PIC X(09)   VALUE '  MARGIN '.
002290     05  RL-MARGIN                PIC -Z9.999999.
002300     05  FILLER                   PIC X(09)   VALUE '  ALL-IN '.
002310     05  RL-ALLRAT                PIC -Z9.999999.
002320     05  FILLER                   PIC X(05)   VALUE SPACE.
002330*
002340 01  EXCEPTION-DETAIL.
002350*
002360     05  FILLER                   PIC X(01)   VALUE SPACE.
002370     05  FILLER                   PIC X(09)   VALUE 'CONTRACT '.
002380     05  EX-CTLNUM                PIC X(04).
002390     05  FILLER                   PIC X(02)   VALUE SPACE.
002400     05  EX-CCYCOD                PIC X(03).
002410     05  FILLER                   PIC X(09)   VALUE '  PERIOD '.
002420     05  EX-INTBGN                PIC X(08).
002430     05  FILLER                   PIC X(01)   VALUE '-'.
002440     05  EX-DUEDAY                PIC X(08).
002450     05  FILLER                   PIC X(02)   VALUE SPACE.
002460     05  EX-MESSAGE               PIC X(44).
002470     05  FILLER                   PIC X(06)   VALUE ' RATE '.
002480     05  EX-OLDRAT                PIC -Z9.999999.
002490     05  FILLER                   PIC X(25)   VALUE SPACE.
002500*
002510 01  RATE-REJECT-LINE.
002520*
002530     05  FILLER                   PIC X(01)   VALUE SPACE.
002540     05  FILLER                   PIC X(22)   VALUE
002550             'RATDD RECORD REJECTED '.
002560     05  RJ-CCYCOD                PIC X(03).
002570     05  FILLER                   PIC X(36)   VALUE
002580             '  - MARKET RATE NOT NUMERIC, IGNORED'.
002590     05  FILLER                   PIC X(70)   VALUE SPACE.
002600*
002610 01  SUMMARY-LINE-1.
002620*
002630     05  FILLER                   PIC X(01)   VALUE SPACE.
002640     05  FILLER                   PIC X(25)   VALUE
002650             'CONTRACTS READ..........:'.
002660     05  SL1-CONTRACT-COUNT       PIC ZZZZ9.
002670     05  FILLER                   PIC X(101)  VALUE SPACE.
002680*
002690 01  SUMMARY-LINE-2.
002700*
002710     05  FILLER                   PIC X(01)   VALUE SPACE.
002720     05  FILLER                   PIC X(25)   VALUE
002730             'DUE FOR RESET...........:'.
002740     05  SL2-FLOATING-COUNT       PIC ZZZZ9.
002750     05  FILLER                   PIC X(101)  VALUE SPACE.
002760*
002770 01  SUMMARY-LINE-3.
002780*
002790     05  FILLER                   PIC X(01)   VALUE SPACE.
002800     05  FILLER                   PIC X(25)   VALUE
002810             'CONTRACTS RESET.........:'.
002820     05  SL3-RESET-COUNT          PIC ZZZZ9.
002830     05  FILLER                   PIC X(07)   VALUE '  LEGS '.
002840     05  SL3-LEG-COUNT            PIC ZZZZ9.
002850     05  FILLER                   PIC X(89)   VALUE SPACE.
002860*
002870 01  SUMMARY-LINE-4.
002880*
002890     05  FILLER                   PIC X(01)   VALUE SPACE.
002900     05  FILLER                   PIC X(25)   VALUE
002910             'CONTRACTS IN EXCEPTION..:'.
002920     05  SL4-EXCEPT-COUNT         PIC ZZZZ9.
002930     05  FILLER                   PIC X(101)  VALUE SPACE.
002940*
002950 PROCEDURE DIVISION.
002960*
002970 0000-MAINLINE.
002980*
002990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003000     PERFORM 2000-PROCESS-CONTRACTS THRU 2000-EXIT.
003010     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003020*
003030     STOP RUN.
003040*
003050 1000-INITIALIZE.
003060*
003070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003080*
003090     OPEN INPUT  CONTROL-FILE.
003100     OPEN INPUT  SWPOLD-FILE.
003110     OPEN INPUT  RATES-FILE.
003120     OPEN OUTPUT SWPNEW-FILE.
003130     OPEN EXTEND RSTHST-FILE.
003140     OPEN OUTPUT RESET-REPORT.
003150     OPEN OUTPUT EXCEPT-REPORT.
003160*
003170     IF WS-CONTROL-STATUS NOT = '00'
003180      OR WS-SWPOLD-STATUS NOT = '00'
003190      OR WS-RATES-STATUS NOT = '00'
003200      OR WS-SWPNEW-STATUS NOT = '00'
003210      OR WS-RSTHST-STATUS NOT = '00'
003220      OR WS-REPORT-STATUS NOT = '00'
003230      OR WS-EXCEPT-STATUS NOT = '00'
003240         DISPLAY 'SWPRST010001E FILE OPEN FAILED, CTL='
003250             WS-CONTROL-STATUS ' OLD=' WS-SWPOLD-STATUS
003260             ' RAT=' WS-RATES-STATUS ' NEW=' WS-SWPNEW-STATUS
003270             ' HST=' WS-RSTHST-STATUS ' RPT=' WS-REPORT-STATUS
003280             ' EXC=' WS-EXCEPT-STATUS
003290         MOVE 'Y' TO WS-ABORT-SW
003300         MOVE 16 TO RETURN-CODE
003310     END-IF.
003320*
003330     IF NOT WS-ABORT
003340         READ CONTROL-FILE
003350             AT END
003360                 DISPLAY 'SWPRST010002E CONTROL CARD MISSING'
003370                 MOVE 'Y' TO WS-ABORT-SW
003380                 MOVE 16 TO RETURN-CODE
003390         END-READ
003400     END-IF.
003410*
003420     IF NOT WS-ABORT
003430         IF  CTL-FROM-DATE NUMERIC
003440         AND CTL-TO-DATE NUMERIC
003450         AND CTL-FROM-DATE NOT > CTL-TO-DATE
003460             MOVE CTL-FROM-DATE TO WS-FROM-DATE
003470                                   HL1-FROM-DATE
003480                                   HL2-FROM-DATE
003490             MOVE CTL-TO-DATE   TO WS-TO-DATE
003500                                   HL1-TO-DATE
003510                                   HL2-TO-DATE
003520             MOVE WS-RUN-DATE   TO HL1-RUN-DATE
003530                                   HL2-RUN-DATE
003540             WRITE REPORT-LINE FROM HEADING-LINE-1
003550             WRITE EXCEPT-LINE FROM HEADING-LINE-2
003560         ELSE
003570             DISPLAY 'SWPRST010003E CONTROL CARD INVALID: '
003580                 CONTROL-RECORD
003590             MOVE 'Y' TO WS-ABORT-SW
003600             MOVE 16 TO RETURN-CODE
003610         END-IF
003620     END-IF.
003630*
003640     IF NOT WS-ABORT
003650         PERFORM 1100-LOAD-RATES THRU 1100-EXIT
003660             UNTIL WS-RATES-EOF
003670     END-IF.
003680*
003690 1000-EXIT.
003700     EXIT.
003710*
003720******************************************************************
003730*   1100-LOAD-RATES -- THE RATDD FILE INTO THE TABLE.  A BAD     *
003740*   RATE IS NOTED ON THE EXCEPTION LIST AND LEFT OUT; A FULL     *
003750*   TABLE STOPS THE RUN.                                         *
003760******************************************************************
003770 1100-LOAD-RATES.
003780*
003790     READ RATES-FILE
003800         AT END
003810             MOVE 'Y' TO WS-RATES-EOF-SW
003820     END-READ.
003830*
003840     IF WS-RATES-EOF
003850         GO TO 1100-EXIT
003860     END-IF.
003870*
003880     IF RAT-MKTRAT NOT NUMERIC
003890         MOVE RAT-CCYCOD TO RJ-CCYCOD
003900         WRITE EXCEPT-LINE FROM RATE-REJECT-LINE
003910         GO TO 1100-EXIT
003920     END-IF.
003930*
003940     IF RT-ENTRY-COUNT < RT-MAX-ENTRIES
003950         ADD 1 TO RT-ENTRY-COUNT
003960         MOVE RAT-CCYCOD TO RT-CCYCOD(RT-ENTRY-COUNT)
003970         MOVE RAT-MKTRAT TO RT-MKTRAT(RT-ENTRY-COUNT)
003980     ELSE
003990         DISPLAY 'SWPRST010004E RATE TABLE FULL'
004000         MOVE 'Y' TO WS-ABORT-SW
004010         MOVE 'Y' TO WS-RATES-EOF-SW
004020         MOVE 16 TO RETURN-CODE
004030     END-IF.
004040*
004050 1100-EXIT.
004060     EXIT.
004070*
004080 2000-PROCESS-CONTRACTS.
004090*
004100     IF WS-ABORT
004110         GO TO 2000-EXIT
004120     END-IF.
004130*
004140     PERFORM 2100-PROCESS-ONE-CONTRACT THRU 2100-EXIT
004150         UNTIL WS-SWPOLD-EOF.
004160*
004170 2000-EXIT.
004180     EXIT.
004190*
004200 2100-PROCESS-ONE-CONTRACT.
004210*
004220     READ SWPOLD-FILE
004230         AT END
004240             MOVE 'Y' TO WS-SWPOLD-EOF-SW
004250     END-READ.
004260*
004270     IF WS-SWPOLD-EOF
004280         GO TO 2100-EXIT
004290     END-IF.
004300*
004310     ADD 1 TO WS-CONTRACT-COUNT.
004320*
004330     IF SWP-RCVFIX = '0' OR SWP-PAYFIX = '0'
004340         PERFORM 2200-RESET-CONTRACT THRU 2200-EXIT
004350     END-IF.
004360*
004370     WRITE SWPNEW-RECORD FROM SWPOLD-RECORD.
004380     IF WS-SWPNEW-STATUS NOT = '00'
004390         DISPLAY 'SWPRST010005E SWPNEW WRITE FAILED, STATUS='
004400             WS-SWPNEW-STATUS
004410         MOVE 'Y' TO WS-ABORT-SW
004420         MOVE 'Y' TO WS-SWPOLD-EOF-SW
004430         MOVE 16 TO RETURN-CODE
004440     END-IF.
004450*
004460 2100-EXIT.
004470     EXIT.
004480*
004490******************************************************************
004500*   2200-RESET-CONTRACT -- A CONTRACT WITH AT LEAST ONE          *
004510*   FLOATING LEG.  ITS RESET DATE IS THE START OF THE ACCRUAL    *
004520*   PERIOD; OUTSIDE THE RUN'S PERIOD IT IS LEFT ALONE.           *
004530******************************************************************
004540 2200-RESET-CONTRACT.
004550*
004560     IF SWP-INTBGN NOT NUMERIC
004570         ADD 1 TO WS-EXCEPT-COUNT
004580         MOVE 'NOT RESET - INTBGN IS NOT A DATE            '
004590             TO EX-MESSAGE
004600         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
004610         GO TO 2200-EXIT
004620     END-IF.
004630*
004640     MOVE SWP-INTBGN TO WS-INTBGN-NUM.
004650     IF WS-INTBGN-NUM < WS-FROM-DATE
004660      OR WS-INTBGN-NUM > WS-TO-DATE
004670         GO TO 2200-EXIT
004680     END-IF.
004690*
004700     ADD 1 TO WS-FLOATING-COUNT.
004710*
004720     PERFORM 2300-FIND-RATE THRU 2300-EXIT.
004730     IF NOT WS-RATE-FOUND
004740         ADD 1 TO WS-EXCEPT-COUNT
004750         MOVE 'NOT RESET - NO MARKET RATE FOR THE CURRENCY '
004760             TO EX-MESSAGE
004770         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
004780         GO TO 2200-EXIT
004790     END-IF.
004800*
004810     ADD 1 TO WS-RESET-COUNT.
004820*
004830     IF SWP-RCVFIX = '0'
004840         MOVE 'R'            TO RST-LEGTYP
004850         MOVE 'RECEIVE'      TO RL-LEG
004860         MOVE SWP-RCVRAT     TO RST-OLDRAT
004870         MOVE ZERO           TO RST-MARGIN
004880         MOVE WS-CUR-MKTRAT  TO SWP-RCVRAT
004890         PERFORM 2400-WRITE-HISTORY THRU 2400-EXIT
004900     END-IF.
004910*
004920     IF SWP-PAYFIX = '0'
004930         MOVE 'P'            TO RST-LEGTYP
004940         MOVE 'PAY'          TO RL-LEG
004950         MOVE SWP-PAYRAT     TO RST-OLDRAT
004960         MOVE SWP-MARGIN     TO RST-MARGIN
004970         MOVE WS-CUR-MKTRAT  TO SWP-PAYRAT
004980         PERFORM 2400-WRITE-HISTORY THRU 2400-EXIT
004990     END-IF.
005000*
005010 2200-EXIT.
005020     EXIT.
005030*
005040 2300-FIND-RATE.
005050*
005060     MOVE 'N' TO WS-RATE-FOUND-SW.
005070     PERFORM VARYING RT-SUB FROM 1 BY 1
005080             UNTIL RT-SUB > RT-ENTRY-COUNT
005090                OR WS-RATE-FOUND
005100         IF RT-CCYCOD(RT-SUB) = SWP-CCYCOD
005110             MOVE 'Y' TO WS-RATE-FOUND-SW
005120             MOVE RT-MKTRAT(RT-SUB) TO WS-CUR-MKTRAT
005130         END-IF
005140     END-PERFORM.
005150*
005160 2300-EXIT.
005170     EXIT.
005180*
005190******************************************************************
005200*   2400-WRITE-HISTORY -- ONE RESET-HISTORY RECORD FOR THE LEG   *
005210*   JUST FIXED (THE CALLER HAS SET LEGTYP, OLDRAT, AND MARGIN),  *
005220*   AND ITS LINE ON THE RESET LISTING.                           *
005230******************************************************************
005240 2400-WRITE-HISTORY.
005250*
005260     MOVE WS-RUN-DATE     TO RST-RUNDAY.
005270     MOVE SWP-CTLNUM      TO RST-CTLNUM.
005280     MOVE SWP-CCYCOD      TO RST-CCYCOD.
005290     MOVE SWP-INTBGN      TO RST-INTBGN.
005300     MOVE SWP-DUEDAY      TO RST-DUEDAY.
005310     MOVE WS-CUR-MKTRAT   TO RST-FIXRAT.
005320     COMPUTE RST-ALLRAT = RST-FIXRAT + RST-MARGIN.
005330*
005340     WRITE RSTHST-RECORD.
005350     IF WS-RSTHST-STATUS NOT = '00'
005360         DISPLAY 'SWPRST010006E RSTHST WRITE FAILED, STATUS='
005370             WS-RSTHST-STATUS
005380         MOVE 'Y' TO WS-ABORT-SW
005390         MOVE 'Y' TO WS-SWPOLD-EOF-SW
005400         MOVE 16 TO RETURN-CODE
005410         GO TO 2400-EXIT
005420     END-IF.
005430*
005440     ADD 1 TO WS-LEG-COUNT.
005450     MOVE SWP-CTLNUM      TO RL-CTLNUM.
005460     MOVE SWP-CCYCOD      TO RL-CCYCOD.
005470     MOVE SWP-INTBGN      TO RL-INTBGN.
005480     MOVE SWP-DUEDAY      TO RL-DUEDAY.
005490     MOVE RST-OLDRAT      TO RL-OLDRAT.
005500     MOVE RST-FIXRAT      TO RL-FIXRAT.
005510     MOVE RST-MARGIN      TO RL-MARGIN.
005520     MOVE RST-ALLRAT      TO RL-ALLRAT.
005530     WRITE REPORT-LINE FROM RESET-LINE.
005540*
005550 2400-EXIT.
005560     EXIT.
005570*
005580******************************************************************
005590*   2600-WRITE-EXCEPTION -- ONE LINE ON THE EXCEPTION LIST FOR   *
005600*   THE CONTRACT IN HAND (THE CALLER HAS SET EX-MESSAGE).  THE   *
005610*   RATE SHOWN IS THE ONE LEFT ON THE FLOATING LEG -- THE        *
005620*   RECEIVE LEG'S WHEN IT FLOATS, ELSE THE PAY LEG'S.            *
005630******************************************************************
005640 2600-WRITE-EXCEPTION.
005650*
005660     MOVE SWP-CTLNUM      TO EX-CTLNUM.
005670     MOVE SWP-CCYCOD      TO EX-CCYCOD.
005680     MOVE SWP-INTBGN      TO EX-INTBGN.
005690     MOVE SWP-DUEDAY      TO EX-DUEDAY.
005700     IF SWP-RCVFIX = '0'
005710         MOVE SWP-RCVRAT  TO EX-OLDRAT
005720     ELSE
005730         MOVE SWP-PAYRAT  TO EX-OLDRAT
005740     END-IF.
005750     WRITE EXCEPT-LINE FROM EXCEPTION-DETAIL.
005760*
005770 2600-EXIT.
005780     EXIT.
005790*
005800 3000-TERMINATE.
005810*
005820     IF NOT WS-ABORT
005830         MOVE WS-CONTRACT-COUNT TO SL1-CONTRACT-COUNT
005840         WRITE REPORT-LINE FROM SUMMARY-LINE-1
005850         MOVE WS-FLOATING-COUNT TO SL2-FLOATING-COUNT
005860         WRITE REPORT-LINE FROM SUMMARY-LINE-2
005870         MOVE WS-RESET-COUNT    TO SL3-RESET-COUNT
005880         MOVE WS-LEG-COUNT      TO SL3-LEG-COUNT
005890         WRITE REPORT-LINE FROM SUMMARY-LINE-3
005900         MOVE WS-EXCEPT-COUNT   TO SL4-EXCEPT-COUNT
005910         WRITE REPORT-LINE FROM SUMMARY-LINE-4
005920         WRITE EXCEPT-LINE FROM SUMMARY-LINE-4
005930         IF WS-EXCEPT-COUNT > ZERO AND RETURN-CODE = ZERO
005940             MOVE 4 TO RETURN-CODE
005950         END-IF
005960     END-IF.
005970*
005980     CLOSE CONTROL-FILE.
005990     CLOSE SWPOLD-FILE.
006000     CLOSE RATES-FILE.
006010     CLOSE SWPNEW-FILE.
006020     CLOSE RSTHST-FILE.
006030     CLOSE RESET-REPORT.
006040     CLOSE EXCEPT-REPORT.
006050*
006060 3000-EXIT.
006070     EXIT.
