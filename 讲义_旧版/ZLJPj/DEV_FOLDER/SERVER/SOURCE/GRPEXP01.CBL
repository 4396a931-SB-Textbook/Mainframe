000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    GRPEXP01.
000040 AUTHOR.        SERVER MAINTENANCE GROUP.
000050 INSTALLATION.  HISOFT SERVER DEVELOPMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   GRPEXP01 -- COUNTERPARTY GROUP CREDIT EXPOSURE REPORT.       *
000110*   MONTH-END.  ROLLS THE RECEIVABLE BALANCES ON THE             *
000120*   COUNTERPARTY MASTER (CPB058, CPBIS058 LAYOUT, ONE RECORD PER *
000130*   COUNTERPARTY AND OFFICE, BALANCE BY PRODUCT LINE) UP TO THE  *
000140*   COUNTERPARTY AND THEN TO ITS GROUP.  THE GROUP COMES FROM    *
000150*   THE COUNTERPARTY RECORD (CPB059, CPBIS059 LAYOUT): ITS GROUP *
000160*   CODE; FAILING THAT, THE GROUP CODE OF ITS NAME-AGGREGATION   *
000170*   (NAYOSE) PARENT, OR THE NAME-AGGREGATION CODE ITSELF;        *
000180*   FAILING THAT, THE COUNTERPARTY STANDS AS A GROUP OF ONE.  A  *
000190*   BALANCE FOR A COUNTERPARTY NOT ON CPB059 IS STILL REPORTED,  *
000200*   AS A GROUP OF ONE, AND ENDS THE RUN WITH CODE 4.             *
000210*   EACH GROUP WITH EXPOSURE IS PRINTED IN GROUP-CODE ORDER:     *
000220*   ITS BALANCE BY PRODUCT LINE, ITS TOTAL AGAINST THE LIMIT ON  *
000230*   THE GROUP LIMIT TABLE (GRPLMT, CPM_GRPLMT LAYOUT), FLAGGED   *
000240*   OVER LIMIT, OVER 90 PCT OF IT, OR NO LIMIT ON FILE, AND ITS  *
000250*   TEN LARGEST COUNTERPARTIES FOR THE CREDIT COMMITTEE.  THE    *
000260*   GROUP TOTAL IS THE SUM OF THE RECORDS' TOTAL FIELD; A        *
000270*   RECORD WHOSE TOTAL IS NOT THE SUM OF ITS PRODUCT LINES IS    *
000280*   REPORTED ON THE CONSOLE AND ALSO ENDS THE RUN WITH CODE 4.   *
000290*   CONTROL CARD (CTLDD): MONTH-END DATE YYYYMMDD IN 1-8.        *
000300*                                                                *
000310*   MODIFICATION HISTORY.                                        *
000320*   10/15/2026  SMG  INITIAL VERSION.                            *
000330******************************************************************
000340*
000350 ENVIRONMENT DIVISION.
000360*
000370 CONFIGURATION SECTION.
000380*
000390 SOURCE-COMPUTER.  IBM-370.
000400 OBJECT-COMPUTER.  IBM-370.
000410*
000420 INPUT-OUTPUT SECTION.
000430*
000440 FILE-CONTROL.
000450*
000460     SELECT  CONTROL-FILE   ASSIGN TO CTLDD
000470             ORGANIZATION IS LINE SEQUENTIAL
000480             FILE STATUS IS WS-CONTROL-STATUS.
000490*
000500     SELECT  CPB059-FILE    ASSIGN TO CPB059
000510             ORGANIZATION IS SEQUENTIAL
000520             ACCESS MODE IS SEQUENTIAL
000530             FILE STATUS IS WS-CPB059-STATUS.
000540*
000550     SELECT  CPB058-FILE    ASSIGN TO CPB058
000560             ORGANIZATION IS SEQUENTIAL
000570             ACCESS MODE IS SEQUENTIAL
000580             FILE STATUS IS WS-CPB058-STATUS.
000590*
000600     SELECT  GRPLMT-FILE    ASSIGN TO GRPLMT
000610             ORGANIZATION IS SEQUENTIAL
000620             ACCESS MODE IS SEQUENTIAL
000630             FILE STATUS IS WS-GRPLMT-STATUS.
000640*
000650     SELECT  EXPOSURE-REPORT ASSIGN TO RPTOUT
000660             ORGANIZATION IS LINE SEQUENTIAL
000670             FILE STATUS IS WS-REPORT-STATUS.
000680*
000690 DATA DIVISION.
000700*
000710 FILE SECTION.
000720*
000730 FD  CONTROL-FILE
000740     LABEL RECORDS ARE STANDARD.
000750*
000760 01  CONTROL-RECORD.
000770     05  CTL-MONTH-END            PIC 9(08).
000780     05  FILLER                   PIC X(72).
000790*
000800 FD  CPB059-FILE
000810     LABEL RECORDS ARE STANDARD.
000820*
000830 01  CPB059-RECORD.
000840     COPY CPBIS059 REPLACING ==()== BY ==B59-==.
000850*
000860 FD  CPB058-FILE
000870     LABEL RECORDS ARE STANDARD.
000880*
000890 01  CPB058-RECORD.
000900     COPY CPBIS058 REPLACING ==()== BY ==B58-==.
000910*
000920 FD  GRPLMT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940*
000950 01  GRPLMT-RECORD.
000960     COPY CPM_GRPLMT REPLACING ==01== BY ==05==,
000970                               ==()== BY ==LMT-==.
000980*
000990 FD  EXPOSURE-REPORT
001000     LABEL RECORDS ARE OMITTED.
001010*
001020 01  REPORT-LINE                  PIC X(132).
001030*
001040 WORKING-STORAGE SECTION.
001050*
001060 01  SWITCHES.
001070*
001080     05  WS-ABORT-SW              PIC X(01)   VALUE 'N'.
001090         88  WS-ABORT                         VALUE 'Y'.
001100     05  WS-CPB059-EOF-SW         PIC X(01)   VALUE 'N'.
001110         88  WS-CPB059-EOF                    VALUE 'Y'.
001120     05  WS-CPB058-EOF-SW         PIC X(01)   VALUE 'N'.
001130         88  WS-CPB058-EOF                    VALUE 'Y'.
001140     05  WS-GRPLMT-EOF-SW         PIC X(01)   VALUE 'N'.
001150         88  WS-GRPLMT-EOF                    VALUE 'Y'.
001160     05  WS-FOUND-SW              PIC X(01)   VALUE 'N'.
001170         88  WS-FOUND                         VALUE 'Y'.
001180     05  WS-GROUPS-LEFT-SW        PIC X(01)   VALUE 'Y'.
001190         88  WS-GROUPS-LEFT                   VALUE 'Y'.
001200*
001210 01  FILE-STATUS-FIELDS.
001220*
001230     05  WS-CONTROL-STATUS        PIC X(02)   VALUE '00'.
001240     05  WS-CPB059-STATUS         PIC X(02)   VALUE '00'.
001250     05  WS-CPB058-STATUS         PIC X(02)   VALUE '00'.
001260     05  WS-GRPLMT-STATUS         PIC X(02)   VALUE '00'.
001270     05  WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001280*
001290 01  WORK-FIELDS.
001300*
001310     05  WS-MONTH-END             PIC 9(08)   VALUE ZERO.
001320     05  WS-BALANCE-COUNT   PIC S9(07) COMP-3 VALUE ZERO.
001330     05  WS-UNKNOWN-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
001340     05  WS-MISMATCH-COUNT  PIC S9(05) COMP-3 VALUE ZERO.
001350     05  WS-REPORTED-COUNT  PIC S9(05) COMP-3 VALUE ZERO.
001360     05  WS-OVER-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
001370     05  WS-NEAR-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
001380     05  WS-NOLIMIT-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
001390     05  WS-GROUP-KEY             PIC X(08)   VALUE SPACE.
001400     05  WS-LINE-SUM        PIC S9(15) COMP-3 VALUE ZERO.
001410     05  WS-PERCENT         PIC S9(05)V9 COMP-3 VALUE ZERO.
001420     05  WS-PERCENT-EDIT          PIC ZZZZ9.9.
001430     05  WS-INSERT-AT       PIC S9(03) COMP-3 VALUE ZERO.
001440     05  WS-PL-SUB          PIC S9(03) COMP-3 VALUE ZERO.
001450     05  WS-TOP-SUB         PIC S9(03) COMP-3 VALUE ZERO.
001460     05  WS-LAST-CODE             PIC X(08)   VALUE HIGH-VALUE.
001470     05  WS-LAST-SUB        PIC S9(05) COMP-3 VALUE ZERO.
001480     05  WS-NEXT-SUB        PIC S9(05) COMP-3 VALUE ZERO.
001490*
001500*    THE EIGHT PRODUCT-LINE BALANCES OF THE CPB058 RECORD IN
001510*    HAND, AND THEIR LABELS, IN CPBIS058 ORDER.
001520 01  PRODUCT-AMOUNTS.
001530     05  PA-AMOUNT OCCURS 8 TIMES PIC S9(13) COMP-3.
001540*
001550 01  PRODUCT-LABEL-VALUES.
001560     05  FILLER                   PIC X(11)   VALUE 'LEASE'.
001570     05  FILLER                   PIC X(11)   VALUE 'INSTALMENT'.
001580     05  FILLER                   PIC X(11)   VALUE 'LOAN'.
001590     05  FILLER                   PIC X(11)   VALUE 'FACTORING'.
001600     05  FILLER                   PIC X(11)   VALUE 'GUARANTEE'.
001610     05  FILLER                   PIC X(11)   VALUE 'REFERRAL'.
001620     05  FILLER                   PIC X(11)   VALUE 'FEES'.
001630     05  FILLER                   PIC X(11)   VALUE 'RE-LEASE'.
001640 01  PRODUCT-LABELS REDEFINES PRODUCT-LABEL-VALUES.
001650     05  PL-LABEL OCCURS 8 TIMES  PIC X(11).
001660*
001670*    GRAND TOTALS OVER ALL GROUPS.
001680 01  GRAND-TOTALS.
001690     05  GT-PRODUCT OCCURS 8 TIMES PIC S9(15) COMP-3.
001700     05  GT-TOTAL           PIC S9(15) COMP-3 VALUE ZERO.
001710*
001720******************************************************************
001730*   LIMIT TABLE -- THE GRPLMT FILE LOADED AT START-UP.           *
001740******************************************************************
001750 01  LIMIT-TABLE-CONTROL.
001760     05  LM-MAX-ENTRIES     PIC S9(05) COMP-3 VALUE +2000.
001770     05  LM-ENTRY-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
001780     05  LM-SUB             PIC S9(05) COMP-3 VALUE ZERO.
001790*
001800 01  LIMIT-TABLE.
001810     05  LM-ENTRY OCCURS 2000 TIMES.
001820         10  LM-GRPCOD            PIC X(08).
001830         10  LM-GRPNAM            PIC X(40).
001840         10  LM-LMTAMT      PIC S9(13) COMP-3.
001850*
001860******************************************************************
001870*   COUNTERPARTY TABLE -- CPB059 LOADED AT START-UP, PLUS ANY    *
001880*   COUNTERPARTY FOUND ONLY ON CPB058.  CP-EXPOSURE IS ITS       *
001890*   TOTAL ACROSS OFFICES; CP-GROUP-SUB ITS ROW IN GROUP-TABLE.   *
001900******************************************************************
001910 01  COUNTERPARTY-TABLE-CONTROL.
001920     05  CP-MAX-ENTRIES     PIC S9(05) COMP-3 VALUE +10000.
001930     05  CP-ENTRY-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
001940     05  CP-SUB             PIC S9(05) COMP-3 VALUE ZERO.
001950     05  CP-FOUND-SUB       PIC S9(05) COMP-3 VALUE ZERO.
001960     05  CP-PARENT-SUB      PIC S9(05) COMP-3 VALUE ZERO.
001970*
001980 01  COUNTERPARTY-TABLE.
001990     05  CP-ENTRY OCCURS 10000 TIMES.
002000         10  CP-CODE              PIC X(08).
002010         10  CP-NAYOSE            PIC X(08).
002020         10  CP-GRPCOD            PIC X(08).
002030         10  CP-NAME              PIC X(40).
002040         10  CP-GROUP-SUB   PIC S9(05) COMP-3.
002050         10  CP-EXPOSURE    PIC S9(15) COMP-3.
002060*
002070******************************************************************
002080*   GROUP TABLE -- ONE ROW PER GROUP KEY.  GR-NAME-SOURCE SAYS   *
002090*   WHERE THE NAME CAME FROM: 'L' LIMIT TABLE, 'O' THE           *
002100*   COUNTERPARTY WHOSE CODE IS THE GROUP KEY, 'M' THE FIRST      *
002110*   MEMBER.  GR-TOP HOLDS THE TEN LARGEST MEMBERS, LARGEST       *
002120*   FIRST, AS ROWS OF COUNTERPARTY-TABLE.                        *
002130******************************************************************
002140 01  GROUP-TABLE-CONTROL.
002150     05  GR-MAX-ENTRIES     PIC S9(05) COMP-3 VALUE +3000.
002160     05  GR-ENTRY-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
002170     05  GR-SUB             PIC S9(05) COMP-3 VALUE ZERO.
002180     05  GR-FOUND-SUB       PIC S9(05) COMP-3 VALUE ZERO.
002190*
002200 01  GROUP-TABLE.
002210     05  GR-ENTRY OCCURS 3000 TIMES.
002220         10  GR-GRPCOD            PIC X(08).
002230         10  GR-NAME              PIC X(40).
002240         10  GR-NAME-SOURCE       PIC X(01).
002250         10  GR-LIMIT-SW          PIC X(01).
002260             88  GR-HAS-LIMIT                 VALUE 'Y'.
002270         10  GR-PRINTED-SW        PIC X(01).
002280             88  GR-PRINTED                   VALUE 'Y'.
002290         10  GR-LIMIT       PIC S9(13) COMP-3.
002300         10  GR-MEMBERS     PIC S9(05) COMP-3.
002310         10  GR-PRODUCT OCCURS 8 TIMES
002320                            PIC S9(15) COMP-3.
002330         10  GR-TOTAL       PIC S9(15) COMP-3.
002340         10  GR-TOP-COUNT   PIC S9(03) COMP-3.
002350         10  GR-TOP-SUB OCCURS 10 TIMES
002360                            PIC S9(05) COMP-3.
002370*
002380 01  HEADING-LINE-1.
002390*
002400     05  FILLER                   PIC X(01)   VALUE SPACE.
002410     05  FILLER                   PIC X(50)   VALUE
002420         'GRPEXP01 COUNTERPARTY GROUP CREDIT EXPOSURE  AS OF'.
002430     05  FILLER                   PIC X(01)   VALUE SPACE.
002440     05  HL1-MONTH-END            PIC 9(08).
002450     05  FILLER                   PIC X(72)   VALUE SPACE.
002460*
002470 01  GROUP-LINE.
002480*
002490     05  FILLER                   PIC X(01)   VALUE SPACE.
002500     05  FILLER                   PIC X(06)   VALUE 'GROUP '.
002510     05  GL-GRPCOD                PIC X(08).
002520     05  FILLER                   PIC X(02)   VALUE SPACE.
002530     05  GL-NAME                  PIC X(40).
002540     05  FILLER                   PIC X(10)   VALUE
002550             '  MEMBERS '.
002560     05  GL-MEMBERS               PIC ZZZZ9.
002570     05  FILLER                   PIC X(02)   VALUE SPACE.
002580     05  GL-FLAG                  PIC X(20).
002590     05  FILLER                   PIC X(38)   VALUE SPACE.
002600*
002610 01  PRODUCT-LINE.
002620*
002630     05  FILLER                   PIC X(03)   VALUE SPACE.
002640     05  PR-ITEM OCCURS 4 TIMES.
002650         10  PR-LABEL             PIC X(11).
002660         10  PR-AMOUNT            PIC ---,---,---,---,--9.
002670         10  FILLER               PIC X(02)   VALUE SPACE.
002680     05  FILLER                   PIC X(01)   VALUE SPACE.
002690*
002700 01  TOTAL-LINE.
002710*
002720     05  FILLER                   PIC X(03)   VALUE SPACE.
002730     05  FILLER                   PIC X(11)   VALUE 'TOTAL'.
002740     05  TL-TOTAL                 PIC ---,---,---,---,--9.
002750     05  FILLER                   PIC X(02)   VALUE SPACE.
002760     05  FILLER                   PIC X(11)   VALUE 'LIMIT'.
002770     05  TL-LIMIT                 PIC ---,---,---,---,--9
002780                                  BLANK WHEN ZERO.
002790     05  FILLER                   PIC X(02)   VALUE SPACE.
002800     05  FILLER                   PIC X(05)   VALUE 'USED '.
002810     05  TL-PERCENT               PIC X(07).
002820     05  FILLER                   PIC X(04)   VALUE ' PCT'.
002830     05  FILLER                   PIC X(49)   VALUE SPACE.
002840*
002850 01  TOP-HEADING.
002860*
002870     05  FILLER                   PIC X(05)   VALUE SPACE.
002880     05  FILLER                   PIC X(16)   VALUE 'RANK  CODE'.
002890     05  FILLER                   PIC X(42)   VALUE 'NAME'.
002900     05  FILLER                   PIC X(19)   VALUE
002910             '           EXPOSURE'.
002920     05  FILLER                   PIC X(09)   VALUE '    SHARE'.
002930     05  FILLER                   PIC X(41)   VALUE SPACE.
002940*
002950 01  TOP-LINE.
002960*
002970     05  FILLER                   PIC X(05)   VALUE SPACE.
002980     05  TP-RANK                  PIC Z9.
002990     05  FILLER                   PIC X(04)   VALUE SPACE.
003000     05  TP-CODE                  PIC X(08).
003010     05  FILLER                   PIC X(02)   VALUE SPACE.
003020     05  TP-NAME                  PIC X(40).
003030     05  FILLER                   PIC X(02)   VALUE SPACE.
003040     05  TP-EXPOSURE              PIC ---,---,---,---,--9.
003050     05  FILLER                   PIC X(02)   VALUE SPACE.
003060     05  TP-SHARE                 PIC X(07).
003070     05  FILLER                   PIC X(04)   VALUE ' PCT'.
003080     05  FILLER                   PIC X(37)   VALUE SPACE.
003090*
003100 01  SUMMARY-LINE-1.
003110*
003120     05  FILLER                   PIC X(01)   VALUE SPACE.
003130     05  FILLER                   PIC X(25)   VALUE
003140             'GROUPS REPORTED.........:'.
003150     05  SL1-REPORTED-COUNT       PIC ZZZZ9.
003160     05  FILLER                   PIC X(101)  VALUE SPACE.
003170*
003180 01  SUMMARY-LINE-2.
003190*
003200     05  FILLER                   PIC X(01)   VALUE SPACE.
003210     05  FILLER                   PIC X(25)   VALUE
003220             'OVER LIMIT/OVER 90 PCT..:'.
003230     05  SL2-OVER-COUNT           PIC ZZZZ9.
003240     05  FILLER                   PIC X(01)   VALUE '/'.
003250     05  SL2-NEAR-COUNT           PIC ZZZZ9.
003260     05  FILLER                   PIC X(95)   VALUE SPACE.
003270*
003280 01  SUMMARY-LINE-3.
003290*
003300     05  FILLER                   PIC X(01)   VALUE SPACE.
003310     05  FILLER                   PIC X(25)   VALUE
003320             'NO LIMIT ON FILE........:'.
003330     05  SL3-NOLIMIT-COUNT        PIC ZZZZ9.
003340     05  FILLER                   PIC X(101)  VALUE SPACE.
003350*
003360 01  SUMMARY-LINE-4.
003370*
003380     05  FILLER                   PIC X(01)   VALUE SPACE.
003390     05  FILLER                   PIC X(25)   VALUE
003400             'BALANCE RECORDS READ....:'.
003410     05  SL4-BALANCE-COUNT        PIC ZZZZZZ9.
003420     05  FILLER                   PIC X(99)   VALUE SPACE.
003430*
003440 01  SUMMARY-LINE-5.
003450*
003460     05  FILLER                   PIC X(01)   VALUE SPACE.
003470     05  FILLER                   PIC X(25)   VALUE
003480             'NOT ON CPB059/BAD TOTAL.:'.
003490     05  SL5-UNKNOWN-COUNT        PIC ZZZZ9.
003500     05  FILLER                   PIC X(01)   VALUE '/'.
003510     05  SL5-MISMATCH-COUNT       PIC ZZZZ9.
003520     05  FILLER                   PIC X(95)   VALUE SPACE.
003530*
003540 PROCEDURE DIVISION.
003550*
003560 0000-MAINLINE.
003570*
003580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003590     PERFORM 2000-ACCUMULATE-BALANCES THRU 2000-EXIT.
003600     PERFORM 2500-RANK-COUNTERPARTIES THRU 2500-EXIT.
003610     PERFORM 2700-PRINT-GROUPS THRU 2700-EXIT.
003620     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003630*
003640     STOP RUN.
003650*
003660 1000-INITIALIZE.
003670*
003680     OPEN INPUT  CONTROL-FILE.
003690     OPEN INPUT  CPB059-FILE.
003700     OPEN INPUT  CPB058-FILE.
003710     OPEN INPUT  GRPLMT-FILE.
003720     OPEN OUTPUT EXPOSURE-REPORT.
003730*
003740     IF WS-CONTROL-STATUS NOT = '00'
003750      OR WS-CPB059-STATUS NOT = '00'
003760      OR WS-CPB058-STATUS NOT = '00'
003770      OR WS-GRPLMT-STATUS NOT = '00'
003780      OR WS-REPORT-STATUS NOT = '00'
003790         DISPLAY 'GRPEXP010001E FILE OPEN FAILED, CTL='
003800             WS-CONTROL-STATUS ' 059=' WS-CPB059-STATUS
003810             ' 058=' WS-CPB058-STATUS ' LMT=' WS-GRPLMT-STATUS
003820             ' RPT=' WS-REPORT-STATUS
003830         MOVE 'Y' TO WS-ABORT-SW
003840         MOVE 16 TO RETURN-CODE
003850     END-IF.
003860*
003870     IF NOT WS-ABORT
003880         READ CONTROL-FILE
003890             AT END
003900                 DISPLAY 'GRPEXP010002E CONTROL CARD MISSING'
003910                 MOVE 'Y' TO WS-ABORT-SW
003920                 MOVE 16 TO RETURN-CODE
003930         END-READ
003940     END-IF.
003950*
003960     IF NOT WS-ABORT
003970         IF CTL-MONTH-END NUMERIC
003980             MOVE CTL-MONTH-END TO WS-MONTH-END
003990                                   HL1-MONTH-END
004000             WRITE REPORT-LINE FROM HEADING-LINE-1
004010         ELSE
004020             DISPLAY 'GRPEXP010003E CONTROL CARD INVALID: '
004030                 CONTROL-RECORD
004040             MOVE 'Y' TO WS-ABORT-SW
004050             MOVE 16 TO RETURN-CODE
004060         END-IF
004070     END-IF.
004080*
004090     IF NOT WS-ABORT
004100         PERFORM 1100-LOAD-LIMITS THRU 1100-EXIT
004110             UNTIL WS-GRPLMT-EOF
004120     END-IF.
004130*
004140     IF NOT WS-ABORT
004150         PERFORM 1200-LOAD-COUNTERPARTIES THRU 1200-EXIT
004160             UNTIL WS-CPB059-EOF
004170     END-IF.
004180*
004190     IF NOT WS-ABORT
004200         PERFORM 1300-ASSIGN-GROUP THRU 1300-EXIT
004210             VARYING CP-SUB FROM 1 BY 1
004220             UNTIL CP-SUB > CP-ENTRY-COUNT
004230                OR WS-ABORT
004240     END-IF.
004250*
004260     MOVE ZERO TO GT-TOTAL.
004270     PERFORM VARYING WS-PL-SUB FROM 1 BY 1
004280             UNTIL WS-PL-SUB > 8
004290         MOVE ZERO TO GT-PRODUCT(WS-PL-SUB)
004300     END-PERFORM.
004310*
004320 1000-EXIT.
004330     EXIT.
004340*
004350 1100-LOAD-LIMITS.
004360*
004370     READ GRPLMT-FILE
004380         AT END
004390             MOVE 'Y' TO WS-GRPLMT-EOF-SW
004400     END-READ.
004410*
004420     IF WS-GRPLMT-EOF
004430         GO TO 1100-EXIT
004440     END-IF.
004450*
004460     IF LM-ENTRY-COUNT < LM-MAX-ENTRIES
004470         ADD 1 TO LM-ENTRY-COUNT
004480         MOVE LMT-GRPCOD TO LM-GRPCOD(LM-ENTRY-COUNT)
004490         MOVE LMT-GRPNAM TO LM-GRPNAM(LM-ENTRY-COUNT)
004500         MOVE LMT-LMTAMT TO LM-LMTAMT(LM-ENTRY-COUNT)
004510     ELSE
004520         DISPLAY 'GRPEXP010004E LIMIT TABLE FULL'
004530         MOVE 'Y' TO WS-ABORT-SW
004540         MOVE 'Y' TO WS-GRPLMT-EOF-SW
004550         MOVE 16 TO RETURN-CODE
004560     END-IF.
004570*
004580 1100-EXIT.
004590     EXIT.
004600*
004610 1200-LOAD-COUNTERPARTIES.
004620*
004630     READ CPB059-FILE
004640         AT END
004650             MOVE 'Y' TO WS-CPB059-EOF-SW
004660     END-READ.
004670*
004680     IF WS-CPB059-EOF
004690         GO TO 1200-EXIT
004700     END-IF.
004710*
004720     IF CP-ENTRY-COUNT < CP-MAX-ENTRIES
004730         ADD 1 TO CP-ENTRY-COUNT
004740         MOVE B59-取引先コード TO CP-CODE(CP-ENTRY-COUNT)
004750         MOVE B59-関連コード名寄せコード
004760                               TO CP-NAYOSE(CP-ENTRY-COUNT)
004770         MOVE B59-グループコード
004780                               TO CP-GRPCOD(CP-ENTRY-COUNT)
004790         MOVE B59-取引先正式名称取引先名称漢字
004800                               TO CP-NAME(CP-ENTRY-COUNT)
004810         MOVE ZERO TO CP-GROUP-SUB(CP-ENTRY-COUNT)
004820                      CP-EXPOSURE(CP-ENTRY-COUNT)
004830     ELSE
004840         DISPLAY 'GRPEXP010005E COUNTERPARTY TABLE FULL'
004850         MOVE 'Y' TO WS-ABORT-SW
004860         MOVE 'Y' TO WS-CPB059-EOF-SW
004870         MOVE 16 TO RETURN-CODE
004880     END-IF.
004890*
004900 1200-EXIT.
004910     EXIT.
004920*
004930******************************************************************
004940*   1300-ASSIGN-GROUP -- THE GROUP KEY OF COUNTERPARTY CP-SUB:   *
004950*   ITS GROUP CODE; ELSE ITS NAYOSE PARENT'S GROUP CODE, OR THE  *
004960*   NAYOSE CODE ITSELF; ELSE ITS OWN CODE.                       *
004970******************************************************************
004980 1300-ASSIGN-GROUP.
004990*
005000     EVALUATE TRUE
005010         WHEN CP-GRPCOD(CP-SUB) NOT = SPACE
005020             MOVE CP-GRPCOD(CP-SUB) TO WS-GROUP-KEY
005030         WHEN CP-NAYOSE(CP-SUB) NOT = SPACE
005040          AND CP-NAYOSE(CP-SUB) NOT = CP-CODE(CP-SUB)
005050             MOVE CP-NAYOSE(CP-SUB) TO WS-GROUP-KEY
005060             PERFORM 1350-FIND-PARENT THRU 1350-EXIT
005070             IF WS-FOUND
005080             AND CP-GRPCOD(CP-PARENT-SUB) NOT = SPACE
005090                 MOVE CP-GRPCOD(CP-PARENT-SUB) TO WS-GROUP-KEY
005100             END-IF
005110         WHEN OTHER
005120             MOVE CP-CODE(CP-SUB) TO WS-GROUP-KEY
005130     END-EVALUATE.
005140*
005150     PERFORM 1400-FIND-ADD-GROUP THRU 1400-EXIT.
005160     IF WS-ABORT
005170         GO TO 1300-EXIT
005180     END-IF.
005190*
005200     MOVE GR-FOUND-SUB TO CP-GROUP-SUB(CP-SUB).
005210     ADD 1 TO GR-MEMBERS(GR-FOUND-SUB).
005220*
005230     EVALUATE TRUE
005240         WHEN GR-NAME-SOURCE(GR-FOUND-SUB) = 'L'
005250             CONTINUE
005260         WHEN CP-CODE(CP-SUB) = GR-GRPCOD(GR-FOUND-SUB)
005270             MOVE CP-NAME(CP-SUB) TO GR-NAME(GR-FOUND-SUB)
005280             MOVE 'O' TO GR-NAME-SOURCE(GR-FOUND-SUB)
005290         WHEN GR-NAME-SOURCE(GR-FOUND-SUB) = SPACE
005300             MOVE CP-NAME(CP-SUB) TO GR-NAME(GR-FOUND-SUB)
005310             MOVE 'M' TO GR-NAME-SOURCE(GR-FOUND-SUB)
005320     END-EVALUATE.
005330*
005340 1300-EXIT.
005350     EXIT.
005360*
005370*    THE COUNTERPARTY ROW WHOSE CODE IS CP-NAYOSE(CP-SUB).
005380 1350-FIND-PARENT.
005390*
005400     MOVE 'N' TO WS-FOUND-SW.
005410     PERFORM VARYING CP-PARENT-SUB FROM 1 BY 1
005420             UNTIL CP-PARENT-SUB > CP-ENTRY-COUNT
005430                OR WS-FOUND
005440         IF CP-CODE(CP-PARENT-SUB) = CP-NAYOSE(CP-SUB)
005450             MOVE 'Y' TO WS-FOUND-SW
005460         END-IF
005470     END-PERFORM.
005480     IF WS-FOUND
005490         SUBTRACT 1 FROM CP-PARENT-SUB
005500     END-IF.
005510*
005520 1350-EXIT.
005530     EXIT.
005540*
005550******************************************************************
005560*   1400-FIND-ADD-GROUP -- THE GROUP-TABLE ROW FOR WS-GROUP-KEY  *
005570*   IN GR-FOUND-SUB, ADDED (WITH ITS LIMIT, IF ANY) WHEN NEW.    *
005580******************************************************************
005590 1400-FIND-ADD-GROUP.
005600*
005610     MOVE 'N' TO WS-FOUND-SW.
005620     PERFORM VARYING GR-SUB FROM 1 BY 1
005630             UNTIL GR-SUB > GR-ENTRY-COUNT
005640                OR WS-FOUND
005650         IF GR-GRPCOD(GR-SUB) = WS-GROUP-KEY
005660             MOVE 'Y'    TO WS-FOUND-SW
005670             MOVE GR-SUB TO GR-FOUND-SUB
005680         END-IF
005690     END-PERFORM.
005700*
005710     IF WS-FOUND
005720         GO TO 1400-EXIT
005730     END-IF.
005740*
005750     IF GR-ENTRY-COUNT NOT < GR-MAX-ENTRIES
005760         DISPLAY 'GRPEXP010006E GROUP TABLE FULL'
005770         MOVE 'Y' TO WS-ABORT-SW
005780         MOVE 16 TO RETURN-CODE
005790         GO TO 1400-EXIT
005800     END-IF.
005810*
005820     ADD 1 TO GR-ENTRY-COUNT.
005830     MOVE GR-ENTRY-COUNT TO GR-FOUND-SUB.
005840     MOVE WS-GROUP-KEY TO GR-GRPCOD(GR-FOUND-SUB).
005850     MOVE SPACE TO GR-NAME(GR-FOUND-SUB)
005860                   GR-NAME-SOURCE(GR-FOUND-SUB).
005870     MOVE 'N'   TO GR-LIMIT-SW(GR-FOUND-SUB)
005880                   GR-PRINTED-SW(GR-FOUND-SUB).
005890     MOVE ZERO  TO GR-LIMIT(GR-FOUND-SUB)
005900                   GR-MEMBERS(GR-FOUND-SUB)
005910                   GR-TOTAL(GR-FOUND-SUB)
005920                   GR-TOP-COUNT(GR-FOUND-SUB).
005930     PERFORM VARYING WS-PL-SUB FROM 1 BY 1
005940             UNTIL WS-PL-SUB > 8
005950         MOVE ZERO TO GR-PRODUCT(GR-FOUND-SUB, WS-PL-SUB)
005960     END-PERFORM.
005970*
005980     PERFORM VARYING LM-SUB FROM 1 BY 1
005990             UNTIL LM-SUB > LM-ENTRY-COUNT
006000                OR GR-HAS-LIMIT(GR-FOUND-SUB)
006010         IF LM-GRPCOD(LM-SUB) = WS-GROUP-KEY
006020             MOVE 'Y' TO GR-LIMIT-SW(GR-FOUND-SUB)
006030             MOVE LM-LMTAMT(LM-SUB) TO GR-LIMIT(GR-FOUND-SUB)
006040             IF LM-GRPNAM(LM-SUB) NOT = SPACE
006050                 MOVE LM-GRPNAM(LM-SUB) TO GR-NAME(GR-FOUND-SUB)
006060                 MOVE 'L' TO GR-NAME-SOURCE(GR-FOUND-SUB)
006070             END-IF
006080         END-IF
006090     END-PERFORM.
006100*
006110 1400-EXIT.
006120     EXIT.
006130*
006140 2000-ACCUMULATE-BALANCES.
006150*
006160     IF WS-ABORT
006170         GO TO 2000-EXIT
006180     END-IF.
006190*
006200     PERFORM 2100-ADD-BALANCE THRU 2100-EXIT
006210         UNTIL WS-CPB058-EOF.
006220*
006230 2000-EXIT.
006240     EXIT.
006250*
006260******************************************************************
006270*   2100-ADD-BALANCE -- ONE OFFICE'S BALANCES INTO THE           *
006280*   COUNTERPARTY AND ITS GROUP.  CPB058 COMES IN COUNTERPARTY    *
006290*   ORDER, SO THE LAST ROW FOUND IS TRIED FIRST.                 *
006300******************************************************************
006310 2100-ADD-BALANCE.
006320*
006330     READ CPB058-FILE
006340         AT END
006350             MOVE 'Y' TO WS-CPB058-EOF-SW
006360     END-READ.
006370*
006380     IF WS-CPB058-EOF
006390         GO TO 2100-EXIT
006400     END-IF.
006410*
006420     ADD 1 TO WS-BALANCE-COUNT.
006430*
006440     IF B58-取引先コード = WS-LAST-CODE
006450         MOVE WS-LAST-SUB TO CP-FOUND-SUB
006460     ELSE
006470         PERFORM 2150-FIND-COUNTERPARTY THRU 2150-EXIT
006480         IF WS-ABORT
006490             MOVE 'Y' TO WS-CPB058-EOF-SW
006500             GO TO 2100-EXIT
006510         END-IF
006520         MOVE B58-取引先コード TO WS-LAST-CODE
006530         MOVE CP-FOUND-SUB TO WS-LAST-SUB
006540     END-IF.
006550*
006560     MOVE B58-債権残高情報リース TO PA-AMOUNT(1).
006570     MOVE B58-債権残高情報割賦   TO PA-AMOUNT(2).
006580     MOVE B58-債権残高情報金消   TO PA-AMOUNT(3).
006590     MOVE B58-債権残高情報ファクタリング
006600                                TO PA-AMOUNT(4).
006610     MOVE B58-債権残高情報支払保証
006620                                TO PA-AMOUNT(5).
006630     MOVE B58-債権残高情報斡旋   TO PA-AMOUNT(6).
006640     MOVE B58-債権残高情報手数料 TO PA-AMOUNT(7).
006650     MOVE B58-債権残高情報再リース
006660                                TO PA-AMOUNT(8).
006670*
006680     MOVE CP-GROUP-SUB(CP-FOUND-SUB) TO GR-SUB.
006690     MOVE ZERO TO WS-LINE-SUM.
006700     PERFORM VARYING WS-PL-SUB FROM 1 BY 1
006710             UNTIL WS-PL-SUB > 8
006720         ADD PA-AMOUNT(WS-PL-SUB) TO WS-LINE-SUM
006730                                     GT-PRODUCT(WS-PL-SUB)
006740                                GR-PRODUCT(GR-SUB, WS-PL-SUB)
006750     END-PERFORM.
006760*
006770     ADD B58-債権残高情報合計額
006780                                TO CP-EXPOSURE(CP-FOUND-SUB)
006790                                   GR-TOTAL(GR-SUB)
006800                                   GT-TOTAL.
006810*
006820     IF WS-LINE-SUM NOT = B58-債権残高情報合計額
006830         ADD 1 TO WS-MISMATCH-COUNT
006840         DISPLAY 'GRPEXP010007W TOTAL NOT SUM OF PRODUCTS, '
006850             'COUNTERPARTY ' B58-取引先コード
006860             ' OFFICE ' B58-事業所コード
006870     END-IF.
006880*
006890 2100-EXIT.
006900     EXIT.
006910*
006920******************************************************************
006930*   2150-FIND-COUNTERPARTY -- THE ROW FOR THE CPB058 RECORD'S    *
006940*   COUNTERPARTY; ONE NOT ON CPB059 IS ADDED AS A GROUP OF ONE.  *
006950******************************************************************
006960 2150-FIND-COUNTERPARTY.
006970*
006980     MOVE 'N' TO WS-FOUND-SW.
006990     PERFORM VARYING CP-SUB FROM 1 BY 1
007000             UNTIL CP-SUB > CP-ENTRY-COUNT
007010                OR WS-FOUND
007020         IF CP-CODE(CP-SUB) = B58-取引先コード
007030             MOVE 'Y'    TO WS-FOUND-SW
007040             MOVE CP-SUB TO CP-FOUND-SUB
007050         END-IF
007060     END-PERFORM.
007070*
007080     IF WS-FOUND
007090         GO TO 2150-EXIT
007100     END-IF.
007110*
007120     IF CP-ENTRY-COUNT NOT < CP-MAX-ENTRIES
007130         DISPLAY 'GRPEXP010005E COUNTERPARTY TABLE FULL'
007140         MOVE 'Y' TO WS-ABORT-SW
007150         MOVE 16 TO RETURN-CODE
007160         GO TO 2150-EXIT
007170     END-IF.
007180*
007190     ADD 1 TO WS-UNKNOWN-COUNT.
007200     DISPLAY 'GRPEXP010008W COUNTERPARTY NOT ON CPB059: '
007210         B58-取引先コード.
007220     ADD 1 TO CP-ENTRY-COUNT.
007230     MOVE CP-ENTRY-COUNT   TO CP-FOUND-SUB CP-SUB.
007240     MOVE B58-取引先コード TO CP-CODE(CP-SUB)
007250                              WS-GROUP-KEY.
007260     MOVE SPACE            TO CP-NAYOSE(CP-SUB)
007270                              CP-GRPCOD(CP-SUB).
007280     MOVE '*** NOT ON THE COUNTERPARTY MASTER ***'
007290                           TO CP-NAME(CP-SUB).
007300     MOVE ZERO             TO CP-EXPOSURE(CP-SUB).
007310     PERFORM 1300-ASSIGN-GROUP THRU 1300-EXIT.
007320*
007330 2150-EXIT.
007340     EXIT.
007350*
007360 2500-RANK-COUNTERPARTIES.
007370*
007380     IF WS-ABORT
007390         GO TO 2500-EXIT
007400     END-IF.
007410*
007420     PERFORM 2550-RANK-ONE THRU 2550-EXIT
007430         VARYING CP-SUB FROM 1 BY 1
007440         UNTIL CP-SUB > CP-ENTRY-COUNT.
007450*
007460 2500-EXIT.
007470     EXIT.
007480*
007490******************************************************************
007500*   2550-RANK-ONE -- PLACE COUNTERPARTY CP-SUB IN ITS GROUP'S    *
007510*   TOP-TEN LIST (LARGEST FIRST) IF IT BELONGS THERE.            *
007520******************************************************************
007530 2550-RANK-ONE.
007540*
007550     IF CP-EXPOSURE(CP-SUB) = ZERO
007560         GO TO 2550-EXIT
007570     END-IF.
007580*
007590     MOVE CP-GROUP-SUB(CP-SUB) TO GR-SUB.
007600     MOVE ZERO TO WS-INSERT-AT.
007610     PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
007620             UNTIL WS-TOP-SUB > GR-TOP-COUNT(GR-SUB)
007630                OR WS-INSERT-AT > ZERO
007640         IF CP-EXPOSURE(CP-SUB) >
007650            CP-EXPOSURE(GR-TOP-SUB(GR-SUB, WS-TOP-SUB))
007660             MOVE WS-TOP-SUB TO WS-INSERT-AT
007670         END-IF
007680     END-PERFORM.
007690*
007700     IF WS-INSERT-AT = ZERO
007710         IF GR-TOP-COUNT(GR-SUB) < 10
007720             ADD 1 TO GR-TOP-COUNT(GR-SUB)
007730             MOVE CP-SUB TO
007740                 GR-TOP-SUB(GR-SUB, GR-TOP-COUNT(GR-SUB))
007750         END-IF
007760         GO TO 2550-EXIT
007770     END-IF.
007780*
007790     IF GR-TOP-COUNT(GR-SUB) < 10
007800         ADD 1 TO GR-TOP-COUNT(GR-SUB)
007810     END-IF.
007820     PERFORM VARYING WS-TOP-SUB FROM GR-TOP-COUNT(GR-SUB) BY -1
007830             UNTIL WS-TOP-SUB NOT > WS-INSERT-AT
007840         MOVE GR-TOP-SUB(GR-SUB, WS-TOP-SUB - 1)
007850           TO GR-TOP-SUB(GR-SUB, WS-TOP-SUB)
007860     END-PERFORM.
007870     MOVE CP-SUB TO GR-TOP-SUB(GR-SUB, WS-INSERT-AT).
007880*
007890 2550-EXIT.
007900     EXIT.
007910*
007920 2700-PRINT-GROUPS.
007930*
007940     IF WS-ABORT
007950         GO TO 2700-EXIT
007960     END-IF.
007970*
007980     PERFORM 2750-PRINT-NEXT-GROUP THRU 2750-EXIT
007990         UNTIL NOT WS-GROUPS-LEFT.
008000*
008010 2700-EXIT.
008020     EXIT.
008030*
008040******************************************************************
008050*   2750-PRINT-NEXT-GROUP -- THE LOWEST GROUP CODE NOT YET       *
008060*   PRINTED THAT CARRIES EXPOSURE, WITH ITS PRODUCT LINES,       *
008070*   TOTAL AGAINST LIMIT, AND TOP TEN.                            *
008080******************************************************************
008090 2750-PRINT-NEXT-GROUP.
008100*
008110     MOVE ZERO TO WS-NEXT-SUB.
008120     PERFORM VARYING GR-SUB FROM 1 BY 1
008130             UNTIL GR-SUB > GR-ENTRY-COUNT
008140         IF NOT GR-PRINTED(GR-SUB)
008150             IF GR-TOTAL(GR-SUB) = ZERO
008160                 MOVE 'Y' TO GR-PRINTED-SW(GR-SUB)
008170             ELSE
008180                 IF WS-NEXT-SUB = ZERO
008190                     MOVE GR-SUB TO WS-NEXT-SUB
008200                 ELSE
008210                     IF GR-GRPCOD(GR-SUB) <
008220                        GR-GRPCOD(WS-NEXT-SUB)
008230                         MOVE GR-SUB TO WS-NEXT-SUB
008240                     END-IF
008250                 END-IF
008260             END-IF
008270         END-IF
008280     END-PERFORM.
008290*
008300     IF WS-NEXT-SUB = ZERO
008310         MOVE 'N' TO WS-GROUPS-LEFT-SW
008320         GO TO 2750-EXIT
008330     END-IF.
008340*
008350     MOVE WS-NEXT-SUB TO GR-SUB.
008360     MOVE 'Y' TO GR-PRINTED-SW(GR-SUB).
008370     ADD 1 TO WS-REPORTED-COUNT.
008380*
008390     MOVE SPACE TO REPORT-LINE.
008400     WRITE REPORT-LINE.
008410     MOVE GR-GRPCOD(GR-SUB)  TO GL-GRPCOD.
008420     MOVE GR-NAME(GR-SUB)    TO GL-NAME.
008430     MOVE GR-MEMBERS(GR-SUB) TO GL-MEMBERS.
008440     MOVE ZERO  TO WS-PERCENT.
008450     MOVE SPACE TO TL-PERCENT.
008460     EVALUATE TRUE
008470         WHEN NOT GR-HAS-LIMIT(GR-SUB)
008480             MOVE 'NO LIMIT ON FILE' TO GL-FLAG
008490             ADD 1 TO WS-NOLIMIT-COUNT
008500         WHEN GR-TOTAL(GR-SUB) > GR-LIMIT(GR-SUB)
008510             MOVE '*** OVER LIMIT ***' TO GL-FLAG
008520             ADD 1 TO WS-OVER-COUNT
008530         WHEN GR-TOTAL(GR-SUB) * 10 > GR-LIMIT(GR-SUB) * 9
008540             MOVE '** OVER 90 PCT **' TO GL-FLAG
008550             ADD 1 TO WS-NEAR-COUNT
008560         WHEN OTHER
008570             MOVE SPACE TO GL-FLAG
008580     END-EVALUATE.
008590     IF GR-HAS-LIMIT(GR-SUB) AND GR-LIMIT(GR-SUB) > ZERO
008600         COMPUTE WS-PERCENT ROUNDED =
008610             GR-TOTAL(GR-SUB) * 100 / GR-LIMIT(GR-SUB)
008620         MOVE WS-PERCENT      TO WS-PERCENT-EDIT
008630         MOVE WS-PERCENT-EDIT TO TL-PERCENT
008640     END-IF.
008650     WRITE REPORT-LINE FROM GROUP-LINE.
008660*
008670     PERFORM VARYING WS-PL-SUB FROM 1 BY 1
008680             UNTIL WS-PL-SUB > 4
008690         MOVE PL-LABEL(WS-PL-SUB) TO PR-LABEL(WS-PL-SUB)
008700         MOVE GR-PRODUCT(GR-SUB, WS-PL-SUB)
008710                                  TO PR-AMOUNT(WS-PL-SUB)
008720     END-PERFORM.
008730     WRITE REPORT-LINE FROM PRODUCT-LINE.
008740     PERFORM VARYING WS-PL-SUB FROM 1 BY 1
008750             UNTIL WS-PL-SUB > 4
008760         MOVE PL-LABEL(WS-PL-SUB + 4) TO PR-LABEL(WS-PL-SUB)
008770         MOVE GR-PRODUCT(GR-SUB, WS-PL-SUB + 4)
008780                                  TO PR-AMOUNT(WS-PL-SUB)
008790     END-PERFORM.
008800     WRITE REPORT-LINE FROM PRODUCT-LINE.
008810*
008820     MOVE GR-TOTAL(GR-SUB) TO TL-TOTAL.
008830     MOVE GR-LIMIT(GR-SUB) TO TL-LIMIT.
008840     WRITE REPORT-LINE FROM TOTAL-LINE.
008850*
008860     WRITE REPORT-LINE FROM TOP-HEADING.
008870     PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
008880             UNTIL WS-TOP-SUB > GR-TOP-COUNT(GR-SUB)
008890         MOVE GR-TOP-SUB(GR-SUB, WS-TOP-SUB) TO CP-SUB
008900         MOVE WS-TOP-SUB       TO TP-RANK
008910         MOVE CP-CODE(CP-SUB)  TO TP-CODE
008920         MOVE CP-NAME(CP-SUB)  TO TP-NAME
008930         MOVE CP-EXPOSURE(CP-SUB) TO TP-EXPOSURE
008940         COMPUTE WS-PERCENT ROUNDED =
008950             CP-EXPOSURE(CP-SUB) * 100 / GR-TOTAL(GR-SUB)
008960         MOVE WS-PERCENT      TO WS-PERCENT-EDIT
008970         MOVE WS-PERCENT-EDIT TO TP-SHARE
008980         WRITE REPORT-LINE FROM TOP-LINE
008990     END-PERFORM.
009000*
009010 2750-EXIT.
009020     EXIT.
009030*
009040 3000-TERMINATE.
009050*
009060     IF NOT WS-ABORT
009070         MOVE SPACE TO REPORT-LINE
009080         WRITE REPORT-LINE
009090         MOVE 'ALL'          TO GL-GRPCOD
009100         MOVE 'ALL GROUPS'   TO GL-NAME
009110         MOVE SPACE          TO GL-FLAG
009120         MOVE CP-ENTRY-COUNT TO GL-MEMBERS
009130         WRITE REPORT-LINE FROM GROUP-LINE
009140         PERFORM VARYING WS-PL-SUB FROM 1 BY 1
009150                 UNTIL WS-PL-SUB > 4
009160             MOVE PL-LABEL(WS-PL-SUB)   TO PR-LABEL(WS-PL-SUB)
009170             MOVE GT-PRODUCT(WS-PL-SUB) TO PR-AMOUNT(WS-PL-SUB)
009180         END-PERFORM
009190         WRITE REPORT-LINE FROM PRODUCT-LINE
009200         PERFORM VARYING WS-PL-SUB FROM 1 BY 1
009210                 UNTIL WS-PL-SUB > 4
009220             MOVE PL-LABEL(WS-PL-SUB + 4) TO PR-LABEL(WS-PL-SUB)
009230             MOVE GT-PRODUCT(WS-PL-SUB + 4)
009240                                        TO PR-AMOUNT(WS-PL-SUB)
009250         END-PERFORM
009260         WRITE REPORT-LINE FROM PRODUCT-LINE
009270         MOVE GT-TOTAL TO TL-TOTAL
009280         MOVE ZERO     TO TL-LIMIT
009290         MOVE SPACE    TO TL-PERCENT
009300         WRITE REPORT-LINE FROM TOTAL-LINE
009310         MOVE SPACE TO REPORT-LINE
009320         WRITE REPORT-LINE
009330         MOVE WS-REPORTED-COUNT TO SL1-REPORTED-COUNT
009340         WRITE REPORT-LINE FROM SUMMARY-LINE-1
009350         MOVE WS-OVER-COUNT     TO SL2-OVER-COUNT
009360         MOVE WS-NEAR-COUNT     TO SL2-NEAR-COUNT
009370         WRITE REPORT-LINE FROM SUMMARY-LINE-2
009380         MOVE WS-NOLIMIT-COUNT  TO SL3-NOLIMIT-COUNT
009390         WRITE REPORT-LINE FROM SUMMARY-LINE-3
009400         MOVE WS-BALANCE-COUNT  TO SL4-BALANCE-COUNT
009410         WRITE REPORT-LINE FROM SUMMARY-LINE-4
009420         MOVE WS-UNKNOWN-COUNT  TO SL5-UNKNOWN-COUNT
009430         MOVE WS-MISMATCH-COUNT TO SL5-MISMATCH-COUNT
009440         WRITE REPORT-LINE FROM SUMMARY-LINE-5
009450         IF (WS-UNKNOWN-COUNT > ZERO
009460          OR WS-MISMATCH-COUNT > ZERO)
009470         AND RETURN-CODE = ZERO
009480             MOVE 4 TO RETURN-CODE
009490         END-IF
009500     END-IF.
009510*
009520     CLOSE CONTROL-FILE.
009530     CLOSE CPB059-FILE.
009540     CLOSE CPB058-FILE.
009550     CLOSE GRPLMT-FILE.
009560     CLOSE EXPOSURE-REPORT.
009570*
009580 3000-EXIT.
009590     EXIT.
