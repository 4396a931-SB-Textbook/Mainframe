000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    GLTIE.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   GLTIE -- MONTH-END SUBLEDGER-TO-GL TIE-OUT.                  *
000110*   GLACKM PROVES THE GL RECEIVED OUR GLJOUT BATCHES; THIS RUN   *
000120*   PROVES THE BALANCES WE CARRY AGREE WITH THE CONTROL ACCOUNTS *
000130*   THOSE BATCHES POSTED TO.  TWO LEDGERS ARE TIED OUT FOR THE   *
000140*   MONTH ON THE TIEPARM CONTROL CARD:                           *
000150*                                                                *
000160*   RECEIVABLES -- THE SUM OF AR-OPEN-BALANCE LESS               *
000170*   AR-UNAPPLIED-CASH ACROSS ARBAL AGAINST THE RECEIVABLES       *
000180*   CONTROL ACCOUNT (THE GLAMAP RECEIVBL MAPPINGS OF GLJRNL,     *
000190*   WRTOFF AND DSPPOST).                                         *
000200*                                                                *
000210*   INVENTORY -- THE INVVAL VALUATION (EVERY LOCSTK BALANCE AT   *
000220*   THE PRODUCT'S WEIGHTED-AVERAGE COST, ROUNDED PER LINE AS     *
000230*   INVVAL DOES) AGAINST THE GLJRNL INVENTRY CONTROL ACCOUNT.    *
000240*                                                                *
000250*   THE GL SIDE IS THE MONTH'S GLJOUT BATCHES, KEPT AND          *
000260*   CONCATENATED UNDER GLJHIST, PLUS THE CONTROL ACCOUNTS'       *
000270*   OPENING BALANCES FROM THE GL KEYED ON THE CONTROL CARD.      *
000280*   EVERY DETAIL LINE POSTED TO A CONTROL ACCOUNT IS TOTALLED BY *
000290*   JOURNAL DATE AND GLJ-SOURCE.  THE SUBLEDGER SIDE'S ACTIVITY  *
000300*   IS TOTALLED THE SAME WAY UNDER THE SOURCE THAT WOULD JOURNAL *
000310*   IT: BILLED INVOICES AND CREDIT MEMOS ON THE INVOICE DATE     *
000320*   (FREIGHT ON THE SHIP DATE) AS INVOICE, GIFT-CERTIFICATE      *
000330*   TENDERS AS GIFTCERT, OTHER PAYMENTS AS PAYMENT; STOCK-LEDGER *
000340*   MOVEMENTS AT TODAY'S AVERAGE COST AS INVOICE (SALES AND      *
000350*   RETURNS), RECEIPT, COUNTADJ OR MAINT -- TRANSFERS BETWEEN    *
000360*   LOCATIONS MOVE NO VALUE AND ARE PASSED OVER.  EACH DAY AND   *
000370*   SOURCE PRINTS THE GL ACTIVITY, THE SUBLEDGER ACTIVITY AND    *
000380*   THE DIFFERENCE, AND THE MONTH-END DIFFERENCE IS SPLIT INTO   *
000390*   WHAT WAS BROUGHT FORWARD AND WHAT AROSE THIS MONTH, SO EVERY *
000400*   CENT OF IT IS PINNED TO A DAY AND A SOURCE OR TO AN EARLIER  *
000410*   MONTH.  A LEDGER THAT DOES NOT TIE ENDS THE RUN WITH         *
000420*   RETURN CODE 4.  THE RUN IS LOGGED THROUGH RUNLOGW.           *
000430*                                                                *
000440*   MODIFICATION HISTORY.                                        *
000450*   10/15/2026  RH   INITIAL VERSION.                            *
000451*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000452*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000453*                    NOT COMPLETED.                              *
000460******************************************************************
000470*
000480 ENVIRONMENT DIVISION.
000490*
000500 CONFIGURATION SECTION.
000510*
000520 SOURCE-COMPUTER.  IBM-370.
000530 OBJECT-COMPUTER.  IBM-370.
000540*
000550 INPUT-OUTPUT SECTION.
000560*
000570 FILE-CONTROL.
000580*
000590     SELECT  PARM-FILE      ASSIGN TO TIEPARM
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS WS-PARM-STATUS.
000620*
000630     SELECT  JOURNAL-FILE   ASSIGN TO GLJHIST
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS WS-JOURNAL-STATUS.
000660*
000670     SELECT  GLAMAP-FILE    ASSIGN TO GLAMAP
000680             ORGANIZATION IS INDEXED
000690             ACCESS MODE IS RANDOM
000700             RECORD KEY IS GA-RECORD-KEY
000710             FILE STATUS IS WS-GLAMAP-STATUS.
000720*
000730     SELECT  ARBAL-FILE     ASSIGN TO ARBAL
000740             ORGANIZATION IS INDEXED
000750             ACCESS MODE IS SEQUENTIAL
000760             RECORD KEY IS AR-CUSTOMER-NUMBER
000770             FILE STATUS IS WS-ARBAL-STATUS.
000780*
000790     SELECT  INVOICE-FILE   ASSIGN TO INVOICE
000800             ORGANIZATION IS INDEXED
000810             ACCESS MODE IS SEQUENTIAL
000820             RECORD KEY IS INV-INVOICE-NUMBER
000830             FILE STATUS IS WS-INVOICE-STATUS.
000840*
000850     SELECT  PAYMENT-FILE   ASSIGN TO PAYMENT
000860             ORGANIZATION IS INDEXED
000870             ACCESS MODE IS SEQUENTIAL
000880             RECORD KEY IS PAY-PAYMENT-NUMBER
000890             FILE STATUS IS WS-PAYMENT-STATUS.
000900*
000910     SELECT  STKLED-FILE    ASSIGN TO STKLED
000920             ORGANIZATION IS INDEXED
000930             ACCESS MODE IS SEQUENTIAL
000940             RECORD KEY IS SL-LEDGER-KEY
000950             FILE STATUS IS WS-STKLED-STATUS.
000960*
000970     SELECT  LOCSTK-FILE    ASSIGN TO LOCSTK
000980             ORGANIZATION IS INDEXED
000990             ACCESS MODE IS SEQUENTIAL
001000             RECORD KEY IS LS-STOCK-KEY
001010             FILE STATUS IS WS-LOCSTK-STATUS.
001020*
001030     SELECT  PRODUCT-FILE   ASSIGN TO PRODUCT
001040             ORGANIZATION IS INDEXED
001050             ACCESS MODE IS RANDOM
001060             RECORD KEY IS PRM-PRODUCT-CODE
001070             FILE STATUS IS WS-PRODUCT-STATUS.
001080*
001090     SELECT  TIEOUT-REPORT  ASSIGN TO RPTOUT
001100             ORGANIZATION IS LINE SEQUENTIAL
001110             FILE STATUS IS WS-REPORT-STATUS.
001120*
001130 DATA DIVISION.
001140*
001150 FILE SECTION.
001160*
001170 FD  PARM-FILE
001180     LABEL RECORDS ARE STANDARD.
001190*
001200 01  PARM-RECORD.
001210     05  PA-REPORT-MONTH              PIC 9(06).
001220     05  PA-AR-OPENING                PIC 9(11)V99.
001230     05  PA-AR-OPENING-SIGN           PIC X(01).
001240         88  PA-AR-OPENING-CREDIT                 VALUE '-'.
001250         88  PA-AR-OPENING-SIGN-VALID       VALUE ' ' '+' '-'.
001260     05  PA-INV-OPENING               PIC 9(11)V99.
001270     05  PA-INV-OPENING-SIGN          PIC X(01).
001280         88  PA-INV-OPENING-CREDIT                VALUE '-'.
001290         88  PA-INV-OPENING-SIGN-VALID      VALUE ' ' '+' '-'.
001300     05  FILLER                       PIC X(46).
001310*
001320 FD  JOURNAL-FILE
001330     LABEL RECORDS ARE STANDARD.
001340*
001350     COPY GLJOUT.
001360*
001370 FD  GLAMAP-FILE
001380     LABEL RECORDS ARE STANDARD.
001390*
001400     COPY GLAMAP.
001410*
001420 FD  ARBAL-FILE
001430     LABEL RECORDS ARE STANDARD.
001440*
001450     COPY ARBAL.
001460*
001470 FD  INVOICE-FILE
001480     LABEL RECORDS ARE STANDARD.
001490*
001500     COPY INVOICE.
001510*
001520 FD  PAYMENT-FILE
001530     LABEL RECORDS ARE STANDARD.
001540*
001550     COPY PAYMENT.
001560*
001570 FD  STKLED-FILE
001580     LABEL RECORDS ARE STANDARD.
001590*
001600     COPY STKLED.
001610*
001620 FD  LOCSTK-FILE
001630     LABEL RECORDS ARE STANDARD.
001640*
001650     COPY LOCSTK.
001660*
001670 FD  PRODUCT-FILE
001680     LABEL RECORDS ARE STANDARD.
001690*
001700     COPY PRODUCT.
001710*
001720 FD  TIEOUT-REPORT
001730     LABEL RECORDS ARE OMITTED.
001740*
001750 01  REPORT-LINE                      PIC X(132).
001760*
001770 WORKING-STORAGE SECTION.
001780*
001790     COPY RUNLOG.
001791*
001792     COPY PREDPARM.
001800*
001810 01  RUN-TIMING-FIELDS.
001820     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001830*
001840 01  SWITCHES.
001850*
001860     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001870         88  WS-ABORT                             VALUE 'Y'.
001880     05  WS-PARM-OPEN-SW              PIC X(01)   VALUE 'N'.
001890         88  WS-PARM-OPEN                         VALUE 'Y'.
001900     05  WS-JOURNAL-OPEN-SW           PIC X(01)   VALUE 'N'.
001910         88  WS-JOURNAL-OPEN                      VALUE 'Y'.
001920     05  WS-GLAMAP-OPEN-SW            PIC X(01)   VALUE 'N'.
001930         88  WS-GLAMAP-OPEN                       VALUE 'Y'.
001940     05  WS-ARBAL-OPEN-SW             PIC X(01)   VALUE 'N'.
001950         88  WS-ARBAL-OPEN                        VALUE 'Y'.
001960     05  WS-INVOICE-OPEN-SW           PIC X(01)   VALUE 'N'.
001970         88  WS-INVOICE-OPEN                      VALUE 'Y'.
001980     05  WS-PAYMENT-OPEN-SW           PIC X(01)   VALUE 'N'.
001990         88  WS-PAYMENT-OPEN                      VALUE 'Y'.
002000     05  WS-STKLED-OPEN-SW            PIC X(01)   VALUE 'N'.
002010         88  WS-STKLED-OPEN                       VALUE 'Y'.
002020     05  WS-LOCSTK-OPEN-SW            PIC X(01)   VALUE 'N'.
002030         88  WS-LOCSTK-OPEN                       VALUE 'Y'.
002040     05  WS-PRODUCT-OPEN-SW           PIC X(01)   VALUE 'N'.
002050         88  WS-PRODUCT-OPEN                      VALUE 'Y'.
002060     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
002070         88  WS-REPORT-OPEN                       VALUE 'Y'.
002080     05  WS-JOURNAL-EOF-SW            PIC X(01)   VALUE 'N'.
002090         88  WS-JOURNAL-EOF                       VALUE 'Y'.
002100     05  WS-ARBAL-EOF-SW              PIC X(01)   VALUE 'N'.
002110         88  WS-ARBAL-EOF                         VALUE 'Y'.
002120     05  WS-INVOICE-EOF-SW            PIC X(01)   VALUE 'N'.
002130         88  WS-INVOICE-EOF                       VALUE 'Y'.
002140     05  WS-PAYMENT-EOF-SW            PIC X(01)   VALUE 'N'.
002150         88  WS-PAYMENT-EOF                       VALUE 'Y'.
002160     05  WS-STKLED-EOF-SW             PIC X(01)   VALUE 'N'.
002170         88  WS-STKLED-EOF                        VALUE 'Y'.
002180     05  WS-LOCSTK-EOF-SW             PIC X(01)   VALUE 'N'.
002190         88  WS-LOCSTK-EOF                        VALUE 'Y'.
002200     05  WS-MAPPING-REQUIRED-SW       PIC X(01)   VALUE 'N'.
002210         88  WS-MAPPING-REQUIRED                  VALUE 'Y'.
002220     05  WS-SOURCE-FOUND-SW           PIC X(01)   VALUE 'N'.
002230         88  WS-SOURCE-FOUND                      VALUE 'Y'.
002240*
002250 01  FILE-STATUS-FIELDS.
002260*
002270     05  WS-PARM-STATUS               PIC X(02)   VALUE '00'.
002280     05  WS-JOURNAL-STATUS            PIC X(02)   VALUE '00'.
002290     05  WS-GLAMAP-STATUS             PIC X(02)   VALUE '00'.
002300     05  WS-ARBAL-STATUS              PIC X(02)   VALUE '00'.
002310     05  WS-INVOICE-STATUS            PIC X(02)   VALUE '00'.
002320     05  WS-PAYMENT-STATUS            PIC X(02)   VALUE '00'.
002330     05  WS-STKLED-STATUS             PIC X(02)   VALUE '00'.
002340     05  WS-LOCSTK-STATUS             PIC X(02)   VALUE '00'.
002350     05  WS-PRODUCT-STATUS            PIC X(02)   VALUE '00'.
002360     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
002370*
002380 01  WORK-FIELDS.
002390*
002400     05  WS-READ-COUNT          PIC S9(09) COMP-3 VALUE ZERO.
002410     05  WS-LINE-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
002420     05  WS-UNTIED-COUNT        PIC S9(03) COMP-3 VALUE ZERO.
002430     05  WS-REPORT-MONTH        PIC 9(06)         VALUE ZERO.
002440     05  WS-DAY                 PIC 9(02)         VALUE ZERO.
002450     05  WS-LEDGER-SUB          PIC S9(03) COMP-3 VALUE ZERO.
002460     05  WS-DAY-SUB             PIC S9(03) COMP-3 VALUE ZERO.
002470     05  WS-SOURCE-SUB          PIC S9(03) COMP-3 VALUE ZERO.
002480     05  WS-ACCOUNT-SUB         PIC S9(03) COMP-3 VALUE ZERO.
002490     05  WS-POST-LEDGER         PIC S9(03) COMP-3 VALUE ZERO.
002500     05  WS-POST-DATE           PIC 9(08)         VALUE ZERO.
002510     05  WS-POST-SOURCE         PIC X(08)         VALUE SPACE.
002520     05  WS-POST-GL-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
002530     05  WS-POST-SUB-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO.
002540     05  WS-AMOUNT              PIC S9(11)V99 COMP-3 VALUE ZERO.
002550     05  WS-DIFFERENCE          PIC S9(11)V99 COMP-3 VALUE ZERO.
002560     05  WS-COST-PRODUCT-CODE   PIC X(06)         VALUE SPACE.
002570     05  WS-AVERAGE-COST        PIC 9(05)V99      VALUE ZERO.
002580*
002590 01  WS-RUN-DATE.
002600     05  WS-RUN-YYYY                  PIC 9(04).
002610     05  WS-RUN-MM                    PIC 9(02).
002620     05  WS-RUN-DD                    PIC 9(02).
002630*
002640 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
002650                                      PIC 9(08).
002660*
002670 01  WS-MDY-DATE.
002680     05  WS-MDY-MM                    PIC 9(02).
002690     05  WS-MDY-DD                    PIC 9(02).
002700     05  WS-MDY-YYYY                  PIC 9(04).
002710*
002720 01  WS-MDY-DATE-N REDEFINES WS-MDY-DATE
002730                                      PIC 9(08).
002740*
002750 01  WS-YMD-DATE.
002760     05  WS-YMD-YYYY                  PIC 9(04).
002770     05  WS-YMD-MM                    PIC 9(02).
002780     05  WS-YMD-DD                    PIC 9(02).
002790*
002800 01  WS-YMD-DATE-N REDEFINES WS-YMD-DATE
002810                                      PIC 9(08).
002820*
002830******************************************************************
002840*   CONTROL ACCOUNTS, LOADED FROM GLAMAP.  LA-LEDGER 1 IS        *
002850*   RECEIVABLES, 2 IS INVENTORY; AN ACCOUNT NOT MAPPED FOR AN    *
002860*   OPTIONAL SOURCE STAYS BLANK AND MATCHES NOTHING.             *
002870******************************************************************
002880 01  LEDGER-ACCOUNT-TABLE.
002890     05  LA-ENTRY OCCURS 4 TIMES.
002900         10  LA-LEDGER          PIC S9(03) COMP-3.
002910         10  LA-ACCOUNT         PIC X(08).
002920*
002930 01  LEDGER-NAME-VALUES.
002940     05  FILLER                 PIC X(20)   VALUE
002950             'RECEIVABLES'.
002960     05  FILLER                 PIC X(20)   VALUE
002970             'INVENTORY'.
002980*
002990 01  LEDGER-NAME-TABLE REDEFINES LEDGER-NAME-VALUES.
003000     05  LN-NAME                PIC X(20)   OCCURS 2 TIMES.
003010*
003020******************************************************************
003030*   SOURCES IN THE ORDER FIRST MET.  SLOT 12 IS KEPT FOR ANY     *
003040*   SOURCE PAST THE ELEVENTH SO NO AMOUNT IS EVER DROPPED.       *
003050******************************************************************
003060 01  SOURCE-TABLE.
003070     05  SN-COUNT-USED          PIC S9(03) COMP-3 VALUE ZERO.
003080     05  SN-NAME                PIC X(08)   OCCURS 12 TIMES.
003090*
003100******************************************************************
003110*   DAILY ACTIVITY BY LEDGER, DAY OF THE MONTH, AND SOURCE,      *
003120*   WITH THE SAME TOTALS FOR THE WHOLE MONTH BY SOURCE.          *
003130******************************************************************
003140 01  DAILY-ACTIVITY-TABLE.
003150     05  DA-LEDGER OCCURS 2 TIMES.
003160         10  DA-DAY OCCURS 31 TIMES.
003170             15  DA-SOURCE OCCURS 12 TIMES.
003180                 20  DA-ACTIVITY-SW     PIC X(01).
003190                     88  DA-ACTIVITY               VALUE 'Y'.
003200                 20  DA-GL-NET          PIC S9(11)V99 COMP-3.
003210                 20  DA-SUB-NET         PIC S9(11)V99 COMP-3.
003220*
003230 01  SOURCE-TOTAL-TABLE.
003240     05  ST-LEDGER OCCURS 2 TIMES.
003250         10  ST-SOURCE OCCURS 12 TIMES.
003260             15  ST-ACTIVITY-SW         PIC X(01).
003270                 88  ST-ACTIVITY                   VALUE 'Y'.
003280             15  ST-GL-NET              PIC S9(11)V99 COMP-3.
003290             15  ST-SUB-NET             PIC S9(11)V99 COMP-3.
003300*
003310 01  LEDGER-TOTAL-TABLE.
003320     05  LT-LEDGER OCCURS 2 TIMES.
003330         10  LT-GL-OPENING              PIC S9(11)V99 COMP-3.
003340         10  LT-GL-ACTIVITY             PIC S9(11)V99 COMP-3.
003350         10  LT-SUB-ACTIVITY            PIC S9(11)V99 COMP-3.
003360         10  LT-SUB-CLOSING             PIC S9(11)V99 COMP-3.
003370*
003380 01  HEADING-LINE-1.
003390*
003400     05  FILLER                       PIC X(01)   VALUE SPACE.
003410     05  FILLER                       PIC X(42)   VALUE
003420             'SUBLEDGER-TO-GL TIE-OUT       MONTH OF'.
003430     05  HL1-REPORT-MONTH             PIC 9(06).
003440     05  FILLER                       PIC X(10)   VALUE
003450             '   RUN OF'.
003460     05  HL1-RUN-DATE                 PIC 9(08).
003470     05  FILLER                       PIC X(65)   VALUE SPACE.
003480*
003490 01  LEDGER-HEADING.
003500*
003510     05  FILLER                       PIC X(01)   VALUE SPACE.
003520     05  LH-LEDGER-NAME               PIC X(20).
003530     05  FILLER                       PIC X(20)   VALUE
003540             'CONTROL ACCOUNT(S)'.
003550     05  LH-ACCOUNT                   PIC X(09)   OCCURS 4 TIMES.
003560     05  FILLER                       PIC X(55)   VALUE SPACE.
003570*
003580 01  COLUMN-HEADING.
003590*
003600     05  FILLER                       PIC X(01)   VALUE SPACE.
003610     05  FILLER                       PIC X(44)   VALUE
003620         'DATE      SOURCE            GL ACTIVITY'.
003630     05  FILLER                       PIC X(45)   VALUE
003640         '   SUBLEDGER ACTIVITY          DIFFERENCE'.
003650     05  FILLER                       PIC X(42)   VALUE SPACE.
003660*
003670 01  ACTIVITY-LINE.
003680*
003690     05  FILLER                       PIC X(01)   VALUE SPACE.
003700     05  AL-DATE                      PIC X(08).
003710     05  FILLER                       PIC X(02)   VALUE SPACE.
003720     05  AL-SOURCE                    PIC X(08).
003730     05  FILLER                       PIC X(02)   VALUE SPACE.
003740     05  AL-GL-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003750     05  FILLER                       PIC X(03)   VALUE SPACE.
003760     05  AL-SUB-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003770     05  FILLER                       PIC X(02)   VALUE SPACE.
003780     05  AL-DIFFERENCE                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003790     05  FILLER                       PIC X(02)   VALUE SPACE.
003800     05  AL-FLAG                      PIC X(03).
003810     05  FILLER                       PIC X(47)   VALUE SPACE.
003820*
003830 01  RECONCILIATION-LINE.
003840*
003850     05  FILLER                       PIC X(01)   VALUE SPACE.
003860     05  RCL-LABEL                    PIC X(45).
003870     05  RCL-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003880     05  FILLER                       PIC X(02)   VALUE SPACE.
003890     05  RCL-FLAG                     PIC X(20).
003900     05  FILLER                       PIC X(46)   VALUE SPACE.
003910*
003920 PROCEDURE DIVISION.
003930*
003940 0000-MAINLINE.
003950*
003960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003970     PERFORM 2000-GATHER-GL-ACTIVITY THRU 2000-EXIT.
003980     PERFORM 2200-GATHER-RECEIVABLES THRU 2200-EXIT.
003990     PERFORM 2300-GATHER-INVENTORY THRU 2300-EXIT.
004000     PERFORM 2700-PRINT-TIE-OUT THRU 2700-EXIT.
004010     PERFORM 3000-TERMINATE THRU 3000-EXIT.
004020*
004030     STOP RUN.
004040*
004050 1000-INITIALIZE.
004060*
004070     ACCEPT WS-START-TIME-RAW FROM TIME.
004071     MOVE 'GLTIE   ' TO PC-PROGRAM.
004072     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
004073     IF PC-REFUSED
004074         MOVE PC-RETURN-CODE TO RETURN-CODE
004075         STOP RUN
004076     END-IF.
004080*
004090     INITIALIZE LEDGER-ACCOUNT-TABLE
004100                DAILY-ACTIVITY-TABLE
004110                SOURCE-TOTAL-TABLE
004120                LEDGER-TOTAL-TABLE.
004130     INITIALIZE SOURCE-TABLE.
004140     MOVE 'OTHER' TO SN-NAME(12).
004150*
004160     OPEN INPUT  PARM-FILE.
004170     OPEN INPUT  JOURNAL-FILE.
004180     OPEN INPUT  GLAMAP-FILE.
004190     OPEN INPUT  ARBAL-FILE.
004200     OPEN INPUT  INVOICE-FILE.
004210     OPEN INPUT  PAYMENT-FILE.
004220     OPEN INPUT  STKLED-FILE.
004230     OPEN INPUT  LOCSTK-FILE.
004240     OPEN INPUT  PRODUCT-FILE.
004250     OPEN OUTPUT TIEOUT-REPORT.
004260*
004270     IF WS-PARM-STATUS = '00'
004280         MOVE 'Y' TO WS-PARM-OPEN-SW
004290     ELSE
004300         DISPLAY 'GLTIE0001E TIEPARM FILE OPEN FAILED, STATUS='
004310             WS-PARM-STATUS
004320         MOVE 'Y' TO WS-ABORT-SW
004330     END-IF.
004340*
004350     IF WS-JOURNAL-STATUS = '00'
004360         MOVE 'Y' TO WS-JOURNAL-OPEN-SW
004370     ELSE
004380         DISPLAY 'GLTIE0002E GLJHIST FILE OPEN FAILED, STATUS='
004390             WS-JOURNAL-STATUS
004400         MOVE 'Y' TO WS-ABORT-SW
004410     END-IF.
004420*
004430     IF WS-GLAMAP-STATUS = '00'
004440         MOVE 'Y' TO WS-GLAMAP-OPEN-SW
004450     ELSE
004460         DISPLAY 'GLTIE0003E GLAMAP FILE OPEN FAILED, STATUS='
004470             WS-GLAMAP-STATUS
004480         MOVE 'Y' TO WS-ABORT-SW
004490     END-IF.
004500*
004510     IF WS-ARBAL-STATUS = '00'
004520         MOVE 'Y' TO WS-ARBAL-OPEN-SW
004530     ELSE
004540         DISPLAY 'GLTIE0004E ARBAL FILE OPEN FAILED, STATUS='
004550             WS-ARBAL-STATUS
004560         MOVE 'Y' TO WS-ABORT-SW
004570     END-IF.
004580*
004590     IF WS-INVOICE-STATUS = '00'
004600         MOVE 'Y' TO WS-INVOICE-OPEN-SW
004610     ELSE
004620         DISPLAY 'GLTIE0005E INVOICE FILE OPEN FAILED, STATUS='
004630             WS-INVOICE-STATUS
004640         MOVE 'Y' TO WS-ABORT-SW
004650     END-IF.
004660*
004670     IF WS-PAYMENT-STATUS = '00'
004680         MOVE 'Y' TO WS-PAYMENT-OPEN-SW
004690     ELSE
004700         DISPLAY 'GLTIE0006E PAYMENT FILE OPEN FAILED, STATUS='
004710             WS-PAYMENT-STATUS
004720         MOVE 'Y' TO WS-ABORT-SW
004730     END-IF.
004740*
004750     IF WS-STKLED-STATUS = '00'
004760         MOVE 'Y' TO WS-STKLED-OPEN-SW
004770     ELSE
004780         DISPLAY 'GLTIE0007E STKLED FILE OPEN FAILED, STATUS='
004790             WS-STKLED-STATUS
004800         MOVE 'Y' TO WS-ABORT-SW
004810     END-IF.
004820*
004830     IF WS-LOCSTK-STATUS = '00'
004840         MOVE 'Y' TO WS-LOCSTK-OPEN-SW
004850     ELSE
004860         DISPLAY 'GLTIE0008E LOCSTK FILE OPEN FAILED, STATUS='
004870             WS-LOCSTK-STATUS
004880         MOVE 'Y' TO WS-ABORT-SW
004890     END-IF.
004900*
004910     IF WS-PRODUCT-STATUS = '00'
004920         MOVE 'Y' TO WS-PRODUCT-OPEN-SW
004930     ELSE
004940         DISPLAY 'GLTIE0009E PRODUCT FILE OPEN FAILED, STATUS='
004950             WS-PRODUCT-STATUS
004960         MOVE 'Y' TO WS-ABORT-SW
004970     END-IF.
004980*
004990     IF WS-REPORT-STATUS = '00'
005000         MOVE 'Y' TO WS-REPORT-OPEN-SW
005010     ELSE
005020         DISPLAY 'GLTIE0010E TIEOUT-REPORT OPEN FAILED, STATUS='
005030             WS-REPORT-STATUS
005040         MOVE 'Y' TO WS-ABORT-SW
005050     END-IF.
005060*
005070     IF WS-ABORT
005080         GO TO 1000-EXIT
005090     END-IF.
005100*
005110     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
005120     PERFORM 1200-LOAD-LEDGER-ACCOUNTS THRU 1200-EXIT.
005130*
005140     IF NOT WS-ABORT
005150         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005160         MOVE WS-RUN-DATE-N   TO HL1-RUN-DATE
005170         MOVE WS-REPORT-MONTH TO HL1-REPORT-MONTH
005180         WRITE REPORT-LINE FROM HEADING-LINE-1
005190     END-IF.
005200*
005210 1000-EXIT.
005220     EXIT.
005230*
005240******************************************************************
005250*   1100-READ-CONTROL-CARD -- TIEPARM: THE MONTH (YYYYMM IN      *
005260*   COLUMNS 1-6), THEN THE RECEIVABLES AND THE INVENTORY CONTROL *
005270*   ACCOUNTS' GL BALANCES AT THE START OF THE MONTH, EACH 13     *
005280*   DIGITS WITH TWO DECIMALS IMPLIED AND A SIGN BYTE ('-' FOR A  *
005290*   CREDIT BALANCE) -- COLUMNS 7-20 AND 21-34.                   *
005300******************************************************************
005310 1100-READ-CONTROL-CARD.
005320*
005330     READ PARM-FILE
005340         AT END
005350             DISPLAY 'GLTIE0011E TIEPARM CARD MISSING'
005360             MOVE 'Y' TO WS-ABORT-SW
005370             GO TO 1100-EXIT
005380     END-READ.
005390*
005400     IF         PA-REPORT-MONTH NOT NUMERIC
005410             OR PA-REPORT-MONTH(5:2) < '01'
005420             OR PA-REPORT-MONTH(5:2) > '12'
005430             OR PA-AR-OPENING NOT NUMERIC
005440             OR NOT PA-AR-OPENING-SIGN-VALID
005450             OR PA-INV-OPENING NOT NUMERIC
005460             OR NOT PA-INV-OPENING-SIGN-VALID
005470         DISPLAY 'GLTIE0012E TIEPARM CARD INVALID: ' PARM-RECORD
005480         MOVE 'Y' TO WS-ABORT-SW
005490         GO TO 1100-EXIT
005500     END-IF.
005510*
005520     MOVE PA-REPORT-MONTH TO WS-REPORT-MONTH.
005530*
005540     MOVE PA-AR-OPENING TO LT-GL-OPENING(1).
005550     IF PA-AR-OPENING-CREDIT
005560         MULTIPLY -1 BY LT-GL-OPENING(1)
005570     END-IF.
005580*
005590     MOVE PA-INV-OPENING TO LT-GL-OPENING(2).
005600     IF PA-INV-OPENING-CREDIT
005610         MULTIPLY -1 BY LT-GL-OPENING(2)
005620     END-IF.
005630*
005640 1100-EXIT.
005650     EXIT.
005660*
005670******************************************************************
005680*   1200-LOAD-LEDGER-ACCOUNTS -- THE CONTROL ACCOUNTS ARE THE    *
005690*   SAME GLAMAP MAPPINGS THE POSTING RUNS READ, SO A RENUMBERED  *
005700*   CHART NEEDS NO CHANGE HERE.  GLJRNL'S MAPPINGS MUST EXIST;   *
005710*   WRTOFF'S AND DSPPOST'S ARE TAKEN WHEN THEY DO.  THIS RUN     *
005720*   POSTS NOTHING, SO IT LEAVES THE LAST-USED DATES ALONE.       *
005730******************************************************************
005740 1200-LOAD-LEDGER-ACCOUNTS.
005750*
005760     IF WS-ABORT
005770         GO TO 1200-EXIT
005780     END-IF.
005790*
005800     MOVE 'Y'        TO WS-MAPPING-REQUIRED-SW.
005810     MOVE 'GLJRNL'   TO GA-SOURCE.
005820     MOVE 'RECEIVBL' TO GA-TRAN-TYPE.
005830     MOVE 1          TO WS-ACCOUNT-SUB.
005840     MOVE 1          TO WS-POST-LEDGER.
005850     PERFORM 1250-FETCH-ONE-ACCOUNT THRU 1250-EXIT.
005860*
005870     MOVE 'INVENTRY' TO GA-TRAN-TYPE.
005880     MOVE 2          TO WS-ACCOUNT-SUB.
005890     MOVE 2          TO WS-POST-LEDGER.
005900     PERFORM 1250-FETCH-ONE-ACCOUNT THRU 1250-EXIT.
005910*
005920     MOVE 'N'        TO WS-MAPPING-REQUIRED-SW.
005930     MOVE 'WRTOFF'   TO GA-SOURCE.
005940     MOVE 'RECEIVBL' TO GA-TRAN-TYPE.
005950     MOVE 3          TO WS-ACCOUNT-SUB.
005960     MOVE 1          TO WS-POST-LEDGER.
005970     PERFORM 1250-FETCH-ONE-ACCOUNT THRU 1250-EXIT.
005980*
005990     MOVE 'DSPPOST'  TO GA-SOURCE.
006000     MOVE 4          TO WS-ACCOUNT-SUB.
006010     PERFORM 1250-FETCH-ONE-ACCOUNT THRU 1250-EXIT.
006020*
006030 1200-EXIT.
006040     EXIT.
006050*
006060 1250-FETCH-ONE-ACCOUNT.
006070*
006080     READ GLAMAP-FILE
006090         INVALID KEY
006100             IF WS-MAPPING-REQUIRED
006110                 DISPLAY 'GLTIE0013E NO GLAMAP MAPPING FOR '
006120                     GA-SOURCE '/' GA-TRAN-TYPE ' - RUN STOPPED'
006130                 MOVE 'Y' TO WS-ABORT-SW
006140             END-IF
006150             GO TO 1250-EXIT
006160     END-READ.
006170*
006180     MOVE WS-POST-LEDGER    TO LA-LEDGER(WS-ACCOUNT-SUB).
006190     MOVE GA-ACCOUNT-NUMBER TO LA-ACCOUNT(WS-ACCOUNT-SUB).
006200*
006210 1250-EXIT.
006220     EXIT.
006230*
006240 2000-GATHER-GL-ACTIVITY.
006250*
006260     IF NOT WS-ABORT
006270         PERFORM 2100-PROCESS-ONE-JOURNAL THRU 2100-EXIT
006280             UNTIL WS-JOURNAL-EOF
006290     END-IF.
006300*
006310 2000-EXIT.
006320     EXIT.
006330*
006340******************************************************************
006350*   2100-PROCESS-ONE-JOURNAL -- A DETAIL LINE DATED IN THE MONTH *
006360*   AND POSTED TO A CONTROL ACCOUNT IS GL ACTIVITY FOR THAT      *
006370*   LEDGER.  BOTH ARE DEBIT-BALANCE ACCOUNTS: A DEBIT ADDS, A    *
006380*   CREDIT SUBTRACTS.  HEADERS, TRAILERS, AND EVERY OTHER        *
006390*   ACCOUNT ARE PASSED OVER.                                     *
006400******************************************************************
006410 2100-PROCESS-ONE-JOURNAL.
006420*
006430     READ JOURNAL-FILE
006440         AT END
006450             MOVE 'Y' TO WS-JOURNAL-EOF-SW
006460     END-READ.
006470*
006480     IF WS-JOURNAL-EOF
006490         GO TO 2100-EXIT
006500     END-IF.
006510*
006520     ADD 1 TO WS-READ-COUNT.
006530*
006540     IF NOT GLJ-DETAIL
006550         GO TO 2100-EXIT
006560     END-IF.
006570*
006580     IF GLJ-JOURNAL-DATE(1:6) NOT = WS-REPORT-MONTH
006590         GO TO 2100-EXIT
006600     END-IF.
006610*
006620     MOVE ZERO TO WS-POST-LEDGER.
006630     PERFORM 2110-CHECK-ONE-ACCOUNT THRU 2110-EXIT
006640         VARYING WS-ACCOUNT-SUB FROM 1 BY 1
006650         UNTIL WS-ACCOUNT-SUB > 4.
006660*
006670     IF WS-POST-LEDGER = ZERO
006680         GO TO 2100-EXIT
006690     END-IF.
006700*
006710     MOVE GLJ-JOURNAL-DATE TO WS-POST-DATE.
006720     MOVE GLJ-SOURCE       TO WS-POST-SOURCE.
006730     IF GLJ-CREDIT
006740         COMPUTE WS-POST-GL-AMOUNT = ZERO - GLJ-AMOUNT
006750     ELSE
006760         MOVE GLJ-AMOUNT TO WS-POST-GL-AMOUNT
006770     END-IF.
006780     MOVE ZERO TO WS-POST-SUB-AMOUNT.
006790     PERFORM 2500-POST-ACTIVITY THRU 2500-EXIT.
006800*
006810 2100-EXIT.
006820     EXIT.
006830*
006840 2110-CHECK-ONE-ACCOUNT.
006850*
006860     IF      LA-ACCOUNT(WS-ACCOUNT-SUB) NOT = SPACE
006870         AND LA-ACCOUNT(WS-ACCOUNT-SUB) = GLJ-ACCOUNT-NUMBER
006880         MOVE LA-LEDGER(WS-ACCOUNT-SUB) TO WS-POST-LEDGER
006890     END-IF.
006900*
006910 2110-EXIT.
006920     EXIT.
006930*
006940 2200-GATHER-RECEIVABLES.
006950*
006960     IF WS-ABORT
006970         GO TO 2200-EXIT
006980     END-IF.
006990*
007000     PERFORM 2210-PROCESS-ONE-INVOICE THRU 2210-EXIT
007010         UNTIL WS-INVOICE-EOF.
007020     PERFORM 2250-PROCESS-ONE-PAYMENT THRU 2250-EXIT
007030         UNTIL WS-PAYMENT-EOF.
007040     PERFORM 2280-PROCESS-ONE-BALANCE THRU 2280-EXIT
007050         UNTIL WS-ARBAL-EOF.
007060*
007070 2200-EXIT.
007080     EXIT.
007090*
007100******************************************************************
007110*   2210-PROCESS-ONE-INVOICE -- WHAT A BILLED INVOICE DID TO     *
007120*   THE RECEIVABLE, BY THE SAME DATES GLJRNL JOURNALS IT: THE    *
007130*   MERCHANDISE AND TAX ON THE INVOICE DATE, THE FREIGHT ON THE  *
007140*   SHIP DATE.  A CREDIT MEMO TAKES ALL THREE OFF ON ITS OWN     *
007150*   DATE.  A VOIDED ORIGINAL STILL COUNTS -- IT RAISED THE       *
007160*   BALANCE WHEN IT BILLED, AND ITS VOIDING MEMO TAKES IT OFF.   *
007170******************************************************************
007180 2210-PROCESS-ONE-INVOICE.
007190*
007200     READ INVOICE-FILE
007210         AT END
007220             MOVE 'Y' TO WS-INVOICE-EOF-SW
007230     END-READ.
007240*
007250     IF WS-INVOICE-EOF
007260         GO TO 2210-EXIT
007270     END-IF.
007280*
007290     ADD 1 TO WS-READ-COUNT.
007300*
007310     IF INV-UNBILLED
007320         GO TO 2210-EXIT
007330     END-IF.
007340*
007350     MOVE 1         TO WS-POST-LEDGER.
007360     MOVE 'INVOICE' TO WS-POST-SOURCE.
007370     MOVE ZERO      TO WS-POST-GL-AMOUNT.
007380*
007390     IF      INV-ORIGINAL-INVOICE
007400         AND INV-SHIPPED
007410         AND INV-FREIGHT-AMOUNT > ZERO
007420         MOVE INV-SHIP-DATE TO WS-MDY-DATE-N
007430         PERFORM 2290-MDY-TO-POST-DATE THRU 2290-EXIT
007440         IF WS-POST-DATE(1:6) = WS-REPORT-MONTH
007450             MOVE INV-FREIGHT-AMOUNT TO WS-POST-SUB-AMOUNT
007460             PERFORM 2500-POST-ACTIVITY THRU 2500-EXIT
007470         END-IF
007480     END-IF.
007490*
007500     MOVE INV-INVOICE-DATE TO WS-MDY-DATE-N.
007510     PERFORM 2290-MDY-TO-POST-DATE THRU 2290-EXIT.
007520     IF WS-POST-DATE(1:6) NOT = WS-REPORT-MONTH
007530         GO TO 2210-EXIT
007540     END-IF.
007550*
007560     IF INV-CREDIT-MEMO
007570         COMPUTE WS-POST-SUB-AMOUNT = ZERO
007580             - INV-INVOICE-TOTAL - INV-TAX-AMOUNT
007590             - INV-FREIGHT-AMOUNT
007600     ELSE
007610         ADD INV-INVOICE-TOTAL INV-TAX-AMOUNT
007620             GIVING WS-POST-SUB-AMOUNT
007630     END-IF.
007640     PERFORM 2500-POST-ACTIVITY THRU 2500-EXIT.
007650*
007660 2210-EXIT.
007670     EXIT.
007680*
007690******************************************************************
007700*   2250-PROCESS-ONE-PAYMENT -- APPLIED OR NOT, MONEY RECEIVED   *
007710*   LOWERS THE OPEN BALANCE LESS UNAPPLIED CASH.  A GIFT         *
007720*   CERTIFICATE TENDERED AS PAYMENT IS JOURNALED BY GLJRNL AS A  *
007730*   GIFTCERT REDEMPTION, SO IT IS TOTALLED UNDER THAT SOURCE.    *
007740******************************************************************
007750 2250-PROCESS-ONE-PAYMENT.
007760*
007770     READ PAYMENT-FILE
007780         AT END
007790             MOVE 'Y' TO WS-PAYMENT-EOF-SW
007800     END-READ.
007810*
007820     IF WS-PAYMENT-EOF
007830         GO TO 2250-EXIT
007840     END-IF.
007850*
007860     ADD 1 TO WS-READ-COUNT.
007870*
007880     MOVE PAY-PAYMENT-DATE TO WS-MDY-DATE-N.
007890     PERFORM 2290-MDY-TO-POST-DATE THRU 2290-EXIT.
007900     IF WS-POST-DATE(1:6) NOT = WS-REPORT-MONTH
007910         GO TO 2250-EXIT
007920     END-IF.
007930*
007940     MOVE 1 TO WS-POST-LEDGER.
007950     IF PAY-GIFT-CERTIFICATE
007960         MOVE 'GIFTCERT' TO WS-POST-SOURCE
007970     ELSE
007980         MOVE 'PAYMENT'  TO WS-POST-SOURCE
007990     END-IF.
008000     MOVE ZERO TO WS-POST-GL-AMOUNT.
008010     COMPUTE WS-POST-SUB-AMOUNT = ZERO - PAY-PAYMENT-AMOUNT.
008020     PERFORM 2500-POST-ACTIVITY THRU 2500-EXIT.
008030*
008040 2250-EXIT.
008050     EXIT.
008060*
008070 2280-PROCESS-ONE-BALANCE.
008080*
008090     READ ARBAL-FILE
008100         AT END
008110             MOVE 'Y' TO WS-ARBAL-EOF-SW
008120     END-READ.
008130*
008140     IF WS-ARBAL-EOF
008150         GO TO 2280-EXIT
008160     END-IF.
008170*
008180     ADD 1 TO WS-READ-COUNT.
008190*
008200     ADD AR-OPEN-BALANCE        TO LT-SUB-CLOSING(1).
008210     SUBTRACT AR-UNAPPLIED-CASH FROM LT-SUB-CLOSING(1).
008220*
008230 2280-EXIT.
008240     EXIT.
008250*
008260 2290-MDY-TO-POST-DATE.
008270*
008280     MOVE WS-MDY-YYYY   TO WS-YMD-YYYY.
008290     MOVE WS-MDY-MM     TO WS-YMD-MM.
008300     MOVE WS-MDY-DD     TO WS-YMD-DD.
008310     MOVE WS-YMD-DATE-N TO WS-POST-DATE.
008320*
008330 2290-EXIT.
008340     EXIT.
008350*
008360 2300-GATHER-INVENTORY.
008370*
008380     IF WS-ABORT
008390         GO TO 2300-EXIT
008400     END-IF.
008410*
008420     PERFORM 2310-PROCESS-ONE-MOVEMENT THRU 2310-EXIT
008430         UNTIL WS-STKLED-EOF.
008440     PERFORM 2350-PROCESS-ONE-LOCATION THRU 2350-EXIT
008450         UNTIL WS-LOCSTK-EOF.
008460*
008470 2300-EXIT.
008480     EXIT.
008490*
008500******************************************************************
008510*   2310-PROCESS-ONE-MOVEMENT -- A STOCK-LEDGER MOVEMENT IN THE  *
008520*   MONTH, VALUED AT THE PRODUCT'S AVERAGE COST AND TOTALLED     *
008530*   UNDER THE SOURCE THAT JOURNALS IT.  GLJRNL COSTS SALES AND   *
008540*   RESTOCKED RETURNS THROUGH THE INVOICE, SO THOSE MOVEMENTS    *
008550*   TIE TO ITS INVOICE LINES; RECEIPTS, COUNT ADJUSTMENTS, AND   *
008560*   MAINTENANCE HAVE NO JOURNAL OF THEIR OWN AND PRINT UNDER     *
008570*   THEIR OWN NAMES.                                             *
008580******************************************************************
008590 2310-PROCESS-ONE-MOVEMENT.
008600*
008610     READ STKLED-FILE
008620         AT END
008630             MOVE 'Y' TO WS-STKLED-EOF-SW
008640     END-READ.
008650*
008660     IF WS-STKLED-EOF
008670         GO TO 2310-EXIT
008680     END-IF.
008690*
008700     ADD 1 TO WS-READ-COUNT.
008710*
008720     IF SL-STAMP-DATE(1:6) NOT = WS-REPORT-MONTH
008730         GO TO 2310-EXIT
008740     END-IF.
008750*
008760     EVALUATE TRUE
008770         WHEN SL-TRANSFER-OUT
008780         WHEN SL-TRANSFER-IN
008790             GO TO 2310-EXIT
008800         WHEN SL-RECEIPT
008810         WHEN SL-SUPPLIER-RETURN
008820             MOVE 'RECEIPT'  TO WS-POST-SOURCE
008830         WHEN SL-COUNT-ADJUSTMENT
008840             MOVE 'COUNTADJ' TO WS-POST-SOURCE
008850         WHEN SL-MAINTENANCE
008860             MOVE 'MAINT'    TO WS-POST-SOURCE
008870         WHEN OTHER
008880             MOVE 'INVOICE'  TO WS-POST-SOURCE
008890     END-EVALUATE.
008900*
008910     MOVE SL-PRODUCT-CODE TO PRM-PRODUCT-CODE.
008920     PERFORM 2390-GET-AVERAGE-COST THRU 2390-EXIT.
008930*
008940     MOVE 2             TO WS-POST-LEDGER.
008950     MOVE SL-STAMP-DATE TO WS-POST-DATE.
008960     MOVE ZERO          TO WS-POST-GL-AMOUNT.
008970     COMPUTE WS-POST-SUB-AMOUNT ROUNDED =
008980         SL-QUANTITY * WS-AVERAGE-COST.
008990     PERFORM 2500-POST-ACTIVITY THRU 2500-EXIT.
009000*
009010 2310-EXIT.
009020     EXIT.
009030*
009040******************************************************************
009050*   2350-PROCESS-ONE-LOCATION -- THE CLOSING VALUATION, LINE     *
009060*   FOR LINE AS INVVAL PRICES IT.                                *
009070******************************************************************
009080 2350-PROCESS-ONE-LOCATION.
009090*
009100     READ LOCSTK-FILE
009110         AT END
009120             MOVE 'Y' TO WS-LOCSTK-EOF-SW
009130     END-READ.
009140*
009150     IF WS-LOCSTK-EOF
009160         GO TO 2350-EXIT
009170     END-IF.
009180*
009190     ADD 1 TO WS-READ-COUNT.
009200*
009210     IF LS-QUANTITY-ON-HAND = ZERO
009220         GO TO 2350-EXIT
009230     END-IF.
009240*
009250     MOVE LS-PRODUCT-CODE TO PRM-PRODUCT-CODE.
009260     PERFORM 2390-GET-AVERAGE-COST THRU 2390-EXIT.
009270*
009280     COMPUTE WS-AMOUNT ROUNDED =
009290         LS-QUANTITY-ON-HAND * WS-AVERAGE-COST.
009300     ADD WS-AMOUNT TO LT-SUB-CLOSING(2).
009310*
009320 2350-EXIT.
009330     EXIT.
009340*
009350******************************************************************
009360*   2390-GET-AVERAGE-COST -- BOTH FILES COME IN PRODUCT ORDER,   *
009370*   SO THE PRODUCT MASTER IS READ ONCE PER PRODUCT.  A PRODUCT   *
009380*   NOT ON FILE COSTS ZERO, AS IN INVVAL.                        *
009390******************************************************************
009400 2390-GET-AVERAGE-COST.
009410*
009420     IF PRM-PRODUCT-CODE = WS-COST-PRODUCT-CODE
009430         GO TO 2390-EXIT
009440     END-IF.
009450*
009460     MOVE PRM-PRODUCT-CODE TO WS-COST-PRODUCT-CODE.
009470     READ PRODUCT-FILE
009480         INVALID KEY
009490             MOVE ZERO TO PRM-AVERAGE-COST
009500     END-READ.
009510     MOVE PRM-AVERAGE-COST TO WS-AVERAGE-COST.
009520*
009530 2390-EXIT.
009540     EXIT.
009550*
009560******************************************************************
009570*   2500-POST-ACTIVITY -- ADD ONE AMOUNT INTO ITS LEDGER, DAY,   *
009580*   AND SOURCE, AND INTO THE MONTH'S TOTALS BY SOURCE.           *
009590******************************************************************
009600 2500-POST-ACTIVITY.
009610*
009620     MOVE WS-POST-DATE(7:2) TO WS-DAY.
009630     IF WS-DAY < 1 OR WS-DAY > 31
009640         DISPLAY 'GLTIE0014W BAD DAY ON ' WS-POST-SOURCE
009650             ' ACTIVITY DATED ' WS-POST-DATE ' - NOT TIED'
009660         GO TO 2500-EXIT
009670     END-IF.
009680     MOVE WS-DAY TO WS-DAY-SUB.
009690*
009700     PERFORM 2550-FIND-SOURCE THRU 2550-EXIT.
009710*
009720     MOVE 'Y' TO DA-ACTIVITY-SW(WS-POST-LEDGER, WS-DAY-SUB,
009730                                WS-SOURCE-SUB).
009740     ADD WS-POST-GL-AMOUNT
009750         TO DA-GL-NET(WS-POST-LEDGER, WS-DAY-SUB, WS-SOURCE-SUB).
009760     ADD WS-POST-SUB-AMOUNT
009770         TO DA-SUB-NET(WS-POST-LEDGER, WS-DAY-SUB, WS-SOURCE-SUB).
009780*
009790     MOVE 'Y' TO ST-ACTIVITY-SW(WS-POST-LEDGER, WS-SOURCE-SUB).
009800     ADD WS-POST-GL-AMOUNT
009810         TO ST-GL-NET(WS-POST-LEDGER, WS-SOURCE-SUB).
009820     ADD WS-POST-SUB-AMOUNT
009830         TO ST-SUB-NET(WS-POST-LEDGER, WS-SOURCE-SUB).
009840*
009850     ADD WS-POST-GL-AMOUNT  TO LT-GL-ACTIVITY(WS-POST-LEDGER).
009860     ADD WS-POST-SUB-AMOUNT TO LT-SUB-ACTIVITY(WS-POST-LEDGER).
009870*
009880 2500-EXIT.
009890     EXIT.
009900*
009910 2550-FIND-SOURCE.
009920*
009930     MOVE 'N' TO WS-SOURCE-FOUND-SW.
009940     PERFORM 2560-CHECK-ONE-SOURCE THRU 2560-EXIT
009950         VARYING WS-SOURCE-SUB FROM 1 BY 1
009960         UNTIL WS-SOURCE-SUB > SN-COUNT-USED
009970            OR WS-SOURCE-FOUND.
009980*
009990     IF WS-SOURCE-FOUND
010000         SUBTRACT 1 FROM WS-SOURCE-SUB
010010         GO TO 2550-EXIT
010020     END-IF.
010030*
010040     IF SN-COUNT-USED < 11
010050         ADD 1 TO SN-COUNT-USED
010060         MOVE SN-COUNT-USED  TO WS-SOURCE-SUB
010070         MOVE WS-POST-SOURCE TO SN-NAME(WS-SOURCE-SUB)
010080     ELSE
010090         MOVE 12 TO WS-SOURCE-SUB
010100     END-IF.
010110*
010120 2550-EXIT.
010130     EXIT.
010140*
010150 2560-CHECK-ONE-SOURCE.
010160*
010170     IF SN-NAME(WS-SOURCE-SUB) = WS-POST-SOURCE
010180         MOVE 'Y' TO WS-SOURCE-FOUND-SW
010190     END-IF.
010200*
010210 2560-EXIT.
010220     EXIT.
010230*
010240 2700-PRINT-TIE-OUT.
010250*
010260     IF WS-ABORT
010270         GO TO 2700-EXIT
010280     END-IF.
010290*
010300     PERFORM 2710-PRINT-ONE-LEDGER THRU 2710-EXIT
010310         VARYING WS-LEDGER-SUB FROM 1 BY 1
010320         UNTIL WS-LEDGER-SUB > 2.
010330*
010340 2700-EXIT.
010350     EXIT.
010360*
010370******************************************************************
010380*   2710-PRINT-ONE-LEDGER -- THE DAY-BY-SOURCE DETAIL, THE       *
010390*   MONTH BY SOURCE, THEN THE RECONCILIATION OF THE LEDGER'S     *
010400*   CLOSING BALANCE TO THE CONTROL ACCOUNT'S.                    *
010410******************************************************************
010420 2710-PRINT-ONE-LEDGER.
010430*
010440     MOVE SPACE TO REPORT-LINE.
010450     WRITE REPORT-LINE.
010460     MOVE LN-NAME(WS-LEDGER-SUB) TO LH-LEDGER-NAME.
010470     MOVE SPACE TO LH-ACCOUNT(1) LH-ACCOUNT(2)
010480                   LH-ACCOUNT(3) LH-ACCOUNT(4).
010490     PERFORM 2715-LIST-ONE-ACCOUNT THRU 2715-EXIT
010500         VARYING WS-ACCOUNT-SUB FROM 1 BY 1
010510         UNTIL WS-ACCOUNT-SUB > 4.
010520     WRITE REPORT-LINE FROM LEDGER-HEADING.
010530     WRITE REPORT-LINE FROM COLUMN-HEADING.
010540*
010550     PERFORM 2720-PRINT-ONE-DAY THRU 2720-EXIT
010560         VARYING WS-DAY-SUB FROM 1 BY 1
010570         UNTIL WS-DAY-SUB > 31.
010580*
010590     MOVE SPACE TO REPORT-LINE.
010600     WRITE REPORT-LINE.
010610     PERFORM 2740-PRINT-ONE-SOURCE-TOTAL THRU 2740-EXIT
010620         VARYING WS-SOURCE-SUB FROM 1 BY 1
010630         UNTIL WS-SOURCE-SUB > 12.
010640*
010650     PERFORM 2760-PRINT-RECONCILIATION THRU 2760-EXIT.
010660*
010670 2710-EXIT.
010680     EXIT.
010690*
010700 2715-LIST-ONE-ACCOUNT.
010710*
010720     IF      LA-LEDGER(WS-ACCOUNT-SUB) = WS-LEDGER-SUB
010730         AND LA-ACCOUNT(WS-ACCOUNT-SUB) NOT = SPACE
010740         MOVE LA-ACCOUNT(WS-ACCOUNT-SUB)
010750             TO LH-ACCOUNT(WS-ACCOUNT-SUB)
010760     END-IF.
010770*
010780 2715-EXIT.
010790     EXIT.
010800*
010810 2720-PRINT-ONE-DAY.
010820*
010830     PERFORM 2730-PRINT-ONE-ENTRY THRU 2730-EXIT
010840         VARYING WS-SOURCE-SUB FROM 1 BY 1
010850         UNTIL WS-SOURCE-SUB > 12.
010860*
010870 2720-EXIT.
010880     EXIT.
010890*
010900 2730-PRINT-ONE-ENTRY.
010910*
010920     IF NOT DA-ACTIVITY(WS-LEDGER-SUB, WS-DAY-SUB, WS-SOURCE-SUB)
010930         GO TO 2730-EXIT
010940     END-IF.
010950*
010960     MOVE WS-REPORT-MONTH TO WS-POST-DATE(1:6).
010970     MOVE WS-DAY-SUB      TO WS-DAY.
010980     MOVE WS-DAY          TO WS-POST-DATE(7:2).
010990     MOVE WS-POST-DATE    TO AL-DATE.
011000     MOVE SN-NAME(WS-SOURCE-SUB) TO AL-SOURCE.
011010     MOVE DA-GL-NET(WS-LEDGER-SUB, WS-DAY-SUB, WS-SOURCE-SUB)
011020         TO WS-POST-GL-AMOUNT.
011030     MOVE DA-SUB-NET(WS-LEDGER-SUB, WS-DAY-SUB, WS-SOURCE-SUB)
011040         TO WS-POST-SUB-AMOUNT.
011050     PERFORM 2790-WRITE-ACTIVITY-LINE THRU 2790-EXIT.
011060*
011070 2730-EXIT.
011080     EXIT.
011090*
011100 2740-PRINT-ONE-SOURCE-TOTAL.
011110*
011120     IF NOT ST-ACTIVITY(WS-LEDGER-SUB, WS-SOURCE-SUB)
011130         GO TO 2740-EXIT
011140     END-IF.
011150*
011160     MOVE 'MONTH'                TO AL-DATE.
011170     MOVE SN-NAME(WS-SOURCE-SUB) TO AL-SOURCE.
011180     MOVE ST-GL-NET(WS-LEDGER-SUB, WS-SOURCE-SUB)
011190         TO WS-POST-GL-AMOUNT.
011200     MOVE ST-SUB-NET(WS-LEDGER-SUB, WS-SOURCE-SUB)
011210         TO WS-POST-SUB-AMOUNT.
011220     PERFORM 2790-WRITE-ACTIVITY-LINE THRU 2790-EXIT.
011230*
011240 2740-EXIT.
011250     EXIT.
011260*
011270******************************************************************
011280*   2760-PRINT-RECONCILIATION -- THE MONTH-END DIFFERENCE IS     *
011290*   WHAT THE SUBLEDGER CARRIES LESS WHAT THE CONTROL ACCOUNT     *
011300*   CARRIES.  THE PART ARISING THIS MONTH IS THE SUM OF THE      *
011310*   DAY-BY-SOURCE DIFFERENCES ABOVE; THE REST WAS ALREADY THERE  *
011320*   WHEN THE MONTH OPENED.                                       *
011330******************************************************************
011340 2760-PRINT-RECONCILIATION.
011350*
011360     MOVE SPACE TO REPORT-LINE.
011370     WRITE REPORT-LINE.
011380     MOVE SPACE TO RCL-FLAG.
011390*
011400     MOVE 'GL OPENING BALANCE (TIEPARM)' TO RCL-LABEL.
011410     MOVE LT-GL-OPENING(WS-LEDGER-SUB) TO RCL-AMOUNT.
011420     WRITE REPORT-LINE FROM RECONCILIATION-LINE.
011430*
011440     MOVE 'GL ACTIVITY FOR THE MONTH' TO RCL-LABEL.
011450     MOVE LT-GL-ACTIVITY(WS-LEDGER-SUB) TO RCL-AMOUNT.
011460     WRITE REPORT-LINE FROM RECONCILIATION-LINE.
011470*
011480     ADD LT-GL-OPENING(WS-LEDGER-SUB)
011490         LT-GL-ACTIVITY(WS-LEDGER-SUB) GIVING WS-AMOUNT.
011500     MOVE 'GL CLOSING BALANCE' TO RCL-LABEL.
011510     MOVE WS-AMOUNT TO RCL-AMOUNT.
011520     WRITE REPORT-LINE FROM RECONCILIATION-LINE.
011530*
011540     IF WS-LEDGER-SUB = 1
011550         MOVE 'SUBLEDGER CLOSING BALANCE (ARBAL)' TO RCL-LABEL
011560     ELSE
011570         MOVE 'SUBLEDGER CLOSING BALANCE (INVVAL)' TO RCL-LABEL
011580     END-IF.
011590     MOVE LT-SUB-CLOSING(WS-LEDGER-SUB) TO RCL-AMOUNT.
011600     WRITE REPORT-LINE FROM RECONCILIATION-LINE.
011610*
011620     SUBTRACT WS-AMOUNT FROM LT-SUB-CLOSING(WS-LEDGER-SUB)
011630         GIVING WS-DIFFERENCE.
011640     MOVE 'DIFFERENCE AT MONTH END' TO RCL-LABEL.
011650     MOVE WS-DIFFERENCE TO RCL-AMOUNT.
011660     IF WS-DIFFERENCE = ZERO
011670         MOVE 'TIED' TO RCL-FLAG
011680     ELSE
011690         MOVE '*** NOT TIED ***' TO RCL-FLAG
011700         ADD 1 TO WS-UNTIED-COUNT
011710     END-IF.
011720     WRITE REPORT-LINE FROM RECONCILIATION-LINE.
011730     MOVE SPACE TO RCL-FLAG.
011740*
011750     COMPUTE WS-AMOUNT = LT-SUB-CLOSING(WS-LEDGER-SUB)
011760                       - LT-SUB-ACTIVITY(WS-LEDGER-SUB)
011770                       - LT-GL-OPENING(WS-LEDGER-SUB).
011780     MOVE '  BROUGHT FORWARD FROM EARLIER MONTHS' TO RCL-LABEL.
011790     MOVE WS-AMOUNT TO RCL-AMOUNT.
011800     WRITE REPORT-LINE FROM RECONCILIATION-LINE.
011810*
011820     SUBTRACT LT-GL-ACTIVITY(WS-LEDGER-SUB)
011830         FROM LT-SUB-ACTIVITY(WS-LEDGER-SUB) GIVING WS-AMOUNT.
011840     MOVE '  ARISING THIS MONTH (BY DAY AND SOURCE)' TO RCL-LABEL.
011850     MOVE WS-AMOUNT TO RCL-AMOUNT.
011860     WRITE REPORT-LINE FROM RECONCILIATION-LINE.
011870*
011880 2760-EXIT.
011890     EXIT.
011900*
011910 2790-WRITE-ACTIVITY-LINE.
011920*
011930     SUBTRACT WS-POST-GL-AMOUNT FROM WS-POST-SUB-AMOUNT
011940         GIVING WS-DIFFERENCE.
011950     MOVE WS-POST-GL-AMOUNT  TO AL-GL-AMOUNT.
011960     MOVE WS-POST-SUB-AMOUNT TO AL-SUB-AMOUNT.
011970     MOVE WS-DIFFERENCE      TO AL-DIFFERENCE.
011980     IF WS-DIFFERENCE = ZERO
011990         MOVE SPACE TO AL-FLAG
012000     ELSE
012010         MOVE '***' TO AL-FLAG
012020     END-IF.
012030     WRITE REPORT-LINE FROM ACTIVITY-LINE.
012040     ADD 1 TO WS-LINE-COUNT.
012050*
012060 2790-EXIT.
012070     EXIT.
012080*
012090 3000-TERMINATE.
012100*
012110     IF WS-ABORT
012120         MOVE 8 TO RETURN-CODE
012130     ELSE
012140         IF WS-UNTIED-COUNT > ZERO
012150             MOVE 4 TO RETURN-CODE
012160         END-IF
012170     END-IF.
012180*
012190     MOVE 'GLTIE   ' TO RL-PROGRAM.
012200     MOVE 'MONTHLY ' TO RL-JOB-NAME.
012210     MOVE 'GLTIE   ' TO RL-STEP-NAME.
012220     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
012230     MOVE WS-READ-COUNT    TO RL-RECORDS-READ.
012240     MOVE WS-LINE-COUNT    TO RL-RECORDS-WRITTEN.
012250     MOVE WS-UNTIED-COUNT  TO RL-RECORDS-REJECTED.
012260     MOVE RETURN-CODE      TO RL-COMPLETION-CODE.
012270     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
012280*
012290     IF WS-PARM-OPEN
012300         CLOSE PARM-FILE
012310     END-IF.
012320     IF WS-JOURNAL-OPEN
012330         CLOSE JOURNAL-FILE
012340     END-IF.
012350     IF WS-GLAMAP-OPEN
012360         CLOSE GLAMAP-FILE
012370     END-IF.
012380     IF WS-ARBAL-OPEN
012390         CLOSE ARBAL-FILE
012400     END-IF.
012410     IF WS-INVOICE-OPEN
012420         CLOSE INVOICE-FILE
012430     END-IF.
012440     IF WS-PAYMENT-OPEN
012450         CLOSE PAYMENT-FILE
012460     END-IF.
012470     IF WS-STKLED-OPEN
012480         CLOSE STKLED-FILE
012490     END-IF.
012500     IF WS-LOCSTK-OPEN
012510         CLOSE LOCSTK-FILE
012520     END-IF.
012530     IF WS-PRODUCT-OPEN
012540         CLOSE PRODUCT-FILE
012550     END-IF.
012560     IF WS-REPORT-OPEN
012570         CLOSE TIEOUT-REPORT
012580     END-IF.
012590*
012600 3000-EXIT.
012610     EXIT.
