000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    CUSTPROF.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   CUSTPROF -- QUARTERLY CUSTOMER PROFITABILITY REPORT.         *
000110*   SALES RANKS CUSTOMERS BY REVENUE; THIS RANKS THEM BY WHAT    *
000120*   THEY ACTUALLY CONTRIBUTE ONCE RETURNS, FREIGHT, WRITE-OFFS   *
000130*   AND SLOW PAYMENT ARE TAKEN OUT.  THE QUARTER IS READ FROM    *
000140*   THE PERIOD CONTROL CARD (PERIODD): YYYY IN COLUMNS 1-4 AND   *
000150*   THE QUARTER, 1 TO 4, IN COLUMN 5.  EVERY BILLED DOCUMENT     *
000160*   DATED IN THE QUARTER (INV-INVOICE-DATE) COUNTS FOR ITS       *
000170*   CUSTOMER -- ORIGINALS PLUS, CREDIT MEMOS MINUS, AND A        *
000180*   VOIDED ORIGINAL WITH ITS VOID MEMO, SO THE TWO NET.  AN      *
000190*   UNBILLED ORDER HAS NOT BEEN SOLD YET AND IS LEFT OUT.        *
000200*                                                                *
000210*     NET SALES       THE AMOUNTS OF THE PRODUCT LINES.  A       *
000220*                     FINANCE CHARGE OR WRITE-OFF MEMO CARRIES   *
000230*                     NO PRODUCT AND IS NOT A SALE.              *
000240*     COST OF GOODS   LINE QUANTITY TIMES INV-LINE-UNIT-COST,    *
000250*                     THE AVERAGE COST WHEN THE LINE WAS SOLD;   *
000260*                     A LINE BILLED BEFORE THE COST WAS KEPT IS  *
000270*                     COSTED AT TODAY'S PRM-AVERAGE-COST.        *
000280*     GROSS MARGIN    NET SALES LESS COST OF GOODS.              *
000290*     FREIGHT         INV-STD-FREIGHT-AMT, WHAT THE RATE TABLE   *
000300*       ABSORBED      WOULD HAVE CHARGED, LESS THE FREIGHT       *
000310*                     BILLED UNDER THE CUSTOMER'S FRTCUST RULE.  *
000320*                     A DOCUMENT WITH NO RATE-TABLE FREIGHT ON   *
000330*                     IT SHOWS NONE ABSORBED.                    *
000340*     RETURNS         RET-AMOUNT ON THE RETLOG LINES DATED IN    *
000350*                     THE QUARTER.  THE RETURN CREDIT MEMOS ARE  *
000360*                     ALREADY OUT OF NET SALES; THE COLUMN SHOWS *
000370*                     HOW MUCH OF THE DROP WAS GOODS SENT BACK.  *
000380*     WRITE-OFFS      WRTOFF'S CREDIT MEMOS (OPERATOR 'WOF').    *
000390*     UNPAID FINANCE  'F'-SERIES CHARGES ASSESSED IN THE         *
000400*       CHARGES       QUARTER AND STILL OPEN TODAY AFTER         *
000410*                     APPLIED CASH AND MEMOS, AS AGERPT NETS     *
000420*                     THEM -- THE COST OF CARRYING A SLOW        *
000430*                     PAYER THAT WAS NEVER RECOVERED.            *
000440*     NET             GROSS MARGIN LESS FREIGHT ABSORBED,        *
000450*       CONTRIBUTION  WRITE-OFFS AND UNPAID FINANCE CHARGES.     *
000460*                                                                *
000470*   EVERY CUSTOMER WITH A DOCUMENT IN THE QUARTER IS LISTED,     *
000480*   HIGHEST NET CONTRIBUTION FIRST, WITH QUARTER TOTALS; THE     *
000490*   BOTTOM 25 ARE THEN LISTED AGAIN, WORST FIRST.  THE TABLE     *
000500*   HOLDS 2000 CUSTOMERS; MORE STOPS THE RUN WITH RETURN CODE 8  *
000510*   RATHER THAN RANK SHORT.  THE RUN IS LOGGED THROUGH RUNLOGW.  *
000520*                                                                *
000530*   MODIFICATION HISTORY.                                        *
000540*   10/15/2026  RH   INITIAL VERSION.                            *
000541*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000542*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000543*                    NOT COMPLETED.                              *
000550******************************************************************
000560*
000570 ENVIRONMENT DIVISION.
000580*
000590 CONFIGURATION SECTION.
000600*
000610 SOURCE-COMPUTER.  IBM-370.
000620 OBJECT-COMPUTER.  IBM-370.
000630*
000640 INPUT-OUTPUT SECTION.
000650*
000660 FILE-CONTROL.
000670*
000680     SELECT  PERIOD-FILE    ASSIGN TO PERIODD
000690             ORGANIZATION IS LINE SEQUENTIAL
000700             FILE STATUS IS WS-PERIOD-STATUS.
000710*
000720     SELECT  CUSTMAS-FILE   ASSIGN TO CUSTMAS
000730             ORGANIZATION IS INDEXED
000740             ACCESS MODE IS SEQUENTIAL
000750             RECORD KEY IS CM-CUSTOMER-NUMBER
000760             FILE STATUS IS WS-CUSTMAS-STATUS.
000770*
000780     SELECT  INVOICE-FILE   ASSIGN TO INVOICE
000790             ORGANIZATION IS INDEXED
000800             ACCESS MODE IS DYNAMIC
000810             RECORD KEY IS INV-INVOICE-NUMBER
000820             ALTERNATE RECORD KEY IS INV-CUSTOMER-NUMBER
000830                 WITH DUPLICATES
000840             FILE STATUS IS WS-INVOICE-STATUS.
000850*
000860     SELECT  PAYMENT-FILE   ASSIGN TO PAYMENT
000870             ORGANIZATION IS INDEXED
000880             ACCESS MODE IS DYNAMIC
000890             RECORD KEY IS PAY-PAYMENT-NUMBER
000900             ALTERNATE RECORD KEY IS PAY-INVOICE-NUMBER
000910                 WITH DUPLICATES
000920             FILE STATUS IS WS-PAYMENT-STATUS.
000930*
000940     SELECT  PRODUCT-FILE   ASSIGN TO PRODUCT
000950             ORGANIZATION IS INDEXED
000960             ACCESS MODE IS RANDOM
000970             RECORD KEY IS PRM-PRODUCT-CODE
000980             FILE STATUS IS WS-PRODUCT-STATUS.
000990*
001000     SELECT  RETLOG-FILE    ASSIGN TO RETLOG
001010             ORGANIZATION IS INDEXED
001020             ACCESS MODE IS SEQUENTIAL
001030             RECORD KEY IS RET-RMA-NUMBER
001040             FILE STATUS IS WS-RETLOG-STATUS.
001050*
001060     SELECT  PROFIT-REPORT  ASSIGN TO RPTOUT
001070             ORGANIZATION IS LINE SEQUENTIAL
001080             FILE STATUS IS WS-REPORT-STATUS.
001090*
001100 DATA DIVISION.
001110*
001120 FILE SECTION.
001130*
001140 FD  PERIOD-FILE
001150     LABEL RECORDS ARE STANDARD.
001160*
001170 01  PERIOD-RECORD.
001180     05  PR-REPORT-YEAR               PIC 9(04).
001190     05  PR-REPORT-QUARTER            PIC 9(01).
001200     05  FILLER                       PIC X(75).
001210*
001220 FD  CUSTMAS-FILE
001230     LABEL RECORDS ARE STANDARD.
001240*
001250     COPY CUSTMAS.
001260*
001270 FD  INVOICE-FILE
001280     LABEL RECORDS ARE STANDARD.
001290*
001300     COPY INVOICE.
001310*
001320 FD  PAYMENT-FILE
001330     LABEL RECORDS ARE STANDARD.
001340*
001350     COPY PAYMENT.
001360*
001370 FD  PRODUCT-FILE
001380     LABEL RECORDS ARE STANDARD.
001390*
001400     COPY PRODUCT.
001410*
001420 FD  RETLOG-FILE
001430     LABEL RECORDS ARE STANDARD.
001440*
001450     COPY RETLOG.
001460*
001470 FD  PROFIT-REPORT
001480     LABEL RECORDS ARE OMITTED.
001490*
001500 01  REPORT-LINE                      PIC X(132).
001510*
001520 WORKING-STORAGE SECTION.
001530*
001540     COPY RUNLOG.
001541*
001542     COPY PREDPARM.
001550*
001560 01  RUN-TIMING-FIELDS.
001570     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001580*
001590 01  SWITCHES.
001600*
001610     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001620         88  WS-ABORT                             VALUE 'Y'.
001630     05  WS-PERIOD-OPEN-SW            PIC X(01)   VALUE 'N'.
001640         88  WS-PERIOD-OPEN                       VALUE 'Y'.
001650     05  WS-CUSTMAS-OPEN-SW           PIC X(01)   VALUE 'N'.
001660         88  WS-CUSTMAS-OPEN                      VALUE 'Y'.
001670     05  WS-INVOICE-OPEN-SW           PIC X(01)   VALUE 'N'.
001680         88  WS-INVOICE-OPEN                      VALUE 'Y'.
001690     05  WS-PAYMENT-OPEN-SW           PIC X(01)   VALUE 'N'.
001700         88  WS-PAYMENT-OPEN                      VALUE 'Y'.
001710     05  WS-PRODUCT-OPEN-SW           PIC X(01)   VALUE 'N'.
001720         88  WS-PRODUCT-OPEN                      VALUE 'Y'.
001730     05  WS-RETLOG-OPEN-SW            PIC X(01)   VALUE 'N'.
001740         88  WS-RETLOG-OPEN                       VALUE 'Y'.
001750     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001760         88  WS-REPORT-OPEN                       VALUE 'Y'.
001770     05  WS-CUSTMAS-EOF-SW            PIC X(01)   VALUE 'N'.
001780         88  WS-CUSTMAS-EOF                       VALUE 'Y'.
001790     05  WS-RETLOG-EOF-SW             PIC X(01)   VALUE 'N'.
001800         88  WS-RETLOG-EOF                        VALUE 'Y'.
001810     05  WS-MORE-INVOICES-SW          PIC X(01)   VALUE 'N'.
001820         88  WS-MORE-INVOICES                     VALUE 'Y'.
001830     05  WS-MORE-PAYMENTS-SW          PIC X(01)   VALUE 'N'.
001840         88  WS-MORE-PAYMENTS                     VALUE 'Y'.
001850*
001860 01  FILE-STATUS-FIELDS.
001870*
001880     05  WS-PERIOD-STATUS             PIC X(02)   VALUE '00'.
001890     05  WS-CUSTMAS-STATUS            PIC X(02)   VALUE '00'.
001900     05  WS-INVOICE-STATUS            PIC X(02)   VALUE '00'.
001910     05  WS-PAYMENT-STATUS            PIC X(02)   VALUE '00'.
001920     05  WS-PRODUCT-STATUS            PIC X(02)   VALUE '00'.
001930     05  WS-RETLOG-STATUS             PIC X(02)   VALUE '00'.
001940     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001950*
001960 01  WORK-FIELDS.
001970*
001980     05  WS-CUSTOMER-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
001990     05  WS-FALLBACK-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
002000     05  WS-UNLISTED-RETURNS    PIC S9(07) COMP-3 VALUE ZERO.
002010     05  WS-BOTTOM-LIMIT        PIC S9(03) COMP-3 VALUE +25.
002020     05  WS-BOTTOM-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
002030     05  WS-RANK                PIC S9(05) COMP-3 VALUE ZERO.
002040     05  WS-SIGN                PIC S9(01) COMP-3 VALUE ZERO.
002050     05  WS-LINE-COST           PIC 9(05)V99      VALUE ZERO.
002060     05  WS-LINE-SUB            PIC S9(03) COMP-3 VALUE ZERO.
002070     05  WS-FC-SUB              PIC S9(03) COMP-3 VALUE ZERO.
002080     05  WS-MT-SUB              PIC S9(03) COMP-3 VALUE ZERO.
002090     05  WS-SCAN-SUB            PIC S9(05) COMP   VALUE ZERO.
002100     05  WS-PICK-SUB            PIC S9(05) COMP   VALUE ZERO.
002110*
002120******************************************************************
002130*   PER-CUSTOMER WORK FIELDS.  THE FINANCE CHARGES ASSESSED IN   *
002140*   THE QUARTER AND EVERY CREDIT MEMO THAT REFERENCES AN         *
002150*   EARLIER DOCUMENT ARE HELD WHILE THE CUSTOMER'S INVOICES ARE  *
002160*   BROWSED, THEN NETTED AS AGERPT NETS THEM -- A MEMO CAN COME  *
002170*   OFF THE BROWSE BEFORE THE CHARGE IT OFFSETS.  A CHARGE       *
002180*   WITH NO SLOT LEFT COUNTS AT ITS GROSS AMOUNT AND IS WARNED   *
002190*   ABOUT.                                                       *
002200******************************************************************
002210 01  CUSTOMER-WORK-TOTALS.
002220     05  CW-DOCUMENT-COUNT      PIC S9(05) COMP-3.
002230     05  CW-NET-SALES           PIC S9(09)V99 COMP-3.
002240     05  CW-COST-OF-GOODS       PIC S9(09)V99 COMP-3.
002250     05  CW-FREIGHT-ABSORBED    PIC S9(09)V99 COMP-3.
002260     05  CW-WRITE-OFFS          PIC S9(09)V99 COMP-3.
002270     05  CW-UNPAID-CHARGES      PIC S9(09)V99 COMP-3.
002280*
002290 01  FINANCE-CHARGE-TABLE.
002300     05  FC-COUNT               PIC S9(03) COMP-3 VALUE ZERO.
002310     05  FC-ENTRY OCCURS 100 TIMES.
002320         10  FC-INVOICE-NUMBER  PIC 9(06).
002330         10  FC-OPEN-AMOUNT     PIC S9(09)V99 COMP-3.
002340*
002350 01  CREDIT-MEMO-TABLE.
002360     05  MT-COUNT               PIC S9(03) COMP-3 VALUE ZERO.
002370     05  MT-ENTRY OCCURS 200 TIMES.
002380         10  MT-REF-NUMBER      PIC 9(06).
002390         10  MT-MEMO-AMOUNT     PIC S9(09)V99 COMP-3.
002400*
002410******************************************************************
002420*   CUSTOMER PROFIT TABLE -- ONE SLOT PER CUSTOMER WITH A        *
002430*   DOCUMENT IN THE QUARTER, LOADED IN CUSTMAS KEY ORDER SO      *
002440*   SEARCH ALL CAN FIND THE CUSTOMER FOR A RETURN.  THE TWO      *
002450*   REPORTED SWITCHES LET THE RANKED LIST AND THE BOTTOM LIST    *
002460*   EACH PICK EVERY ENTRY ONCE.                                  *
002470******************************************************************
002480 01  PROFIT-TABLE-CONTROL.
002490     05  CP-MAX-ENTRIES         PIC S9(05) COMP-3 VALUE +2000.
002500     05  CP-ENTRY-COUNT         PIC S9(05) COMP   VALUE ZERO.
002510*
002520 01  CUSTOMER-PROFIT-TABLE.
002530     05  CP-ENTRY OCCURS 1 TO 2000 TIMES
002540             DEPENDING ON CP-ENTRY-COUNT
002550             ASCENDING KEY IS CP-CUSTOMER-NUMBER
002560             INDEXED BY CP-IDX.
002570         10  CP-CUSTOMER-NUMBER PIC X(06).
002580         10  CP-CUSTOMER-NAME   PIC X(15).
002590         10  CP-NET-SALES       PIC S9(09)V99 COMP-3.
002600         10  CP-COST-OF-GOODS   PIC S9(09)V99 COMP-3.
002610         10  CP-GROSS-MARGIN    PIC S9(09)V99 COMP-3.
002620         10  CP-FREIGHT-ABSORBED
002630                                PIC S9(09)V99 COMP-3.
002640         10  CP-RETURNS         PIC S9(09)V99 COMP-3.
002650         10  CP-WRITE-OFFS      PIC S9(09)V99 COMP-3.
002660         10  CP-UNPAID-CHARGES  PIC S9(09)V99 COMP-3.
002670         10  CP-CONTRIBUTION    PIC S9(09)V99 COMP-3.
002680         10  CP-RANKED-SW       PIC X(01).
002690         10  CP-BOTTOM-SW       PIC X(01).
002700*
002710 01  GRAND-TOTALS.
002720     05  GT-NET-SALES           PIC S9(11)V99 COMP-3 VALUE ZERO.
002730     05  GT-COST-OF-GOODS       PIC S9(11)V99 COMP-3 VALUE ZERO.
002740     05  GT-GROSS-MARGIN        PIC S9(11)V99 COMP-3 VALUE ZERO.
002750     05  GT-FREIGHT-ABSORBED    PIC S9(11)V99 COMP-3 VALUE ZERO.
002760     05  GT-RETURNS             PIC S9(11)V99 COMP-3 VALUE ZERO.
002770     05  GT-WRITE-OFFS          PIC S9(11)V99 COMP-3 VALUE ZERO.
002780     05  GT-UNPAID-CHARGES      PIC S9(11)V99 COMP-3 VALUE ZERO.
002790     05  GT-CONTRIBUTION        PIC S9(11)V99 COMP-3 VALUE ZERO.
002800*
002810 01  WS-RUN-DATE.
002820     05  WS-RUN-YYYY                  PIC 9(04).
002830     05  WS-RUN-MM                    PIC 9(02).
002840     05  WS-RUN-DD                    PIC 9(02).
002850*
002860 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
002870                                      PIC 9(08).
002880*
002890 01  WS-QUARTER-START.
002900     05  WS-QS-YYYY                   PIC 9(04).
002910     05  WS-QS-MM                     PIC 9(02).
002920     05  WS-QS-DD                     PIC 9(02).
002930*
002940 01  WS-QUARTER-START-N REDEFINES WS-QUARTER-START
002950                                      PIC 9(08).
002960*
002970 01  WS-QUARTER-END.
002980     05  WS-QE-YYYY                   PIC 9(04).
002990     05  WS-QE-MM                     PIC 9(02).
003000     05  WS-QE-DD                     PIC 9(02).
003010*
003020 01  WS-QUARTER-END-N REDEFINES WS-QUARTER-END
003030                                      PIC 9(08).
003040*
003050 01  WS-MDY-DATE.
003060     05  WS-MDY-MM                    PIC 9(02).
003070     05  WS-MDY-DD                    PIC 9(02).
003080     05  WS-MDY-YYYY                  PIC 9(04).
003090*
003100 01  WS-MDY-DATE-N REDEFINES WS-MDY-DATE
003110                                      PIC 9(08).
003120*
003130 01  WS-YMD-DATE.
003140     05  WS-YMD-YYYY                  PIC 9(04).
003150     05  WS-YMD-MM                    PIC 9(02).
003160     05  WS-YMD-DD                    PIC 9(02).
003170*
003180 01  WS-YMD-DATE-N REDEFINES WS-YMD-DATE
003190                                      PIC 9(08).
003200*
003210 01  HEADING-LINE-1.
003220*
003230     05  FILLER                       PIC X(01)   VALUE SPACE.
003240     05  FILLER                       PIC X(34)   VALUE
003250             'CUSTOMER PROFITABILITY   QUARTER '.
003260     05  HL1-YEAR                     PIC 9(04).
003270     05  FILLER                       PIC X(02)   VALUE ' Q'.
003280     05  HL1-QUARTER                  PIC 9(01).
003290     05  FILLER                       PIC X(06)   VALUE ' FROM '.
003300     05  HL1-START-DATE               PIC 9(08).
003310     05  FILLER                       PIC X(06)   VALUE ' THRU '.
003320     05  HL1-END-DATE                 PIC 9(08).
003330     05  FILLER                       PIC X(10)   VALUE
003340             '   RUN OF '.
003350     05  HL1-RUN-DATE                 PIC 9(08).
003360     05  FILLER                       PIC X(44)   VALUE SPACE.
003370*
003380 01  RANKED-TITLE-LINE.
003390*
003400     05  FILLER                       PIC X(01)   VALUE SPACE.
003410     05  FILLER                       PIC X(60)   VALUE
003420             'ALL CUSTOMERS, HIGHEST NET CONTRIBUTION FIRST'.
003430     05  FILLER                       PIC X(71)   VALUE SPACE.
003440*
003450 01  BOTTOM-TITLE-LINE.
003460*
003470     05  FILLER                       PIC X(01)   VALUE SPACE.
003480     05  FILLER                       PIC X(07)   VALUE 'BOTTOM '.
003490     05  BTL-BOTTOM-COUNT             PIC ZZ9.
003500     05  FILLER                       PIC X(50)   VALUE
003510             ' CUSTOMERS, LOWEST NET CONTRIBUTION FIRST'.
003520     05  FILLER                       PIC X(71)   VALUE SPACE.
003530*
003540 01  COLUMN-HEADING-1.
003550*
003560     05  FILLER                       PIC X(01)   VALUE SPACE.
003570     05  FILLER                       PIC X(05)   VALUE 'RANK'.
003580     05  FILLER                       PIC X(07)   VALUE 'CUST #'.
003590     05  FILLER                       PIC X(15)   VALUE
003600             'CUSTOMER NAME'.
003610     05  FILLER                       PIC X(13)   VALUE
003620             '          NET'.
003630     05  FILLER                       PIC X(13)   VALUE
003640             '      COST OF'.
003650     05  FILLER                       PIC X(13)   VALUE
003660             '        GROSS'.
003670     05  FILLER                       PIC X(13)   VALUE
003680             '      FREIGHT'.
003690     05  FILLER                       PIC X(13)   VALUE
003700             '      RETURNS'.
003710     05  FILLER                       PIC X(13)   VALUE
003720             '        WRITE'.
003730     05  FILLER                       PIC X(13)   VALUE
003740             '   UNPAID FIN'.
003750     05  FILLER                       PIC X(13)   VALUE
003760             '          NET'.
003770*
003780 01  COLUMN-HEADING-2.
003790*
003800     05  FILLER                       PIC X(28)   VALUE SPACE.
003810     05  FILLER                       PIC X(13)   VALUE
003820             '        SALES'.
003830     05  FILLER                       PIC X(13)   VALUE
003840             '        GOODS'.
003850     05  FILLER                       PIC X(13)   VALUE
003860             '       MARGIN'.
003870     05  FILLER                       PIC X(13)   VALUE
003880             '     ABSORBED'.
003890     05  FILLER                       PIC X(13)   VALUE
003900             '       (INFO)'.
003910     05  FILLER                       PIC X(13)   VALUE
003920             '         OFFS'.
003930     05  FILLER                       PIC X(13)   VALUE
003940             '      CHARGES'.
003950     05  FILLER                       PIC X(13)   VALUE
003960             ' CONTRIBUTION'.
003970*
003980 01  DETAIL-LINE.
003990*
004000     05  FILLER                       PIC X(01)   VALUE SPACE.
004010     05  DL-RANK                      PIC ZZZ9.
004020     05  FILLER                       PIC X(01)   VALUE SPACE.
004030     05  DL-CUSTOMER-NUMBER           PIC X(06).
004040     05  FILLER                       PIC X(01)   VALUE SPACE.
004050     05  DL-CUSTOMER-NAME             PIC X(15).
004060     05  FILLER                       PIC X(01)   VALUE SPACE.
004070     05  DL-NET-SALES                 PIC ZZZZ,ZZ9.99-.
004080     05  FILLER                       PIC X(01)   VALUE SPACE.
004090     05  DL-COST-OF-GOODS             PIC ZZZZ,ZZ9.99-.
004100     05  FILLER                       PIC X(01)   VALUE SPACE.
004110     05  DL-GROSS-MARGIN              PIC ZZZZ,ZZ9.99-.
004120     05  FILLER                       PIC X(01)   VALUE SPACE.
004130     05  DL-FREIGHT-ABSORBED          PIC ZZZZ,ZZ9.99-.
004140     05  FILLER                       PIC X(01)   VALUE SPACE.
004150     05  DL-RETURNS                   PIC ZZZZ,ZZ9.99-.
004160     05  FILLER                       PIC X(01)   VALUE SPACE.
004170     05  DL-WRITE-OFFS                PIC ZZZZ,ZZ9.99-.
004180     05  FILLER                       PIC X(01)   VALUE SPACE.
004190     05  DL-UNPAID-CHARGES            PIC ZZZZ,ZZ9.99-.
004200     05  FILLER                       PIC X(01)   VALUE SPACE.
004210     05  DL-CONTRIBUTION              PIC ZZZZ,ZZ9.99-.
004220*
004230 01  TOTAL-LINE.
004240*
004250     05  FILLER                       PIC X(01)   VALUE SPACE.
004260     05  FILLER                       PIC X(27)   VALUE
004270             'QUARTER TOTALS'.
004280     05  FILLER                       PIC X(01)   VALUE SPACE.
004290     05  TL-NET-SALES                 PIC ZZZZZZZ9.99-.
004300     05  FILLER                       PIC X(01)   VALUE SPACE.
004310     05  TL-COST-OF-GOODS             PIC ZZZZZZZ9.99-.
004320     05  FILLER                       PIC X(01)   VALUE SPACE.
004330     05  TL-GROSS-MARGIN              PIC ZZZZZZZ9.99-.
004340     05  FILLER                       PIC X(01)   VALUE SPACE.
004350     05  TL-FREIGHT-ABSORBED          PIC ZZZZZZZ9.99-.
004360     05  FILLER                       PIC X(01)   VALUE SPACE.
004370     05  TL-RETURNS                   PIC ZZZZZZZ9.99-.
004380     05  FILLER                       PIC X(01)   VALUE SPACE.
004390     05  TL-WRITE-OFFS                PIC ZZZZZZZ9.99-.
004400     05  FILLER                       PIC X(01)   VALUE SPACE.
004410     05  TL-UNPAID-CHARGES            PIC ZZZZZZZ9.99-.
004420     05  FILLER                       PIC X(01)   VALUE SPACE.
004430     05  TL-CONTRIBUTION              PIC ZZZZZZZ9.99-.
004440*
004450 01  SUMMARY-LINE-1.
004460*
004470     05  FILLER                       PIC X(01)   VALUE SPACE.
004480     05  FILLER                       PIC X(25)   VALUE
004490             'CUSTOMERS READ..........:'.
004500     05  SL1-CUSTOMER-COUNT           PIC ZZZZZZ9.
004510     05  FILLER                       PIC X(99)   VALUE SPACE.
004520*
004530 01  SUMMARY-LINE-2.
004540*
004550     05  FILLER                       PIC X(01)   VALUE SPACE.
004560     05  FILLER                       PIC X(25)   VALUE
004570             'CUSTOMERS LISTED........:'.
004580     05  SL2-LISTED-COUNT             PIC ZZZZZZ9.
004590     05  FILLER                       PIC X(99)   VALUE SPACE.
004600*
004610 01  SUMMARY-LINE-3.
004620*
004630     05  FILLER                       PIC X(01)   VALUE SPACE.
004640     05  FILLER                       PIC X(25)   VALUE
004650             'LINES AT CURRENT COST...:'.
004660     05  SL3-FALLBACK-COUNT           PIC ZZZZZZ9.
004670     05  FILLER                       PIC X(99)   VALUE SPACE.
004680*
004690 01  SUMMARY-LINE-4.
004700*
004710     05  FILLER                       PIC X(01)   VALUE SPACE.
004720     05  FILLER                       PIC X(25)   VALUE
004730             'RETURNS NOT LISTED......:'.
004740     05  SL4-UNLISTED-RETURNS         PIC ZZZZZZ9.
004750     05  FILLER                       PIC X(99)   VALUE SPACE.
004760*
004770 PROCEDURE DIVISION.
004780*
004790 0000-MAINLINE.
004800*
004810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004820     PERFORM 2000-PROCESS-CUSTOMERS THRU 2000-EXIT.
004830     PERFORM 2500-ADD-RETURNS THRU 2500-EXIT.
004840     PERFORM 2600-PRINT-RANKED-LIST THRU 2600-EXIT.
004850     PERFORM 2700-PRINT-BOTTOM-LIST THRU 2700-EXIT.
004860     PERFORM 3000-TERMINATE THRU 3000-EXIT.
004870*
004880     STOP RUN.
004890*
004900 1000-INITIALIZE.
004910*
004920     ACCEPT WS-START-TIME-RAW FROM TIME.
004921     MOVE 'CUSTPROF' TO PC-PROGRAM.
004922     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
004923     IF PC-REFUSED
004924         MOVE PC-RETURN-CODE TO RETURN-CODE
004925         STOP RUN
004926     END-IF.
004930*
004940     OPEN INPUT  PERIOD-FILE.
004950     OPEN INPUT  CUSTMAS-FILE.
004960     OPEN INPUT  INVOICE-FILE.
004970     OPEN INPUT  PAYMENT-FILE.
004980     OPEN INPUT  PRODUCT-FILE.
004990     OPEN INPUT  RETLOG-FILE.
005000     OPEN OUTPUT PROFIT-REPORT.
005010*
005020     IF WS-PERIOD-STATUS = '00'
005030         MOVE 'Y' TO WS-PERIOD-OPEN-SW
005040     ELSE
005050         DISPLAY 'CUSTPROF0001E PERIODD FILE OPEN FAILED, STATUS='
005060             WS-PERIOD-STATUS
005070         MOVE 'Y' TO WS-ABORT-SW
005080     END-IF.
005090*
005100     IF WS-CUSTMAS-STATUS = '00'
005110         MOVE 'Y' TO WS-CUSTMAS-OPEN-SW
005120     ELSE
005130         DISPLAY 'CUSTPROF0002E CUSTMAS FILE OPEN FAILED, STATUS='
005140             WS-CUSTMAS-STATUS
005150         MOVE 'Y' TO WS-ABORT-SW
005160     END-IF.
005170*
005180     IF WS-INVOICE-STATUS = '00'
005190         MOVE 'Y' TO WS-INVOICE-OPEN-SW
005200     ELSE
005210         DISPLAY 'CUSTPROF0003E INVOICE FILE OPEN FAILED, STATUS='
005220             WS-INVOICE-STATUS
005230         MOVE 'Y' TO WS-ABORT-SW
005240     END-IF.
005250*
005260     IF WS-PAYMENT-STATUS = '00'
005270         MOVE 'Y' TO WS-PAYMENT-OPEN-SW
005280     ELSE
005290         DISPLAY 'CUSTPROF0004E PAYMENT FILE OPEN FAILED, STATUS='
005300             WS-PAYMENT-STATUS
005310         MOVE 'Y' TO WS-ABORT-SW
005320     END-IF.
005330*
005340     IF WS-PRODUCT-STATUS = '00'
005350         MOVE 'Y' TO WS-PRODUCT-OPEN-SW
005360     ELSE
005370         DISPLAY 'CUSTPROF0005E PRODUCT FILE OPEN FAILED, STATUS='
005380             WS-PRODUCT-STATUS
005390         MOVE 'Y' TO WS-ABORT-SW
005400     END-IF.
005410*
005420     IF WS-RETLOG-STATUS = '00'
005430         MOVE 'Y' TO WS-RETLOG-OPEN-SW
005440     ELSE
005450         DISPLAY 'CUSTPROF0006E RETLOG FILE OPEN FAILED, STATUS='
005460             WS-RETLOG-STATUS
005470         MOVE 'Y' TO WS-ABORT-SW
005480     END-IF.
005490*
005500     IF WS-REPORT-STATUS = '00'
005510         MOVE 'Y' TO WS-REPORT-OPEN-SW
005520     ELSE
005530         DISPLAY 'CUSTPROF0007E RPTOUT FILE OPEN FAILED, STATUS='
005540             WS-REPORT-STATUS
005550         MOVE 'Y' TO WS-ABORT-SW
005560     END-IF.
005570*
005580     IF NOT WS-ABORT
005590         PERFORM 1100-READ-PERIOD-CARD THRU 1100-EXIT
005600     END-IF.
005610*
005620     IF NOT WS-ABORT
005630         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005640         MOVE PR-REPORT-YEAR     TO HL1-YEAR
005650         MOVE PR-REPORT-QUARTER  TO HL1-QUARTER
005660         MOVE WS-QUARTER-START-N TO HL1-START-DATE
005670         MOVE WS-QUARTER-END-N   TO HL1-END-DATE
005680         MOVE WS-RUN-DATE-N      TO HL1-RUN-DATE
005690         WRITE REPORT-LINE FROM HEADING-LINE-1
005700     END-IF.
005710*
005720 1000-EXIT.
005730     EXIT.
005740*
005750******************************************************************
005760*   1100-READ-PERIOD-CARD -- THE QUARTER RUNS FROM THE FIRST     *
005770*   DAY OF ITS FIRST MONTH THROUGH THE LAST DAY OF ITS THIRD.    *
005780******************************************************************
005790 1100-READ-PERIOD-CARD.
005800*
005810     READ PERIOD-FILE
005820         AT END
005830             DISPLAY 'CUSTPROF0008E PERIODD CONTROL CARD MISSING'
005840             MOVE 'Y' TO WS-ABORT-SW
005850             GO TO 1100-EXIT
005860     END-READ.
005870*
005880     IF       PR-REPORT-YEAR    NOT NUMERIC
005890           OR PR-REPORT-QUARTER NOT NUMERIC
005900         DISPLAY 'CUSTPROF0009E PERIODD CONTROL CARD INVALID: '
005910             PERIOD-RECORD
005920         MOVE 'Y' TO WS-ABORT-SW
005930         GO TO 1100-EXIT
005940     END-IF.
005950*
005960     IF PR-REPORT-QUARTER < 1 OR PR-REPORT-QUARTER > 4
005970         DISPLAY 'CUSTPROF0009E PERIODD CONTROL CARD INVALID: '
005980             PERIOD-RECORD
005990         MOVE 'Y' TO WS-ABORT-SW
006000         GO TO 1100-EXIT
006010     END-IF.
006020*
006030     MOVE PR-REPORT-YEAR TO WS-QS-YYYY.
006040     MOVE PR-REPORT-YEAR TO WS-QE-YYYY.
006050     COMPUTE WS-QS-MM = PR-REPORT-QUARTER * 3 - 2.
006060     COMPUTE WS-QE-MM = PR-REPORT-QUARTER * 3.
006070     MOVE 01 TO WS-QS-DD.
006080     IF PR-REPORT-QUARTER = 2 OR PR-REPORT-QUARTER = 3
006090         MOVE 30 TO WS-QE-DD
006100     ELSE
006110         MOVE 31 TO WS-QE-DD
006120     END-IF.
006130*
006140 1100-EXIT.
006150     EXIT.
006160*
006170 2000-PROCESS-CUSTOMERS.
006180*
006190     IF NOT WS-ABORT
006200         PERFORM 2100-PROCESS-ONE-CUSTOMER THRU 2100-EXIT
006210             UNTIL WS-CUSTMAS-EOF OR WS-ABORT
006220     END-IF.
006230*
006240 2000-EXIT.
006250     EXIT.
006260*
006270 2100-PROCESS-ONE-CUSTOMER.
006280*
006290     READ CUSTMAS-FILE
006300         AT END
006310             MOVE 'Y' TO WS-CUSTMAS-EOF-SW
006320     END-READ.
006330*
006340     IF WS-CUSTMAS-EOF
006350         GO TO 2100-EXIT
006360     END-IF.
006370*
006380     ADD 1 TO WS-CUSTOMER-COUNT.
006390     MOVE ZERO TO CW-DOCUMENT-COUNT
006400                  CW-NET-SALES
006410                  CW-COST-OF-GOODS
006420                  CW-FREIGHT-ABSORBED
006430                  CW-WRITE-OFFS
006440                  CW-UNPAID-CHARGES.
006450     MOVE ZERO TO FC-COUNT.
006460     MOVE ZERO TO MT-COUNT.
006470*
006480     MOVE CM-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER.
006490     START INVOICE-FILE KEY IS = INV-CUSTOMER-NUMBER
006500         INVALID KEY
006510             MOVE 'N' TO WS-MORE-INVOICES-SW
006520         NOT INVALID KEY
006530             MOVE 'Y' TO WS-MORE-INVOICES-SW
006540     END-START.
006550*
006560     PERFORM 2200-COLLECT-NEXT-INVOICE THRU 2200-EXIT
006570         UNTIL NOT WS-MORE-INVOICES.
006580*
006590     PERFORM 2300-NET-ONE-CHARGE THRU 2300-EXIT
006600         VARYING WS-FC-SUB FROM 1 BY 1
006610         UNTIL WS-FC-SUB > FC-COUNT.
006620*
006630     IF CW-DOCUMENT-COUNT > ZERO
006640         PERFORM 2400-ADD-TABLE-ENTRY THRU 2400-EXIT
006650     END-IF.
006660*
006670 2100-EXIT.
006680     EXIT.
006690*
006700******************************************************************
006710*   2200-COLLECT-NEXT-INVOICE -- A MEMO THAT REFERENCES AN       *
006720*   EARLIER DOCUMENT IS HELD WHATEVER ITS DATE, SINCE IT MAY     *
006730*   HAVE SETTLED ONE OF THE QUARTER'S FINANCE CHARGES SINCE;     *
006740*   ONLY DOCUMENTS DATED IN THE QUARTER ARE ACCUMULATED.         *
006750******************************************************************
006760 2200-COLLECT-NEXT-INVOICE.
006770*
006780     READ INVOICE-FILE NEXT RECORD
006790         AT END
006800             MOVE 'N' TO WS-MORE-INVOICES-SW
006810     END-READ.
006820*
006830     IF NOT WS-MORE-INVOICES
006840         GO TO 2200-EXIT
006850     END-IF.
006860*
006870     IF INV-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
006880         MOVE 'N' TO WS-MORE-INVOICES-SW
006890         GO TO 2200-EXIT
006900     END-IF.
006910*
006920     IF INV-UNBILLED
006930         GO TO 2200-EXIT
006940     END-IF.
006950*
006960     IF INV-CREDIT-MEMO AND INV-VOID-OF-INVOICE > ZERO
006970         PERFORM 2250-HOLD-CREDIT-MEMO THRU 2250-EXIT
006980     END-IF.
006990*
007000     MOVE INV-INVOICE-DATE TO WS-MDY-DATE-N.
007010     MOVE WS-MDY-YYYY TO WS-YMD-YYYY.
007020     MOVE WS-MDY-MM   TO WS-YMD-MM.
007030     MOVE WS-MDY-DD   TO WS-YMD-DD.
007040     IF       WS-YMD-DATE-N < WS-QUARTER-START-N
007050           OR WS-YMD-DATE-N > WS-QUARTER-END-N
007060         GO TO 2200-EXIT
007070     END-IF.
007080*
007090     PERFORM 2210-ACCUMULATE-DOCUMENT THRU 2210-EXIT.
007100*
007110 2200-EXIT.
007120     EXIT.
007130*
007140 2210-ACCUMULATE-DOCUMENT.
007150*
007160     ADD 1 TO CW-DOCUMENT-COUNT.
007170     IF INV-CREDIT-MEMO
007180         MOVE -1 TO WS-SIGN
007190     ELSE
007200         MOVE +1 TO WS-SIGN
007210     END-IF.
007220*
007230     PERFORM 2220-ACCUMULATE-LINE THRU 2220-EXIT
007240         VARYING WS-LINE-SUB FROM 1 BY 1
007250         UNTIL WS-LINE-SUB > 20.
007260*
007270*    A VOID MEMO CARRIES THE ORIGINAL'S FREIGHT BACK; A RETURN
007280*    OR WRITE-OFF MEMO CARRIES NONE.
007290     IF INV-STD-FREIGHT-AMT > ZERO
007300         COMPUTE CW-FREIGHT-ABSORBED = CW-FREIGHT-ABSORBED
007310             + WS-SIGN
007320                 * (INV-STD-FREIGHT-AMT - INV-FREIGHT-AMOUNT)
007330     END-IF.
007340*
007350     IF INV-CREDIT-MEMO AND INV-OPERATOR-ID = 'WOF'
007360         ADD INV-INVOICE-TOTAL TO CW-WRITE-OFFS
007370     END-IF.
007380*
007390     IF       INV-ORIGINAL-INVOICE
007400          AND INV-SERIES-CODE = 'F'
007410          AND NOT INV-VOIDED
007420         PERFORM 2240-HOLD-FINANCE-CHARGE THRU 2240-EXIT
007430     END-IF.
007440*
007450 2210-EXIT.
007460     EXIT.
007470*
007480 2220-ACCUMULATE-LINE.
007490*
007500     IF INV-PRODUCT-CODE(WS-LINE-SUB) = SPACE
007510         GO TO 2220-EXIT
007520     END-IF.
007530*
007540     COMPUTE CW-NET-SALES = CW-NET-SALES
007550         + WS-SIGN * INV-AMOUNT(WS-LINE-SUB).
007560*
007570     MOVE INV-LINE-UNIT-COST(WS-LINE-SUB) TO WS-LINE-COST.
007580     IF WS-LINE-COST = ZERO
007590         PERFORM 2230-READ-CURRENT-COST THRU 2230-EXIT
007600     END-IF.
007610     COMPUTE CW-COST-OF-GOODS = CW-COST-OF-GOODS
007620         + WS-SIGN * INV-QUANTITY(WS-LINE-SUB) * WS-LINE-COST.
007630*
007640 2220-EXIT.
007650     EXIT.
007660*
007670 2230-READ-CURRENT-COST.
007680*
007690     ADD 1 TO WS-FALLBACK-COUNT.
007700     MOVE INV-PRODUCT-CODE(WS-LINE-SUB) TO PRM-PRODUCT-CODE.
007710     READ PRODUCT-FILE
007720         INVALID KEY
007730             MOVE ZERO TO WS-LINE-COST
007740         NOT INVALID KEY
007750             MOVE PRM-AVERAGE-COST TO WS-LINE-COST
007760     END-READ.
007770*
007780 2230-EXIT.
007790     EXIT.
007800*
007810 2240-HOLD-FINANCE-CHARGE.
007820*
007830     IF FC-COUNT < 100
007840         ADD 1 TO FC-COUNT
007850         MOVE INV-INVOICE-NUMBER TO FC-INVOICE-NUMBER(FC-COUNT)
007860         ADD INV-INVOICE-TOTAL INV-TAX-AMOUNT INV-FREIGHT-AMOUNT
007870             GIVING FC-OPEN-AMOUNT(FC-COUNT)
007880     ELSE
007890         DISPLAY 'CUSTPROF0011W FINANCE-CHARGE TABLE FULL, CUST='
007900             CM-CUSTOMER-NUMBER
007910         ADD INV-INVOICE-TOTAL TO CW-UNPAID-CHARGES
007920     END-IF.
007930*
007940 2240-EXIT.
007950     EXIT.
007960*
007970 2250-HOLD-CREDIT-MEMO.
007980*
007990     IF MT-COUNT < 200
008000         ADD 1 TO MT-COUNT
008010         MOVE INV-VOID-OF-INVOICE TO MT-REF-NUMBER(MT-COUNT)
008020         ADD INV-INVOICE-TOTAL INV-TAX-AMOUNT INV-FREIGHT-AMOUNT
008030             GIVING MT-MEMO-AMOUNT(MT-COUNT)
008040     ELSE
008050         DISPLAY 'CUSTPROF0012W CREDIT-MEMO TABLE FULL, CUST='
008060             CM-CUSTOMER-NUMBER
008070     END-IF.
008080*
008090 2250-EXIT.
008100     EXIT.
008110*
008120******************************************************************
008130*   2300-NET-ONE-CHARGE -- TAKE THE MEMOS AND THE APPLIED CASH   *
008140*   OFF ONE OF THE QUARTER'S FINANCE CHARGES; WHATEVER IS STILL  *
008150*   OPEN WAS ASSESSED AND NOT COLLECTED.                         *
008160******************************************************************
008170 2300-NET-ONE-CHARGE.
008180*
008190     PERFORM 2310-NET-ONE-MEMO THRU 2310-EXIT
008200         VARYING WS-MT-SUB FROM 1 BY 1
008210         UNTIL WS-MT-SUB > MT-COUNT.
008220*
008230     MOVE FC-INVOICE-NUMBER(WS-FC-SUB) TO PAY-INVOICE-NUMBER.
008240     START PAYMENT-FILE KEY = PAY-INVOICE-NUMBER
008250         INVALID KEY
008260             MOVE 'N' TO WS-MORE-PAYMENTS-SW
008270         NOT INVALID KEY
008280             MOVE 'Y' TO WS-MORE-PAYMENTS-SW
008290     END-START.
008300*
008310     PERFORM 2320-NET-ONE-PAYMENT THRU 2320-EXIT
008320         UNTIL NOT WS-MORE-PAYMENTS.
008330*
008340     IF FC-OPEN-AMOUNT(WS-FC-SUB) > ZERO
008350         ADD FC-OPEN-AMOUNT(WS-FC-SUB) TO CW-UNPAID-CHARGES
008360     END-IF.
008370*
008380 2300-EXIT.
008390     EXIT.
008400*
008410 2310-NET-ONE-MEMO.
008420*
008430     IF MT-REF-NUMBER(WS-MT-SUB) = FC-INVOICE-NUMBER(WS-FC-SUB)
008440         SUBTRACT MT-MEMO-AMOUNT(WS-MT-SUB)
008450             FROM FC-OPEN-AMOUNT(WS-FC-SUB)
008460     END-IF.
008470*
008480 2310-EXIT.
008490     EXIT.
008500*
008510 2320-NET-ONE-PAYMENT.
008520*
008530     READ PAYMENT-FILE NEXT RECORD
008540         AT END
008550             MOVE 'N' TO WS-MORE-PAYMENTS-SW
008560     END-READ.
008570*
008580     IF WS-MORE-PAYMENTS
008590         IF PAY-INVOICE-NUMBER NOT = FC-INVOICE-NUMBER(WS-FC-SUB)
008600             MOVE 'N' TO WS-MORE-PAYMENTS-SW
008610         ELSE
008620             IF PAY-APPLIED
008630                 SUBTRACT PAY-PAYMENT-AMOUNT
008640                     FROM FC-OPEN-AMOUNT(WS-FC-SUB)
008650             END-IF
008660         END-IF
008670     END-IF.
008680*
008690 2320-EXIT.
008700     EXIT.
008710*
008720 2400-ADD-TABLE-ENTRY.
008730*
008740     IF CP-ENTRY-COUNT NOT < CP-MAX-ENTRIES
008750         DISPLAY 'CUSTPROF0010E CUSTOMER TABLE FULL AT '
008760             CP-MAX-ENTRIES ' ENTRIES -- WIDEN CP-ENTRY'
008770         MOVE 'Y' TO WS-ABORT-SW
008780         GO TO 2400-EXIT
008790     END-IF.
008800*
008810     ADD 1 TO CP-ENTRY-COUNT.
008820     MOVE CM-CUSTOMER-NUMBER
008830         TO CP-CUSTOMER-NUMBER(CP-ENTRY-COUNT).
008840     MOVE CM-LAST-NAME        TO CP-CUSTOMER-NAME(CP-ENTRY-COUNT).
008850     MOVE CW-NET-SALES        TO CP-NET-SALES(CP-ENTRY-COUNT).
008860     MOVE CW-COST-OF-GOODS    TO CP-COST-OF-GOODS(CP-ENTRY-COUNT).
008870     MOVE CW-FREIGHT-ABSORBED
008880         TO CP-FREIGHT-ABSORBED(CP-ENTRY-COUNT).
008890     MOVE ZERO                TO CP-RETURNS(CP-ENTRY-COUNT).
008900     MOVE CW-WRITE-OFFS       TO CP-WRITE-OFFS(CP-ENTRY-COUNT).
008910     MOVE CW-UNPAID-CHARGES
008920         TO CP-UNPAID-CHARGES(CP-ENTRY-COUNT).
008930     COMPUTE CP-GROSS-MARGIN(CP-ENTRY-COUNT) =
008940         CW-NET-SALES - CW-COST-OF-GOODS.
008950     COMPUTE CP-CONTRIBUTION(CP-ENTRY-COUNT) =
008960           CP-GROSS-MARGIN(CP-ENTRY-COUNT)
008970         - CW-FREIGHT-ABSORBED
008980         - CW-WRITE-OFFS
008990         - CW-UNPAID-CHARGES.
009000     MOVE 'N' TO CP-RANKED-SW(CP-ENTRY-COUNT).
009010     MOVE 'N' TO CP-BOTTOM-SW(CP-ENTRY-COUNT).
009020*
009030 2400-EXIT.
009040     EXIT.
009050*
009060******************************************************************
009070*   2500-ADD-RETURNS -- POST EACH RETLOG LINE DATED IN THE       *
009080*   QUARTER TO ITS CUSTOMER.  A RETURN FOR A CUSTOMER WITH NO    *
009090*   DOCUMENT IN THE QUARTER (ITS MEMO DATED OUTSIDE IT) IS       *
009100*   COUNTED ON THE SUMMARY INSTEAD.                              *
009110******************************************************************
009120 2500-ADD-RETURNS.
009130*
009140     IF NOT WS-ABORT
009150         PERFORM 2510-ADD-ONE-RETURN THRU 2510-EXIT
009160             UNTIL WS-RETLOG-EOF
009170     END-IF.
009180*
009190 2500-EXIT.
009200     EXIT.
009210*
009220 2510-ADD-ONE-RETURN.
009230*
009240     READ RETLOG-FILE
009250         AT END
009260             MOVE 'Y' TO WS-RETLOG-EOF-SW
009270     END-READ.
009280*
009290     IF WS-RETLOG-EOF
009300         GO TO 2510-EXIT
009310     END-IF.
009320*
009330     MOVE RET-RETURN-DATE TO WS-MDY-DATE-N.
009340     MOVE WS-MDY-YYYY TO WS-YMD-YYYY.
009350     MOVE WS-MDY-MM   TO WS-YMD-MM.
009360     MOVE WS-MDY-DD   TO WS-YMD-DD.
009370     IF       WS-YMD-DATE-N < WS-QUARTER-START-N
009380           OR WS-YMD-DATE-N > WS-QUARTER-END-N
009390         GO TO 2510-EXIT
009400     END-IF.
009410*
009420     IF CP-ENTRY-COUNT = ZERO
009430         ADD 1 TO WS-UNLISTED-RETURNS
009440         GO TO 2510-EXIT
009450     END-IF.
009460*
009470     SEARCH ALL CP-ENTRY
009480         AT END
009490             ADD 1 TO WS-UNLISTED-RETURNS
009500         WHEN CP-CUSTOMER-NUMBER(CP-IDX) = RET-CUSTOMER-NUMBER
009510             ADD RET-AMOUNT TO CP-RETURNS(CP-IDX)
009520     END-SEARCH.
009530*
009540 2510-EXIT.
009550     EXIT.
009560*
009570******************************************************************
009580*   2600-PRINT-RANKED-LIST -- EVERY CUSTOMER, HIGHEST NET        *
009590*   CONTRIBUTION FIRST: EACH PASS PICKS THE BEST ENTRY NOT YET   *
009600*   PRINTED, AS SUPSCORE RANKS ITS SUPPLIERS.                    *
009610******************************************************************
009620 2600-PRINT-RANKED-LIST.
009630*
009640     IF WS-ABORT
009650         GO TO 2600-EXIT
009660     END-IF.
009670*
009680     MOVE SPACE TO REPORT-LINE.
009690     WRITE REPORT-LINE.
009700     WRITE REPORT-LINE FROM RANKED-TITLE-LINE.
009710     WRITE REPORT-LINE FROM COLUMN-HEADING-1.
009720     WRITE REPORT-LINE FROM COLUMN-HEADING-2.
009730*
009740     MOVE ZERO TO WS-RANK.
009750     PERFORM 2610-PRINT-NEXT-HIGHEST THRU 2610-EXIT
009760         CP-ENTRY-COUNT TIMES.
009770*
009780     MOVE GT-NET-SALES        TO TL-NET-SALES.
009790     MOVE GT-COST-OF-GOODS    TO TL-COST-OF-GOODS.
009800     MOVE GT-GROSS-MARGIN     TO TL-GROSS-MARGIN.
009810     MOVE GT-FREIGHT-ABSORBED TO TL-FREIGHT-ABSORBED.
009820     MOVE GT-RETURNS          TO TL-RETURNS.
009830     MOVE GT-WRITE-OFFS       TO TL-WRITE-OFFS.
009840     MOVE GT-UNPAID-CHARGES   TO TL-UNPAID-CHARGES.
009850     MOVE GT-CONTRIBUTION     TO TL-CONTRIBUTION.
009860     MOVE SPACE TO REPORT-LINE.
009870     WRITE REPORT-LINE.
009880     WRITE REPORT-LINE FROM TOTAL-LINE.
009890*
009900 2600-EXIT.
009910     EXIT.
009920*
009930 2610-PRINT-NEXT-HIGHEST.
009940*
009950     MOVE ZERO TO WS-PICK-SUB.
009960     PERFORM 2620-CHECK-HIGH-CANDIDATE THRU 2620-EXIT
009970         VARYING WS-SCAN-SUB FROM 1 BY 1
009980           UNTIL WS-SCAN-SUB > CP-ENTRY-COUNT.
009990*
010000     IF WS-PICK-SUB = ZERO
010010         GO TO 2610-EXIT
010020     END-IF.
010030*
010040     MOVE 'Y' TO CP-RANKED-SW(WS-PICK-SUB).
010050     ADD 1 TO WS-RANK.
010060     PERFORM 2800-PRINT-CUSTOMER-LINE THRU 2800-EXIT.
010070*
010080     ADD CP-NET-SALES(WS-PICK-SUB)        TO GT-NET-SALES.
010090     ADD CP-COST-OF-GOODS(WS-PICK-SUB)    TO GT-COST-OF-GOODS.
010100     ADD CP-GROSS-MARGIN(WS-PICK-SUB)     TO GT-GROSS-MARGIN.
010110     ADD CP-FREIGHT-ABSORBED(WS-PICK-SUB) TO GT-FREIGHT-ABSORBED.
010120     ADD CP-RETURNS(WS-PICK-SUB)          TO GT-RETURNS.
010130     ADD CP-WRITE-OFFS(WS-PICK-SUB)       TO GT-WRITE-OFFS.
010140     ADD CP-UNPAID-CHARGES(WS-PICK-SUB)   TO GT-UNPAID-CHARGES.
010150     ADD CP-CONTRIBUTION(WS-PICK-SUB)     TO GT-CONTRIBUTION.
010160*
010170 2610-EXIT.
010180     EXIT.
010190*
010200 2620-CHECK-HIGH-CANDIDATE.
010210*
010220     IF CP-RANKED-SW(WS-SCAN-SUB) = 'Y'
010230         GO TO 2620-EXIT
010240     END-IF.
010250*
010260     IF WS-PICK-SUB = ZERO
010270         MOVE WS-SCAN-SUB TO WS-PICK-SUB
010280     ELSE
010290         IF CP-CONTRIBUTION(WS-SCAN-SUB)
010300                 > CP-CONTRIBUTION(WS-PICK-SUB)
010310             MOVE WS-SCAN-SUB TO WS-PICK-SUB
010320         END-IF
010330     END-IF.
010340*
010350 2620-EXIT.
010360     EXIT.
010370*
010380******************************************************************
010390*   2700-PRINT-BOTTOM-LIST -- THE 25 LOWEST NET CONTRIBUTIONS    *
010400*   (FEWER IF FEWER CUSTOMERS WERE LISTED), WORST FIRST.         *
010410******************************************************************
010420 2700-PRINT-BOTTOM-LIST.
010430*
010440     IF WS-ABORT
010450         GO TO 2700-EXIT
010460     END-IF.
010470*
010480     IF CP-ENTRY-COUNT < WS-BOTTOM-LIMIT
010490         MOVE CP-ENTRY-COUNT  TO WS-BOTTOM-COUNT
010500     ELSE
010510         MOVE WS-BOTTOM-LIMIT TO WS-BOTTOM-COUNT
010520     END-IF.
010530*
010540     MOVE WS-BOTTOM-COUNT TO BTL-BOTTOM-COUNT.
010550     MOVE SPACE TO REPORT-LINE.
010560     WRITE REPORT-LINE.
010570     WRITE REPORT-LINE FROM BOTTOM-TITLE-LINE.
010580     WRITE REPORT-LINE FROM COLUMN-HEADING-1.
010590     WRITE REPORT-LINE FROM COLUMN-HEADING-2.
010600*
010610     MOVE ZERO TO WS-RANK.
010620     PERFORM 2710-PRINT-NEXT-LOWEST THRU 2710-EXIT
010630         WS-BOTTOM-COUNT TIMES.
010640*
010650 2700-EXIT.
010660     EXIT.
010670*
010680 2710-PRINT-NEXT-LOWEST.
010690*
010700     MOVE ZERO TO WS-PICK-SUB.
010710     PERFORM 2720-CHECK-LOW-CANDIDATE THRU 2720-EXIT
010720         VARYING WS-SCAN-SUB FROM 1 BY 1
010730           UNTIL WS-SCAN-SUB > CP-ENTRY-COUNT.
010740*
010750     IF WS-PICK-SUB = ZERO
010760         GO TO 2710-EXIT
010770     END-IF.
010780*
010790     MOVE 'Y' TO CP-BOTTOM-SW(WS-PICK-SUB).
010800     ADD 1 TO WS-RANK.
010810     PERFORM 2800-PRINT-CUSTOMER-LINE THRU 2800-EXIT.
010820*
010830 2710-EXIT.
010840     EXIT.
010850*
010860 2720-CHECK-LOW-CANDIDATE.
010870*
010880     IF CP-BOTTOM-SW(WS-SCAN-SUB) = 'Y'
010890         GO TO 2720-EXIT
010900     END-IF.
010910*
010920     IF WS-PICK-SUB = ZERO
010930         MOVE WS-SCAN-SUB TO WS-PICK-SUB
010940     ELSE
010950         IF CP-CONTRIBUTION(WS-SCAN-SUB)
010960                 < CP-CONTRIBUTION(WS-PICK-SUB)
010970             MOVE WS-SCAN-SUB TO WS-PICK-SUB
010980         END-IF
010990     END-IF.
011000*
011010 2720-EXIT.
011020     EXIT.
011030*
011040 2800-PRINT-CUSTOMER-LINE.
011050*
011060     MOVE WS-RANK                          TO DL-RANK.
011070     MOVE CP-CUSTOMER-NUMBER(WS-PICK-SUB)  TO DL-CUSTOMER-NUMBER.
011080     MOVE CP-CUSTOMER-NAME(WS-PICK-SUB)    TO DL-CUSTOMER-NAME.
011090     MOVE CP-NET-SALES(WS-PICK-SUB)        TO DL-NET-SALES.
011100     MOVE CP-COST-OF-GOODS(WS-PICK-SUB)    TO DL-COST-OF-GOODS.
011110     MOVE CP-GROSS-MARGIN(WS-PICK-SUB)     TO DL-GROSS-MARGIN.
011120     MOVE CP-FREIGHT-ABSORBED(WS-PICK-SUB) TO DL-FREIGHT-ABSORBED.
011130     MOVE CP-RETURNS(WS-PICK-SUB)          TO DL-RETURNS.
011140     MOVE CP-WRITE-OFFS(WS-PICK-SUB)       TO DL-WRITE-OFFS.
011150     MOVE CP-UNPAID-CHARGES(WS-PICK-SUB)   TO DL-UNPAID-CHARGES.
011160     MOVE CP-CONTRIBUTION(WS-PICK-SUB)     TO DL-CONTRIBUTION.
011170     WRITE REPORT-LINE FROM DETAIL-LINE.
011180*
011190 2800-EXIT.
011200     EXIT.
011210*
011220 3000-TERMINATE.
011230*
011240     IF NOT WS-ABORT
011250         MOVE SPACE TO REPORT-LINE
011260         WRITE REPORT-LINE
011270         MOVE WS-CUSTOMER-COUNT   TO SL1-CUSTOMER-COUNT
011280         WRITE REPORT-LINE FROM SUMMARY-LINE-1
011290         MOVE CP-ENTRY-COUNT      TO SL2-LISTED-COUNT
011300         WRITE REPORT-LINE FROM SUMMARY-LINE-2
011310         MOVE WS-FALLBACK-COUNT   TO SL3-FALLBACK-COUNT
011320         WRITE REPORT-LINE FROM SUMMARY-LINE-3
011330         MOVE WS-UNLISTED-RETURNS TO SL4-UNLISTED-RETURNS
011340         WRITE REPORT-LINE FROM SUMMARY-LINE-4
011350     ELSE
011360         MOVE 8 TO RETURN-CODE
011370     END-IF.
011380*
011390     MOVE 'CUSTPROF' TO RL-PROGRAM.
011400     MOVE 'QTRLY   ' TO RL-JOB-NAME.
011410     MOVE 'CUSTPROF' TO RL-STEP-NAME.
011420     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
011430     MOVE WS-CUSTOMER-COUNT TO RL-RECORDS-READ.
011440     MOVE CP-ENTRY-COUNT    TO RL-RECORDS-WRITTEN.
011450     MOVE ZERO              TO RL-RECORDS-REJECTED.
011460     MOVE RETURN-CODE       TO RL-COMPLETION-CODE.
011470     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
011480*
011490     IF WS-PERIOD-OPEN
011500         CLOSE PERIOD-FILE
011510     END-IF.
011520     IF WS-CUSTMAS-OPEN
011530         CLOSE CUSTMAS-FILE
011540     END-IF.
011550     IF WS-INVOICE-OPEN
011560         CLOSE INVOICE-FILE
011570     END-IF.
011580     IF WS-PAYMENT-OPEN
011590         CLOSE PAYMENT-FILE
011600     END-IF.
011610     IF WS-PRODUCT-OPEN
011620         CLOSE PRODUCT-FILE
011630     END-IF.
011640     IF WS-RETLOG-OPEN
011650         CLOSE RETLOG-FILE
011660     END-IF.
011670     IF WS-REPORT-OPEN
011680         CLOSE PROFIT-REPORT
011690     END-IF.
011700*
011710 3000-EXIT.
011720     EXIT.
