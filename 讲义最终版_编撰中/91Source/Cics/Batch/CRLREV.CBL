000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    CRLREV.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   CRLREV -- MONTHLY PAYMENT-BEHAVIOR AND CREDIT-LIMIT REVIEW.  *
000110*   CM-CREDIT-LIMIT IS SET WHEN AN ACCOUNT OPENS AND SELDOM      *
000120*   LOOKED AT AGAIN.  THIS RUN MEASURES HOW EACH CUSTOMER HAS    *
000130*   ACTUALLY PAID OVER THE LAST TWELVE MONTHS AND PROPOSES NEW   *
000140*   LIMITS FOR THE CREDIT DESK.  THE PERIOD CONTROL CARD         *
000150*   (PERIODD) CARRIES YYYYMM IN COLUMNS 1-6, THE LAST MONTH OF   *
000160*   THE TWELVE.                                                  *
000170*                                                                *
000180*   EVERY APPLIED PAYMENT DATED IN THE TWELVE MONTHS IS MATCHED  *
000190*   TO THE ORIGINAL INVOICE IT PAID.  DAYS TO PAY RUN FROM THE   *
000200*   INVOICE DATE, DAYS LATE FROM INV-DUE-DATE (EARLY COUNTS AS   *
000210*   NONE).  AN INVOICE WRITTEN BEFORE DUE DATES WERE KEPT, A     *
000220*   VOIDED INVOICE, AND A REVERSING (NEGATIVE) PAYMENT ARE LEFT  *
000230*   OUT.  FOR EACH CUSTOMER THE LISTING SHOWS:                   *
000240*                                                                *
000250*     AVG DAYS      THE SIMPLE AVERAGE DAYS TO PAY.              *
000260*     WTD LATE      DAYS LATE WEIGHTED BY THE AMOUNT PAID, SO    *
000270*                   A LARGE CHECK SENT LATE COUNTS FOR MORE      *
000280*                   THAN A SMALL ONE.                            *
000290*     MONTHS        THE WEIGHTED DAYS LATE FOR EACH OF THE       *
000300*                   TWELVE PAYMENT MONTHS, OLDEST FIRST -- THE   *
000310*                   TREND AT A GLANCE ('.' = NO PAYMENTS).       *
000320*     TREND         THE LAST THREE MONTHS' WEIGHTED DAYS LATE    *
000330*                   LESS THE NINE MONTHS BEFORE THEM; BLANK      *
000340*                   UNLESS BOTH HAVE PAYMENTS.                   *
000350*     REF DYS       DAYS IN THE LAST THREE MONTHS ON WHICH       *
000360*                   ORDRENT REFUSED AN ORDER AT THE CREDIT       *
000370*                   LIMIT (LIMLOG).                              *
000380*                                                                *
000390*   A CUSTOMER WITH A LIMIT (ZERO MEANS NONE) IS PROPOSED:       *
000400*     LOWER   WHEN THE LAST THREE MONTHS RUN 15 OR MORE DAYS     *
000410*             LATE AND AT LEAST 10 DAYS WORSE THAN THE NINE      *
000420*             BEFORE: THE LIMIT LESS 25 PERCENT, DOWN TO THE     *
000430*             HUNDRED, NEVER BELOW 100.                          *
000440*     RAISE   WHEN 3 OR MORE PAYMENTS AVERAGE 5 OR FEWER DAYS    *
000450*             LATE AND ORDRENT REFUSED ORDERS ON 3 OR MORE       *
000460*             DAYS: THE LIMIT PLUS 25 PERCENT, UP TO THE         *
000470*             HUNDRED.                                           *
000480*   THE RULES ARE IN RECOMMENDATION-RULES BELOW.  EACH PROPOSAL  *
000490*   IS LISTED AND WRITTEN TO CRLPROP; NOTHING ON CUSTMAS CHANGES *
000500*   HERE -- CRLUPD APPLIES THE LINES THE CREDIT DESK APPROVES.   *
000510*                                                                *
000520*   THE RUN ENDS WITH THE COMPANY'S DAYS SALES OUTSTANDING: THE  *
000530*   OPEN RECEIVABLES ON ARBAL (LESS UNAPPLIED CASH) OVER WHAT    *
000540*   WAS BILLED IN THE LAST THREE MONTHS (NET OF CREDIT MEMOS),   *
000550*   TIMES THE DAYS IN THOSE MONTHS.  THE PROPOSAL TABLE HOLDS    *
000560*   2000 CUSTOMERS; MORE STOPS THE RUN WITH RETURN CODE 8.  THE  *
000570*   RUN IS LOGGED THROUGH RUNLOGW.                               *
000580*                                                                *
000590*   MODIFICATION HISTORY.                                        *
000600*   10/15/2026  RH   INITIAL VERSION.                            *
000601*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000602*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000603*                    NOT COMPLETED.                              *
000610******************************************************************
000620*
000630 ENVIRONMENT DIVISION.
000640*
000650 CONFIGURATION SECTION.
000660*
000670 SOURCE-COMPUTER.  IBM-370.
000680 OBJECT-COMPUTER.  IBM-370.
000690*
000700 INPUT-OUTPUT SECTION.
000710*
000720 FILE-CONTROL.
000730*
000740     SELECT  PERIOD-FILE    ASSIGN TO PERIODD
000750             ORGANIZATION IS LINE SEQUENTIAL
000760             FILE STATUS IS WS-PERIOD-STATUS.
000770*
000780     SELECT  CUSTMAS-FILE   ASSIGN TO CUSTMAS
000790             ORGANIZATION IS INDEXED
000800             ACCESS MODE IS SEQUENTIAL
000810             RECORD KEY IS CM-CUSTOMER-NUMBER
000820             FILE STATUS IS WS-CUSTMAS-STATUS.
000830*
000840     SELECT  INVOICE-FILE   ASSIGN TO INVOICE
000850             ORGANIZATION IS INDEXED
000860             ACCESS MODE IS DYNAMIC
000870             RECORD KEY IS INV-INVOICE-NUMBER
000880             ALTERNATE RECORD KEY IS INV-CUSTOMER-NUMBER
000890                 WITH DUPLICATES
000900             FILE STATUS IS WS-INVOICE-STATUS.
000910*
000920     SELECT  PAYMENT-FILE   ASSIGN TO PAYMENT
000930             ORGANIZATION IS INDEXED
000940             ACCESS MODE IS DYNAMIC
000950             RECORD KEY IS PAY-PAYMENT-NUMBER
000960             ALTERNATE RECORD KEY IS PAY-INVOICE-NUMBER
000970                 WITH DUPLICATES
000980             FILE STATUS IS WS-PAYMENT-STATUS.
000990*
001000     SELECT  ARBAL-FILE     ASSIGN TO ARBAL
001010             ORGANIZATION IS INDEXED
001020             ACCESS MODE IS RANDOM
001030             RECORD KEY IS AR-CUSTOMER-NUMBER
001040             FILE STATUS IS WS-ARBAL-STATUS.
001050*
001060     SELECT  LIMLOG-FILE    ASSIGN TO LIMLOG
001070             ORGANIZATION IS INDEXED
001080             ACCESS MODE IS DYNAMIC
001090             RECORD KEY IS LL-LOG-KEY
001100             FILE STATUS IS WS-LIMLOG-STATUS.
001110*
001120     SELECT  PROPOSAL-FILE  ASSIGN TO CRLPROP
001130             ORGANIZATION IS LINE SEQUENTIAL
001140             FILE STATUS IS WS-PROPOSAL-STATUS.
001150*
001160     SELECT  REVIEW-REPORT  ASSIGN TO RPTOUT
001170             ORGANIZATION IS LINE SEQUENTIAL
001180             FILE STATUS IS WS-REPORT-STATUS.
001190*
001200 DATA DIVISION.
001210*
001220 FILE SECTION.
001230*
001240 FD  PERIOD-FILE
001250     LABEL RECORDS ARE STANDARD.
001260*
001270 01  PERIOD-RECORD.
001280     05  PR-REPORT-MONTH              PIC 9(06).
001290     05  FILLER                       PIC X(74).
001300*
001310 FD  CUSTMAS-FILE
001320     LABEL RECORDS ARE STANDARD.
001330*
001340     COPY CUSTMAS.
001350*
001360 FD  INVOICE-FILE
001370     LABEL RECORDS ARE STANDARD.
001380*
001390     COPY INVOICE.
001400*
001410 FD  PAYMENT-FILE
001420     LABEL RECORDS ARE STANDARD.
001430*
001440     COPY PAYMENT.
001450*
001460 FD  ARBAL-FILE
001470     LABEL RECORDS ARE STANDARD.
001480*
001490     COPY ARBAL.
001500*
001510 FD  LIMLOG-FILE
001520     LABEL RECORDS ARE STANDARD.
001530*
001540     COPY LIMLOG.
001550*
001560 FD  PROPOSAL-FILE
001570     LABEL RECORDS ARE STANDARD.
001580*
001590     COPY CRLPROP.
001600*
001610 FD  REVIEW-REPORT
001620     LABEL RECORDS ARE OMITTED.
001630*
001640 01  REPORT-LINE                      PIC X(132).
001650*
001660 WORKING-STORAGE SECTION.
001670*
001680     COPY RUNLOG.
001681*
001682     COPY PREDPARM.
001690*
001700 01  RUN-TIMING-FIELDS.
001710     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001720*
001730 01  SWITCHES.
001740*
001750     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001760         88  WS-ABORT                             VALUE 'Y'.
001770     05  WS-PERIOD-OPEN-SW            PIC X(01)   VALUE 'N'.
001780         88  WS-PERIOD-OPEN                       VALUE 'Y'.
001790     05  WS-CUSTMAS-OPEN-SW           PIC X(01)   VALUE 'N'.
001800         88  WS-CUSTMAS-OPEN                      VALUE 'Y'.
001810     05  WS-INVOICE-OPEN-SW           PIC X(01)   VALUE 'N'.
001820         88  WS-INVOICE-OPEN                      VALUE 'Y'.
001830     05  WS-PAYMENT-OPEN-SW           PIC X(01)   VALUE 'N'.
001840         88  WS-PAYMENT-OPEN                      VALUE 'Y'.
001850     05  WS-ARBAL-OPEN-SW             PIC X(01)   VALUE 'N'.
001860         88  WS-ARBAL-OPEN                        VALUE 'Y'.
001870     05  WS-LIMLOG-OPEN-SW            PIC X(01)   VALUE 'N'.
001880         88  WS-LIMLOG-OPEN                       VALUE 'Y'.
001890     05  WS-PROPOSAL-OPEN-SW          PIC X(01)   VALUE 'N'.
001900         88  WS-PROPOSAL-OPEN                     VALUE 'Y'.
001910     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001920         88  WS-REPORT-OPEN                       VALUE 'Y'.
001930     05  WS-CUSTMAS-EOF-SW            PIC X(01)   VALUE 'N'.
001940         88  WS-CUSTMAS-EOF                       VALUE 'Y'.
001950     05  WS-MORE-INVOICES-SW          PIC X(01)   VALUE 'N'.
001960         88  WS-MORE-INVOICES                     VALUE 'Y'.
001970     05  WS-MORE-PAYMENTS-SW          PIC X(01)   VALUE 'N'.
001980         88  WS-MORE-PAYMENTS                     VALUE 'Y'.
001990     05  WS-MORE-REFUSALS-SW          PIC X(01)   VALUE 'N'.
002000         88  WS-MORE-REFUSALS                     VALUE 'Y'.
002010*
002020 01  FILE-STATUS-FIELDS.
002030*
002040     05  WS-PERIOD-STATUS             PIC X(02)   VALUE '00'.
002050     05  WS-CUSTMAS-STATUS            PIC X(02)   VALUE '00'.
002060     05  WS-INVOICE-STATUS            PIC X(02)   VALUE '00'.
002070     05  WS-PAYMENT-STATUS            PIC X(02)   VALUE '00'.
002080     05  WS-ARBAL-STATUS              PIC X(02)   VALUE '00'.
002090     05  WS-LIMLOG-STATUS             PIC X(02)   VALUE '00'.
002100     05  WS-PROPOSAL-STATUS           PIC X(02)   VALUE '00'.
002110     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
002120*
002130 01  WORK-FIELDS.
002140*
002150     05  WS-CUSTOMER-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
002160     05  WS-LISTED-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
002170     05  WS-RAISE-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
002180     05  WS-LOWER-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
002190     05  WS-MONTH-SUB           PIC S9(03) COMP-3 VALUE ZERO.
002200     05  WS-REC-SUB             PIC S9(05) COMP   VALUE ZERO.
002210     05  WS-PRINT-ACTION        PIC X(01)         VALUE SPACE.
002220     05  WS-REPORT-MONTH-NUMBER PIC S9(07) COMP-3 VALUE ZERO.
002230     05  WS-DATE-MONTH-NUMBER   PIC S9(07) COMP-3 VALUE ZERO.
002240     05  WS-WORK-MONTH-NUMBER   PIC S9(07) COMP-3 VALUE ZERO.
002250     05  WS-MONTHS-BACK         PIC S9(07) COMP-3 VALUE ZERO.
002260     05  WS-INV-DAY-NUMBER      PIC S9(09) COMP-3 VALUE ZERO.
002270     05  WS-DUE-DAY-NUMBER      PIC S9(09) COMP-3 VALUE ZERO.
002280     05  WS-PAY-DAY-NUMBER      PIC S9(09) COMP-3 VALUE ZERO.
002290     05  WS-DAYS-TO-PAY         PIC S9(05) COMP-3 VALUE ZERO.
002300     05  WS-DAYS-LATE           PIC S9(05) COMP-3 VALUE ZERO.
002310     05  WS-DOCUMENT-AMOUNT     PIC S9(09)V99 COMP-3 VALUE ZERO.
002320     05  WS-NEW-LIMIT-HUNDREDS  PIC S9(07) COMP-3 VALUE ZERO.
002330     05  WS-NEW-LIMIT           PIC 9(07)V99      VALUE ZERO.
002340     05  WS-LAST-REFUSAL-DATE   PIC 9(08)         VALUE ZERO.
002350     05  WS-DSO-DAYS            PIC S9(05) COMP-3 VALUE ZERO.
002360     05  WS-DSO                 PIC S9(05)V9 COMP-3 VALUE ZERO.
002370*
002380******************************************************************
002390*   RECOMMENDATION-RULES -- THE CREDIT DESK'S THRESHOLDS.  A     *
002400*   PROMPT PAYER AVERAGES NO MORE THAN RR-PROMPT-DAYS-LATE       *
002410*   WEIGHTED DAYS LATE OVER AT LEAST RR-MIN-PAYMENTS PAYMENTS;   *
002420*   ONE TRENDING LATE RUNS RR-LATE-FLOOR-DAYS OR MORE LATE IN    *
002430*   THE LAST THREE MONTHS AND RR-LATE-TREND-DAYS OR MORE WORSE   *
002440*   THAN THE NINE BEFORE.                                        *
002450******************************************************************
002460 01  RECOMMENDATION-RULES.
002470     05  RR-MIN-PAYMENTS        PIC S9(03) COMP-3 VALUE +3.
002480     05  RR-PROMPT-DAYS-LATE    PIC S9(03) COMP-3 VALUE +5.
002490     05  RR-MIN-REFUSAL-DAYS    PIC S9(03) COMP-3 VALUE +3.
002500     05  RR-RAISE-PERCENT       PIC S9(03) COMP-3 VALUE +25.
002510     05  RR-LATE-FLOOR-DAYS     PIC S9(03) COMP-3 VALUE +15.
002520     05  RR-LATE-TREND-DAYS     PIC S9(03) COMP-3 VALUE +10.
002530     05  RR-LOWER-PERCENT       PIC S9(03) COMP-3 VALUE +25.
002540*
002550******************************************************************
002560*   PER-CUSTOMER WORK FIELDS.  A LATE WEIGHT IS AMOUNT PAID      *
002570*   TIMES DAYS LATE; OVER THE AMOUNT PAID IT GIVES THE WEIGHTED  *
002580*   DAYS LATE.  "RECENT" IS THE LAST THREE MONTHS OF THE TWELVE  *
002590*   (MONTH SUBSCRIPTS 10-12), "EARLIER" THE NINE BEFORE THEM.    *
002600******************************************************************
002610 01  CUSTOMER-WORK-TOTALS.
002620     05  CW-PAYMENT-COUNT       PIC S9(05) COMP-3.
002630     05  CW-DAYS-TO-PAY-TOTAL   PIC S9(09) COMP-3.
002640     05  CW-PAID-AMOUNT         PIC S9(09)V99 COMP-3.
002650     05  CW-LATE-WEIGHT         PIC S9(13)V99 COMP-3.
002660     05  CW-RECENT-PAID         PIC S9(09)V99 COMP-3.
002670     05  CW-RECENT-WEIGHT       PIC S9(13)V99 COMP-3.
002680     05  CW-EARLIER-PAID        PIC S9(09)V99 COMP-3.
002690     05  CW-EARLIER-WEIGHT      PIC S9(13)V99 COMP-3.
002700     05  CW-REFUSAL-DAYS        PIC S9(03) COMP-3.
002710     05  CW-AVG-DAYS-TO-PAY     PIC S9(05) COMP-3.
002720     05  CW-WTD-DAYS-LATE       PIC S9(05) COMP-3.
002730     05  CW-RECENT-DAYS-LATE    PIC S9(05) COMP-3.
002740     05  CW-EARLIER-DAYS-LATE   PIC S9(05) COMP-3.
002750     05  CW-TREND-DAYS          PIC S9(05) COMP-3.
002760     05  CW-TREND-SW            PIC X(01).
002770         88  CW-TREND-KNOWN                 VALUE 'Y'.
002780     05  CW-ACTION-CODE         PIC X(01).
002790         88  CW-NO-ACTION                   VALUE SPACE.
002800         88  CW-RAISE                       VALUE 'R'.
002810         88  CW-LOWER                       VALUE 'L'.
002820*
002830 01  MONTH-WORK-TABLE.
002840     05  MW-ENTRY OCCURS 12 TIMES.
002850         10  MW-PAID-AMOUNT     PIC S9(09)V99 COMP-3.
002860         10  MW-LATE-WEIGHT     PIC S9(13)V99 COMP-3.
002870*
002880******************************************************************
002890*   PROPOSAL TABLE -- EVERY PROPOSAL WRITTEN TO CRLPROP, HELD SO *
002900*   THE RECOMMENDATION LISTING CAN PRINT THE RAISES TOGETHER AND *
002910*   THEN THE REDUCTIONS.                                         *
002920******************************************************************
002930 01  PROPOSAL-TABLE-CONTROL.
002940     05  RT-MAX-ENTRIES         PIC S9(05) COMP-3 VALUE +2000.
002950     05  RT-ENTRY-COUNT         PIC S9(05) COMP   VALUE ZERO.
002960*
002970 01  PROPOSAL-TABLE.
002980     05  RT-ENTRY OCCURS 1 TO 2000 TIMES
002990             DEPENDING ON RT-ENTRY-COUNT.
003000         10  RT-CUSTOMER-NUMBER PIC X(06).
003010         10  RT-CUSTOMER-NAME   PIC X(20).
003020         10  RT-ACTION-CODE     PIC X(01).
003030         10  RT-OLD-LIMIT       PIC 9(07)V99.
003040         10  RT-NEW-LIMIT       PIC 9(07)V99.
003050         10  RT-PAYMENT-COUNT   PIC S9(05) COMP-3.
003060         10  RT-AVG-DAYS-TO-PAY PIC S9(05) COMP-3.
003070         10  RT-WTD-DAYS-LATE   PIC S9(05) COMP-3.
003080         10  RT-TREND-DAYS      PIC S9(05) COMP-3.
003090         10  RT-TREND-SW        PIC X(01).
003100         10  RT-REFUSAL-DAYS    PIC S9(03) COMP-3.
003110*
003120 01  COMPANY-TOTALS.
003130     05  GT-RECEIVABLE          PIC S9(11)V99 COMP-3 VALUE ZERO.
003140     05  GT-DSO-BILLINGS        PIC S9(11)V99 COMP-3 VALUE ZERO.
003150     05  GT-PAYMENT-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
003160     05  GT-DAYS-TO-PAY-TOTAL   PIC S9(11) COMP-3 VALUE ZERO.
003170     05  GT-PAID-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
003180     05  GT-LATE-WEIGHT         PIC S9(15)V99 COMP-3 VALUE ZERO.
003190     05  GT-AVG-DAYS-TO-PAY     PIC S9(05) COMP-3 VALUE ZERO.
003200     05  GT-WTD-DAYS-LATE       PIC S9(05) COMP-3 VALUE ZERO.
003210*
003220******************************************************************
003230*   1910-COMPUTE-DAY-NUMBER INPUT/OUTPUT FIELDS, AS IN AGERPT.   *
003240******************************************************************
003250 01  DAY-NUMBER-FIELDS.
003260     05  DN-YYYY                PIC S9(09) COMP-3.
003270     05  DN-MM                  PIC S9(09) COMP-3.
003280     05  DN-DD                  PIC S9(09) COMP-3.
003290     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
003300*
003310 01  WS-RUN-DATE.
003320     05  WS-RUN-YYYY                  PIC 9(04).
003330     05  WS-RUN-MM                    PIC 9(02).
003340     05  WS-RUN-DD                    PIC 9(02).
003350*
003360 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
003370                                      PIC 9(08).
003380*
003390 01  WS-REPORT-MONTH-FIELDS.
003400     05  WS-RM-YYYY                   PIC 9(04).
003410     05  WS-RM-MM                     PIC 9(02).
003420*
003430 01  WS-REPORT-MONTH-NUM REDEFINES WS-REPORT-MONTH-FIELDS
003440                                      PIC 9(06).
003450*
003460 01  WS-FIRST-MONTH                   PIC 9(06)   VALUE ZERO.
003470 01  WS-RECENT-START-N                PIC 9(08)   VALUE ZERO.
003480 01  WS-WINDOW-AFTER-N                PIC 9(08)   VALUE ZERO.
003490*
003500 01  WS-MDY-DATE.
003510     05  WS-MDY-MM                    PIC 9(02).
003520     05  WS-MDY-DD                    PIC 9(02).
003530     05  WS-MDY-YYYY                  PIC 9(04).
003540*
003550 01  WS-MDY-DATE-N REDEFINES WS-MDY-DATE
003560                                      PIC 9(08).
003570*
003580 01  WS-YMD-DATE.
003590     05  WS-YMD-YYYY                  PIC 9(04).
003600     05  WS-YMD-MM                    PIC 9(02).
003610     05  WS-YMD-DD                    PIC 9(02).
003620*
003630 01  WS-YMD-DATE-N REDEFINES WS-YMD-DATE
003640                                      PIC 9(08).
003650*
003660 01  HEADING-LINE-1.
003670*
003680     05  FILLER                       PIC X(01)   VALUE SPACE.
003690     05  FILLER                       PIC X(35)   VALUE
003700             'CUSTOMER PAYMENT BEHAVIOR   MONTHS '.
003710     05  HL1-FIRST-MONTH              PIC 9(06).
003720     05  FILLER                       PIC X(06)   VALUE ' THRU '.
003730     05  HL1-LAST-MONTH               PIC 9(06).
003740     05  FILLER                       PIC X(10)   VALUE
003750             '   RUN OF '.
003760     05  HL1-RUN-DATE                 PIC 9(08).
003770     05  FILLER                       PIC X(60)   VALUE SPACE.
003780*
003790 01  BEHAVIOR-TITLE-LINE.
003800*
003810     05  FILLER                       PIC X(01)   VALUE SPACE.
003820     05  FILLER                       PIC X(40)   VALUE
003830             'PAYMENT BEHAVIOR BY CUSTOMER -- WEIGHTED'.
003840     05  FILLER                       PIC X(41)   VALUE
003850             ' DAYS LATE BY PAYMENT MONTH, OLDEST FIRST'.
003860     05  FILLER                       PIC X(50)   VALUE SPACE.
003870*
003880 01  BEHAVIOR-HEADING-1.
003890*
003900     05  FILLER                       PIC X(01)   VALUE SPACE.
003910     05  FILLER                       PIC X(07)   VALUE 'CUST #'.
003920     05  FILLER                       PIC X(16)   VALUE
003930             'CUSTOMER NAME'.
003940     05  FILLER                       PIC X(11)   VALUE
003950             '    CREDIT'.
003960     05  FILLER                       PIC X(06)   VALUE '  NO.'.
003970     05  FILLER                       PIC X(05)   VALUE ' AVG'.
003980     05  FILLER                       PIC X(05)   VALUE ' WTD'.
003990     05  FILLER                       PIC X(06)   VALUE 'TREND'.
004000     05  FILLER                       PIC X(04)   VALUE 'REF'.
004010     05  FILLER                       PIC X(50)   VALUE
004020             '  WEIGHTED DAYS LATE, BY MONTH OF PAYMENT'.
004030     05  FILLER                       PIC X(21)   VALUE SPACE.
004040*
004050 01  BEHAVIOR-HEADING-2.
004060*
004070     05  FILLER                       PIC X(24)   VALUE SPACE.
004080     05  FILLER                       PIC X(11)   VALUE
004090             '     LIMIT'.
004100     05  FILLER                       PIC X(06)   VALUE ' PMTS'.
004110     05  FILLER                       PIC X(05)   VALUE 'DAYS'.
004120     05  FILLER                       PIC X(05)   VALUE 'LATE'.
004130     05  FILLER                       PIC X(06)   VALUE ' DAYS'.
004140     05  FILLER                       PIC X(04)   VALUE 'DYS'.
004150     05  BH2-MONTH OCCURS 12 TIMES    PIC X(04).
004160     05  FILLER                       PIC X(02)   VALUE SPACE.
004170     05  FILLER                       PIC X(06)   VALUE 'ACTION'.
004180     05  FILLER                       PIC X(15)   VALUE SPACE.
004190*
004200 01  BEHAVIOR-LINE.
004210*
004220     05  FILLER                       PIC X(01)   VALUE SPACE.
004230     05  DL-CUSTOMER-NUMBER           PIC X(06).
004240     05  FILLER                       PIC X(01)   VALUE SPACE.
004250     05  DL-CUSTOMER-NAME             PIC X(15).
004260     05  FILLER                       PIC X(01)   VALUE SPACE.
004270     05  DL-CREDIT-LIMIT              PIC ZZZZZZ9.99.
004280     05  FILLER                       PIC X(01)   VALUE SPACE.
004290     05  DL-PAYMENT-COUNT             PIC ZZZZ9.
004300     05  FILLER                       PIC X(01)   VALUE SPACE.
004310     05  DL-AVG-DAYS-TO-PAY           PIC ZZZ9.
004320     05  FILLER                       PIC X(01)   VALUE SPACE.
004330     05  DL-WTD-DAYS-LATE             PIC ZZZ9.
004340     05  FILLER                       PIC X(01)   VALUE SPACE.
004350     05  DL-TREND-X                   PIC X(05).
004360     05  DL-TREND-DAYS REDEFINES DL-TREND-X
004370                                      PIC ZZZ9-.
004380     05  FILLER                       PIC X(01)   VALUE SPACE.
004390     05  DL-REFUSAL-DAYS              PIC ZZ9.
004400     05  FILLER                       PIC X(01)   VALUE SPACE.
004410     05  DL-MONTH OCCURS 12 TIMES.
004420         10  DL-MONTH-X               PIC X(04).
004430         10  DL-MONTH-LATE REDEFINES DL-MONTH-X
004440                                      PIC ZZZ9.
004450     05  FILLER                       PIC X(02)   VALUE SPACE.
004460     05  DL-ACTION                    PIC X(06).
004470     05  FILLER                       PIC X(15)   VALUE SPACE.
004480*
004490 01  RECOMMEND-TITLE-LINE.
004500*
004510     05  FILLER                       PIC X(01)   VALUE SPACE.
004520     05  FILLER                       PIC X(50)   VALUE
004530             'CREDIT-LIMIT RECOMMENDATIONS FOR APPROVAL'.
004540     05  FILLER                       PIC X(81)   VALUE SPACE.
004550*
004560 01  RECOMMEND-HEADING-1.
004570*
004580     05  FILLER                       PIC X(01)   VALUE SPACE.
004590     05  FILLER                       PIC X(07)   VALUE 'ACTION'.
004600     05  FILLER                       PIC X(07)   VALUE 'CUST #'.
004610     05  FILLER                       PIC X(21)   VALUE
004620             'CUSTOMER NAME'.
004630     05  FILLER                       PIC X(14)   VALUE
004640             '      CURRENT'.
004650     05  FILLER                       PIC X(15)   VALUE
004660             '     PROPOSED'.
004670     05  FILLER                       PIC X(06)   VALUE '  NO.'.
004680     05  FILLER                       PIC X(05)   VALUE ' AVG'.
004690     05  FILLER                       PIC X(05)   VALUE ' WTD'.
004700     05  FILLER                       PIC X(06)   VALUE 'TREND'.
004710     05  FILLER                       PIC X(05)   VALUE 'REF'.
004720     05  FILLER                       PIC X(40)   VALUE 'REASON'.
004730*
004740 01  RECOMMEND-HEADING-2.
004750*
004760     05  FILLER                       PIC X(36)   VALUE SPACE.
004770     05  FILLER                       PIC X(14)   VALUE
004780             '        LIMIT'.
004790     05  FILLER                       PIC X(15)   VALUE
004800             '        LIMIT'.
004810     05  FILLER                       PIC X(06)   VALUE ' PMTS'.
004820     05  FILLER                       PIC X(05)   VALUE 'DAYS'.
004830     05  FILLER                       PIC X(05)   VALUE 'LATE'.
004840     05  FILLER                       PIC X(06)   VALUE ' DAYS'.
004850     05  FILLER                       PIC X(45)   VALUE 'DYS'.
004860*
004870 01  RECOMMEND-LINE.
004880*
004890     05  FILLER                       PIC X(01)   VALUE SPACE.
004900     05  RDL-ACTION                   PIC X(05).
004910     05  FILLER                       PIC X(02)   VALUE SPACE.
004920     05  RDL-CUSTOMER-NUMBER          PIC X(06).
004930     05  FILLER                       PIC X(01)   VALUE SPACE.
004940     05  RDL-CUSTOMER-NAME            PIC X(20).
004950     05  FILLER                       PIC X(01)   VALUE SPACE.
004960     05  RDL-OLD-LIMIT                PIC Z,ZZZ,ZZ9.99.
004970     05  FILLER                       PIC X(02)   VALUE SPACE.
004980     05  RDL-NEW-LIMIT                PIC Z,ZZZ,ZZ9.99.
004990     05  FILLER                       PIC X(03)   VALUE SPACE.
005000     05  RDL-PAYMENT-COUNT            PIC ZZZZ9.
005010     05  FILLER                       PIC X(01)   VALUE SPACE.
005020     05  RDL-AVG-DAYS-TO-PAY          PIC ZZZ9.
005030     05  FILLER                       PIC X(01)   VALUE SPACE.
005040     05  RDL-WTD-DAYS-LATE            PIC ZZZ9.
005050     05  FILLER                       PIC X(01)   VALUE SPACE.
005060     05  RDL-TREND-X                  PIC X(05).
005070     05  RDL-TREND-DAYS REDEFINES RDL-TREND-X
005080                                      PIC ZZZ9-.
005090     05  FILLER                       PIC X(01)   VALUE SPACE.
005100     05  RDL-REFUSAL-DAYS             PIC ZZ9.
005110     05  FILLER                       PIC X(02)   VALUE SPACE.
005120     05  RDL-REASON                   PIC X(30).
005130     05  FILLER                       PIC X(10)   VALUE SPACE.
005140*
005150 01  NO-RECOMMEND-LINE.
005160*
005170     05  FILLER                       PIC X(01)   VALUE SPACE.
005180     05  FILLER                       PIC X(40)   VALUE
005190             'NO CREDIT-LIMIT CHANGES PROPOSED'.
005200     05  FILLER                       PIC X(91)   VALUE SPACE.
005210*
005220 01  SUMMARY-LINE-1.
005230*
005240     05  FILLER                       PIC X(01)   VALUE SPACE.
005250     05  FILLER                       PIC X(25)   VALUE
005260             'CUSTOMERS READ..........:'.
005270     05  SL1-CUSTOMER-COUNT           PIC ZZZZZZ9.
005280     05  FILLER                       PIC X(99)   VALUE SPACE.
005290*
005300 01  SUMMARY-LINE-2.
005310*
005320     05  FILLER                       PIC X(01)   VALUE SPACE.
005330     05  FILLER                       PIC X(25)   VALUE
005340             'CUSTOMERS LISTED........:'.
005350     05  SL2-LISTED-COUNT             PIC ZZZZZZ9.
005360     05  FILLER                       PIC X(99)   VALUE SPACE.
005370*
005380 01  SUMMARY-LINE-3.
005390*
005400     05  FILLER                       PIC X(01)   VALUE SPACE.
005410     05  FILLER                       PIC X(25)   VALUE
005420             'RAISES PROPOSED.........:'.
005430     05  SL3-RAISE-COUNT              PIC ZZZZZZ9.
005440     05  FILLER                       PIC X(99)   VALUE SPACE.
005450*
005460 01  SUMMARY-LINE-4.
005470*
005480     05  FILLER                       PIC X(01)   VALUE SPACE.
005490     05  FILLER                       PIC X(25)   VALUE
005500             'REDUCTIONS PROPOSED.....:'.
005510     05  SL4-LOWER-COUNT              PIC ZZZZZZ9.
005520     05  FILLER                       PIC X(99)   VALUE SPACE.
005530*
005540 01  COMPANY-TITLE-LINE.
005550*
005560     05  FILLER                       PIC X(01)   VALUE SPACE.
005570     05  FILLER                       PIC X(40)   VALUE
005580             'COMPANY-WIDE COLLECTION FIGURES'.
005590     05  FILLER                       PIC X(91)   VALUE SPACE.
005600*
005610 01  COMPANY-LINE-1.
005620*
005630     05  FILLER                       PIC X(01)   VALUE SPACE.
005640     05  FILLER                       PIC X(25)   VALUE
005650             'OPEN RECEIVABLES........:'.
005660     05  CL1-RECEIVABLE               PIC ZZZ,ZZZ,ZZ9.99-.
005670     05  FILLER                       PIC X(91)   VALUE SPACE.
005680*
005690 01  COMPANY-LINE-2.
005700*
005710     05  FILLER                       PIC X(01)   VALUE SPACE.
005720     05  FILLER                       PIC X(25)   VALUE
005730             'BILLED, LAST 3 MONTHS...:'.
005740     05  CL2-BILLINGS                 PIC ZZZ,ZZZ,ZZ9.99-.
005750     05  FILLER                       PIC X(91)   VALUE SPACE.
005760*
005770 01  COMPANY-LINE-3.
005780*
005790     05  FILLER                       PIC X(01)   VALUE SPACE.
005800     05  FILLER                       PIC X(25)   VALUE
005810             'DAYS IN THOSE MONTHS....:'.
005820     05  CL3-DSO-DAYS                 PIC ZZZZZZ9.
005830     05  FILLER                       PIC X(99)   VALUE SPACE.
005840*
005850 01  COMPANY-LINE-4.
005860*
005870     05  FILLER                       PIC X(01)   VALUE SPACE.
005880     05  FILLER                       PIC X(25)   VALUE
005890             'DAYS SALES OUTSTANDING..:'.
005900     05  CL4-DSO                      PIC ZZZZ9.9-.
005910     05  FILLER                       PIC X(98)   VALUE SPACE.
005920*
005930 01  COMPANY-LINE-5.
005940*
005950     05  FILLER                       PIC X(01)   VALUE SPACE.
005960     05  FILLER                       PIC X(25)   VALUE
005970             'PAYMENTS MATCHED........:'.
005980     05  CL5-PAYMENT-COUNT            PIC ZZZZZZ9.
005990     05  FILLER                       PIC X(99)   VALUE SPACE.
006000*
006010 01  COMPANY-LINE-6.
006020*
006030     05  FILLER                       PIC X(01)   VALUE SPACE.
006040     05  FILLER                       PIC X(25)   VALUE
006050             'AVERAGE DAYS TO PAY.....:'.
006060     05  CL6-AVG-DAYS-TO-PAY          PIC ZZZZZZ9.
006070     05  FILLER                       PIC X(99)   VALUE SPACE.
006080*
006090 01  COMPANY-LINE-7.
006100*
006110     05  FILLER                       PIC X(01)   VALUE SPACE.
006120     05  FILLER                       PIC X(25)   VALUE
006130             'WEIGHTED DAYS LATE......:'.
006140     05  CL7-WTD-DAYS-LATE            PIC ZZZZZZ9.
006150     05  FILLER                       PIC X(99)   VALUE SPACE.
006160*
006170 PROCEDURE DIVISION.
006180*
006190 0000-MAINLINE.
006200*
006210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006220     PERFORM 2000-PROCESS-CUSTOMERS THRU 2000-EXIT.
006230     PERFORM 2600-PRINT-RECOMMENDATIONS THRU 2600-EXIT.
006240     PERFORM 3000-TERMINATE THRU 3000-EXIT.
006250*
006260     STOP RUN.
006270*
006280 1000-INITIALIZE.
006290*
006300     ACCEPT WS-START-TIME-RAW FROM TIME.
006301     MOVE 'CRLREV  ' TO PC-PROGRAM.
006302     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
006303     IF PC-REFUSED
006304         MOVE PC-RETURN-CODE TO RETURN-CODE
006305         STOP RUN
006306     END-IF.
006310*
006320     OPEN INPUT  PERIOD-FILE.
006330     OPEN INPUT  CUSTMAS-FILE.
006340     OPEN INPUT  INVOICE-FILE.
006350     OPEN INPUT  PAYMENT-FILE.
006360     OPEN INPUT  ARBAL-FILE.
006370     OPEN INPUT  LIMLOG-FILE.
006380     OPEN OUTPUT PROPOSAL-FILE.
006390     OPEN OUTPUT REVIEW-REPORT.
006400*
006410     IF WS-PERIOD-STATUS = '00'
006420         MOVE 'Y' TO WS-PERIOD-OPEN-SW
006430     ELSE
006440         DISPLAY 'CRLREV0001E PERIODD FILE OPEN FAILED, STATUS='
006450             WS-PERIOD-STATUS
006460         MOVE 'Y' TO WS-ABORT-SW
006470     END-IF.
006480*
006490     IF WS-CUSTMAS-STATUS = '00'
006500         MOVE 'Y' TO WS-CUSTMAS-OPEN-SW
006510     ELSE
006520         DISPLAY 'CRLREV0002E CUSTMAS FILE OPEN FAILED, STATUS='
006530             WS-CUSTMAS-STATUS
006540         MOVE 'Y' TO WS-ABORT-SW
006550     END-IF.
006560*
006570     IF WS-INVOICE-STATUS = '00'
006580         MOVE 'Y' TO WS-INVOICE-OPEN-SW
006590     ELSE
006600         DISPLAY 'CRLREV0003E INVOICE FILE OPEN FAILED, STATUS='
006610             WS-INVOICE-STATUS
006620         MOVE 'Y' TO WS-ABORT-SW
006630     END-IF.
006640*
006650     IF WS-PAYMENT-STATUS = '00'
006660         MOVE 'Y' TO WS-PAYMENT-OPEN-SW
006670     ELSE
006680         DISPLAY 'CRLREV0004E PAYMENT FILE OPEN FAILED, STATUS='
006690             WS-PAYMENT-STATUS
006700         MOVE 'Y' TO WS-ABORT-SW
006710     END-IF.
006720*
006730     IF WS-ARBAL-STATUS = '00'
006740         MOVE 'Y' TO WS-ARBAL-OPEN-SW
006750     ELSE
006760         DISPLAY 'CRLREV0005E ARBAL FILE OPEN FAILED, STATUS='
006770             WS-ARBAL-STATUS
006780         MOVE 'Y' TO WS-ABORT-SW
006790     END-IF.
006800*
006810     IF WS-LIMLOG-STATUS = '00'
006820         MOVE 'Y' TO WS-LIMLOG-OPEN-SW
006830     ELSE
006840         DISPLAY 'CRLREV0006E LIMLOG FILE OPEN FAILED, STATUS='
006850             WS-LIMLOG-STATUS
006860         MOVE 'Y' TO WS-ABORT-SW
006870     END-IF.
006880*
006890     IF WS-PROPOSAL-STATUS = '00'
006900         MOVE 'Y' TO WS-PROPOSAL-OPEN-SW
006910     ELSE
006920         DISPLAY 'CRLREV0007E CRLPROP FILE OPEN FAILED, STATUS='
006930             WS-PROPOSAL-STATUS
006940         MOVE 'Y' TO WS-ABORT-SW
006950     END-IF.
006960*
006970     IF WS-REPORT-STATUS = '00'
006980         MOVE 'Y' TO WS-REPORT-OPEN-SW
006990     ELSE
007000         DISPLAY 'CRLREV0008E RPTOUT FILE OPEN FAILED, STATUS='
007010             WS-REPORT-STATUS
007020         MOVE 'Y' TO WS-ABORT-SW
007030     END-IF.
007040*
007050     IF NOT WS-ABORT
007060         PERFORM 1100-READ-PERIOD-CARD THRU 1100-EXIT
007070     END-IF.
007080*
007090     IF NOT WS-ABORT
007100         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007110         MOVE WS-FIRST-MONTH      TO HL1-FIRST-MONTH
007120         MOVE WS-REPORT-MONTH-NUM TO HL1-LAST-MONTH
007130         MOVE WS-RUN-DATE-N       TO HL1-RUN-DATE
007140         WRITE REPORT-LINE FROM HEADING-LINE-1
007150         MOVE SPACE TO REPORT-LINE
007160         WRITE REPORT-LINE
007170         WRITE REPORT-LINE FROM BEHAVIOR-TITLE-LINE
007180         WRITE REPORT-LINE FROM BEHAVIOR-HEADING-1
007190         WRITE REPORT-LINE FROM BEHAVIOR-HEADING-2
007200     END-IF.
007210*
007220 1000-EXIT.
007230     EXIT.
007240*
007250******************************************************************
007260*   1100-READ-PERIOD-CARD -- THE TWELVE MONTHS END WITH THE      *
007270*   CARD'S MONTH.  THE LIMLOG COUNT RUNS FROM THE FIRST OF THE   *
007280*   LAST THREE MONTHS UP TO THE FIRST OF THE MONTH AFTER, AND    *
007290*   THE DSO DAYS ARE THE DAYS BETWEEN THOSE TWO DATES.  EACH     *
007300*   MONTH'S NUMBER HEADS ITS COLUMN OF THE LISTING.              *
007310******************************************************************
007320 1100-READ-PERIOD-CARD.
007330*
007340     READ PERIOD-FILE
007350         AT END
007360             DISPLAY 'CRLREV0009E PERIODD CONTROL CARD MISSING'
007370             MOVE 'Y' TO WS-ABORT-SW
007380             GO TO 1100-EXIT
007390     END-READ.
007400*
007410     IF PR-REPORT-MONTH NOT NUMERIC
007420         DISPLAY 'CRLREV0010E PERIODD CONTROL CARD INVALID: '
007430             PERIOD-RECORD
007440         MOVE 'Y' TO WS-ABORT-SW
007450         GO TO 1100-EXIT
007460     END-IF.
007470*
007480     MOVE PR-REPORT-MONTH TO WS-REPORT-MONTH-NUM.
007490     IF WS-RM-MM < 1 OR WS-RM-MM > 12
007500         DISPLAY 'CRLREV0010E PERIODD CONTROL CARD INVALID: '
007510             PERIOD-RECORD
007520         MOVE 'Y' TO WS-ABORT-SW
007530         GO TO 1100-EXIT
007540     END-IF.
007550*
007560     COMPUTE WS-REPORT-MONTH-NUMBER = WS-RM-YYYY * 12 + WS-RM-MM.
007570*
007580     COMPUTE WS-WORK-MONTH-NUMBER = WS-REPORT-MONTH-NUMBER - 11.
007590     PERFORM 1150-MONTH-TO-DATE THRU 1150-EXIT.
007600     MOVE WS-YMD-DATE-N(1:6) TO WS-FIRST-MONTH.
007610*
007620     COMPUTE WS-WORK-MONTH-NUMBER = WS-REPORT-MONTH-NUMBER - 2.
007630     PERFORM 1150-MONTH-TO-DATE THRU 1150-EXIT.
007640     MOVE WS-YMD-DATE-N TO WS-RECENT-START-N.
007650     PERFORM 1900-YMD-DAY-NUMBER THRU 1900-EXIT.
007660     MOVE DN-DAY-NUMBER TO WS-DSO-DAYS.
007670*
007680     COMPUTE WS-WORK-MONTH-NUMBER = WS-REPORT-MONTH-NUMBER + 1.
007690     PERFORM 1150-MONTH-TO-DATE THRU 1150-EXIT.
007700     MOVE WS-YMD-DATE-N TO WS-WINDOW-AFTER-N.
007710     PERFORM 1900-YMD-DAY-NUMBER THRU 1900-EXIT.
007720     COMPUTE WS-DSO-DAYS = DN-DAY-NUMBER - WS-DSO-DAYS.
007730*
007740     PERFORM 1160-SET-MONTH-HEADING THRU 1160-EXIT
007750         VARYING WS-MONTH-SUB FROM 1 BY 1
007760         UNTIL WS-MONTH-SUB > 12.
007770*
007780 1100-EXIT.
007790     EXIT.
007800*
007810******************************************************************
007820*   1150-MONTH-TO-DATE -- WS-WORK-MONTH-NUMBER (YYYY * 12 + MM)  *
007830*   IN, THE FIRST OF THAT MONTH IN WS-YMD-DATE OUT.              *
007840******************************************************************
007850 1150-MONTH-TO-DATE.
007860*
007870     COMPUTE WS-YMD-YYYY = (WS-WORK-MONTH-NUMBER - 1) / 12.
007880     COMPUTE WS-YMD-MM = WS-WORK-MONTH-NUMBER - WS-YMD-YYYY * 12.
007890     MOVE 01 TO WS-YMD-DD.
007900*
007910 1150-EXIT.
007920     EXIT.
007930*
007940 1160-SET-MONTH-HEADING.
007950*
007960     COMPUTE WS-WORK-MONTH-NUMBER =
007970         WS-REPORT-MONTH-NUMBER - 12 + WS-MONTH-SUB.
007980     PERFORM 1150-MONTH-TO-DATE THRU 1150-EXIT.
007990     MOVE SPACE     TO BH2-MONTH(WS-MONTH-SUB).
008000     MOVE WS-YMD-MM TO BH2-MONTH(WS-MONTH-SUB)(3:2).
008010*
008020 1160-EXIT.
008030     EXIT.
008040*
008050******************************************************************
008060*   1850-FIND-MONTH -- WS-YMD-DATE IN, WS-MONTH-SUB OUT: 12 FOR  *
008070*   THE CARD'S MONTH, 1 FOR THE OLDEST OF THE TWELVE, ZERO FOR   *
008080*   ANY MONTH OUTSIDE THEM.                                      *
008090******************************************************************
008100 1850-FIND-MONTH.
008110*
008120     COMPUTE WS-DATE-MONTH-NUMBER = WS-YMD-YYYY * 12 + WS-YMD-MM.
008130     COMPUTE WS-MONTHS-BACK =
008140         WS-REPORT-MONTH-NUMBER - WS-DATE-MONTH-NUMBER.
008150*
008160     IF WS-MONTHS-BACK < 0 OR WS-MONTHS-BACK > 11
008170         MOVE ZERO TO WS-MONTH-SUB
008180     ELSE
008190         COMPUTE WS-MONTH-SUB = 12 - WS-MONTHS-BACK
008200     END-IF.
008210*
008220 1850-EXIT.
008230     EXIT.
008240*
008250 1900-YMD-DAY-NUMBER.
008260*
008270     MOVE WS-YMD-YYYY TO DN-YYYY.
008280     MOVE WS-YMD-MM   TO DN-MM.
008290     MOVE WS-YMD-DD   TO DN-DD.
008300     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
008310*
008320 1900-EXIT.
008330     EXIT.
008340*
008350******************************************************************
008360*   1910-COMPUTE-DAY-NUMBER -- SERIAL DAY NUMBER FROM A          *
008370*   GREGORIAN DATE, GOOD FOR DIFFERENCING TWO DATES.  JANUARY    *
008380*   AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR;    *
008390*   THE (153 * MONTH + 8) / 5 TERM THEN WALKS THE IRREGULAR      *
008400*   MONTH LENGTHS FROM MARCH, AND THE LEAP-YEAR TERMS FOLLOW     *
008410*   THE CENTURY RULES.  ALL DIVISIONS TRUNCATE.                  *
008420******************************************************************
008430 1910-COMPUTE-DAY-NUMBER.
008440*
008450     IF DN-MM < 3
008460         ADD 12 TO DN-MM
008470         SUBTRACT 1 FROM DN-YYYY
008480     END-IF.
008490*
008500     COMPUTE DN-DAY-NUMBER =
008510           (365 * DN-YYYY)
008520         + (DN-YYYY / 4)
008530         - (DN-YYYY / 100)
008540         + (DN-YYYY / 400)
008550         + ((153 * DN-MM + 8) / 5)
008560         + DN-DD.
008570*
008580 1910-EXIT.
008590     EXIT.
008600*
008610 2000-PROCESS-CUSTOMERS.
008620*
008630     IF NOT WS-ABORT
008640         PERFORM 2100-PROCESS-ONE-CUSTOMER THRU 2100-EXIT
008650             UNTIL WS-CUSTMAS-EOF OR WS-ABORT
008660     END-IF.
008670*
008680 2000-EXIT.
008690     EXIT.
008700*
008710 2100-PROCESS-ONE-CUSTOMER.
008720*
008730     READ CUSTMAS-FILE
008740         AT END
008750             MOVE 'Y' TO WS-CUSTMAS-EOF-SW
008760     END-READ.
008770*
008780     IF WS-CUSTMAS-EOF
008790         GO TO 2100-EXIT
008800     END-IF.
008810*
008820     ADD 1 TO WS-CUSTOMER-COUNT.
008830     IF CM-ARCHIVED
008840         GO TO 2100-EXIT
008850     END-IF.
008860*
008870     MOVE ZERO TO CW-PAYMENT-COUNT
008880                  CW-DAYS-TO-PAY-TOTAL
008890                  CW-PAID-AMOUNT
008900                  CW-LATE-WEIGHT
008910                  CW-RECENT-PAID
008920                  CW-RECENT-WEIGHT
008930                  CW-EARLIER-PAID
008940                  CW-EARLIER-WEIGHT
008950                  CW-REFUSAL-DAYS.
008960     PERFORM 2110-CLEAR-MONTH THRU 2110-EXIT
008970         VARYING WS-MONTH-SUB FROM 1 BY 1
008980         UNTIL WS-MONTH-SUB > 12.
008990*
009000     PERFORM 2150-ADD-OPEN-BALANCE THRU 2150-EXIT.
009010*
009020     MOVE CM-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER.
009030     START INVOICE-FILE KEY IS = INV-CUSTOMER-NUMBER
009040         INVALID KEY
009050             MOVE 'N' TO WS-MORE-INVOICES-SW
009060         NOT INVALID KEY
009070             MOVE 'Y' TO WS-MORE-INVOICES-SW
009080     END-START.
009090*
009100     PERFORM 2200-COLLECT-NEXT-INVOICE THRU 2200-EXIT
009110         UNTIL NOT WS-MORE-INVOICES.
009120*
009130     PERFORM 2400-COUNT-LIMIT-REFUSALS THRU 2400-EXIT.
009140*
009150     IF CW-PAYMENT-COUNT = ZERO AND CW-REFUSAL-DAYS = ZERO
009160         GO TO 2100-EXIT
009170     END-IF.
009180*
009190     PERFORM 2500-EVALUATE-CUSTOMER THRU 2500-EXIT.
009200     PERFORM 2550-PRINT-BEHAVIOR-LINE THRU 2550-EXIT.
009210     IF NOT CW-NO-ACTION
009220         PERFORM 2570-RECORD-PROPOSAL THRU 2570-EXIT
009230     END-IF.
009240*
009250 2100-EXIT.
009260     EXIT.
009270*
009280 2110-CLEAR-MONTH.
009290*
009300     MOVE ZERO TO MW-PAID-AMOUNT(WS-MONTH-SUB)
009310                  MW-LATE-WEIGHT(WS-MONTH-SUB).
009320*
009330 2110-EXIT.
009340     EXIT.
009350*
009360 2150-ADD-OPEN-BALANCE.
009370*
009380     MOVE CM-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
009390     READ ARBAL-FILE
009400         INVALID KEY
009410             GO TO 2150-EXIT
009420     END-READ.
009430*
009440     ADD AR-OPEN-BALANCE TO GT-RECEIVABLE.
009450     SUBTRACT AR-UNAPPLIED-CASH FROM GT-RECEIVABLE.
009460*
009470 2150-EXIT.
009480     EXIT.
009490*
009500******************************************************************
009510*   2200-COLLECT-NEXT-INVOICE -- A BILLED DOCUMENT DATED IN THE  *
009520*   LAST THREE MONTHS COUNTS TOWARD THE DSO BILLINGS, A CREDIT   *
009530*   MEMO AGAINST THEM.  EACH UNVOIDED ORIGINAL THAT CARRIES A    *
009540*   DUE DATE HAS ITS PAYMENTS MATCHED, WHATEVER ITS OWN DATE --  *
009550*   A PAYMENT IN THE TWELVE MONTHS MAY SETTLE AN OLDER INVOICE.  *
009560******************************************************************
009570 2200-COLLECT-NEXT-INVOICE.
009580*
009590     READ INVOICE-FILE NEXT RECORD
009600         AT END
009610             MOVE 'N' TO WS-MORE-INVOICES-SW
009620     END-READ.
009630*
009640     IF NOT WS-MORE-INVOICES
009650         GO TO 2200-EXIT
009660     END-IF.
009670*
009680     IF INV-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
009690         MOVE 'N' TO WS-MORE-INVOICES-SW
009700         GO TO 2200-EXIT
009710     END-IF.
009720*
009730     IF INV-UNBILLED
009740         GO TO 2200-EXIT
009750     END-IF.
009760*
009770     MOVE INV-INVOICE-DATE TO WS-MDY-DATE-N.
009780     MOVE WS-MDY-YYYY TO WS-YMD-YYYY.
009790     MOVE WS-MDY-MM   TO WS-YMD-MM.
009800     MOVE WS-MDY-DD   TO WS-YMD-DD.
009810     PERFORM 1850-FIND-MONTH THRU 1850-EXIT.
009820     IF WS-MONTH-SUB > 9
009830         ADD INV-INVOICE-TOTAL INV-TAX-AMOUNT INV-FREIGHT-AMOUNT
009840             GIVING WS-DOCUMENT-AMOUNT
009850         IF INV-CREDIT-MEMO
009860             SUBTRACT WS-DOCUMENT-AMOUNT FROM GT-DSO-BILLINGS
009870         ELSE
009880             ADD WS-DOCUMENT-AMOUNT TO GT-DSO-BILLINGS
009890         END-IF
009900     END-IF.
009910*
009920     IF       INV-ORIGINAL-INVOICE
009930          AND NOT INV-VOIDED
009940          AND INV-DUE-DATE > ZERO
009950         PERFORM 2300-MATCH-PAYMENTS THRU 2300-EXIT
009960     END-IF.
009970*
009980 2200-EXIT.
009990     EXIT.
010000*
010010 2300-MATCH-PAYMENTS.
010020*
010030     PERFORM 1900-YMD-DAY-NUMBER THRU 1900-EXIT.
010040     MOVE DN-DAY-NUMBER TO WS-INV-DAY-NUMBER.
010050*
010060     MOVE INV-DUE-DATE(1:4) TO DN-YYYY.
010070     MOVE INV-DUE-DATE(5:2) TO DN-MM.
010080     MOVE INV-DUE-DATE(7:2) TO DN-DD.
010090     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
010100     MOVE DN-DAY-NUMBER TO WS-DUE-DAY-NUMBER.
010110*
010120     MOVE INV-INVOICE-NUMBER TO PAY-INVOICE-NUMBER.
010130     START PAYMENT-FILE KEY = PAY-INVOICE-NUMBER
010140         INVALID KEY
010150             MOVE 'N' TO WS-MORE-PAYMENTS-SW
010160         NOT INVALID KEY
010170             MOVE 'Y' TO WS-MORE-PAYMENTS-SW
010180     END-START.
010190*
010200     PERFORM 2310-MATCH-ONE-PAYMENT THRU 2310-EXIT
010210         UNTIL NOT WS-MORE-PAYMENTS.
010220*
010230 2300-EXIT.
010240     EXIT.
010250*
010260 2310-MATCH-ONE-PAYMENT.
010270*
010280     READ PAYMENT-FILE NEXT RECORD
010290         AT END
010300             MOVE 'N' TO WS-MORE-PAYMENTS-SW
010310     END-READ.
010320*
010330     IF NOT WS-MORE-PAYMENTS
010340         GO TO 2310-EXIT
010350     END-IF.
010360*
010370     IF PAY-INVOICE-NUMBER NOT = INV-INVOICE-NUMBER
010380         MOVE 'N' TO WS-MORE-PAYMENTS-SW
010390         GO TO 2310-EXIT
010400     END-IF.
010410*
010420     IF NOT PAY-APPLIED OR PAY-PAYMENT-AMOUNT NOT > ZERO
010430         GO TO 2310-EXIT
010440     END-IF.
010450*
010460     MOVE PAY-PAYMENT-DATE TO WS-MDY-DATE-N.
010470     MOVE WS-MDY-YYYY TO WS-YMD-YYYY.
010480     MOVE WS-MDY-MM   TO WS-YMD-MM.
010490     MOVE WS-MDY-DD   TO WS-YMD-DD.
010500     PERFORM 1850-FIND-MONTH THRU 1850-EXIT.
010510     IF WS-MONTH-SUB = ZERO
010520         GO TO 2310-EXIT
010530     END-IF.
010540*
010550     PERFORM 1900-YMD-DAY-NUMBER THRU 1900-EXIT.
010560     MOVE DN-DAY-NUMBER TO WS-PAY-DAY-NUMBER.
010570     COMPUTE WS-DAYS-TO-PAY =
010580         WS-PAY-DAY-NUMBER - WS-INV-DAY-NUMBER.
010590     IF WS-DAYS-TO-PAY < ZERO
010600         MOVE ZERO TO WS-DAYS-TO-PAY
010610     END-IF.
010620     COMPUTE WS-DAYS-LATE =
010630         WS-PAY-DAY-NUMBER - WS-DUE-DAY-NUMBER.
010640     IF WS-DAYS-LATE < ZERO
010650         MOVE ZERO TO WS-DAYS-LATE
010660     END-IF.
010670*
010680     ADD 1 TO CW-PAYMENT-COUNT.
010690     ADD WS-DAYS-TO-PAY TO CW-DAYS-TO-PAY-TOTAL.
010700     ADD PAY-PAYMENT-AMOUNT TO CW-PAID-AMOUNT
010710                               MW-PAID-AMOUNT(WS-MONTH-SUB).
010720     COMPUTE CW-LATE-WEIGHT = CW-LATE-WEIGHT
010730         + PAY-PAYMENT-AMOUNT * WS-DAYS-LATE.
010740     COMPUTE MW-LATE-WEIGHT(WS-MONTH-SUB) =
010750           MW-LATE-WEIGHT(WS-MONTH-SUB)
010760         + PAY-PAYMENT-AMOUNT * WS-DAYS-LATE.
010770     IF WS-MONTH-SUB > 9
010780         ADD PAY-PAYMENT-AMOUNT TO CW-RECENT-PAID
010790         COMPUTE CW-RECENT-WEIGHT = CW-RECENT-WEIGHT
010800             + PAY-PAYMENT-AMOUNT * WS-DAYS-LATE
010810     ELSE
010820         ADD PAY-PAYMENT-AMOUNT TO CW-EARLIER-PAID
010830         COMPUTE CW-EARLIER-WEIGHT = CW-EARLIER-WEIGHT
010840             + PAY-PAYMENT-AMOUNT * WS-DAYS-LATE
010850     END-IF.
010860*
010870     ADD 1 TO GT-PAYMENT-COUNT.
010880     ADD WS-DAYS-TO-PAY TO GT-DAYS-TO-PAY-TOTAL.
010890     ADD PAY-PAYMENT-AMOUNT TO GT-PAID-AMOUNT.
010900     COMPUTE GT-LATE-WEIGHT = GT-LATE-WEIGHT
010910         + PAY-PAYMENT-AMOUNT * WS-DAYS-LATE.
010920*
010930 2310-EXIT.
010940     EXIT.
010950*
010960******************************************************************
010970*   2400-COUNT-LIMIT-REFUSALS -- LIMLOG IS KEYED BY CUSTOMER,    *
010980*   DATE AND TIME, SO THE CUSTOMER'S REFUSALS IN THE LAST THREE  *
010990*   MONTHS COME OFF IN DATE ORDER; EACH NEW DATE IS ONE MORE     *
011000*   DAY THE CUSTOMER WAS TURNED AWAY AT THE LIMIT.               *
011010******************************************************************
011020 2400-COUNT-LIMIT-REFUSALS.
011030*
011040     MOVE CM-CUSTOMER-NUMBER TO LL-CUSTOMER-NUMBER.
011050     MOVE WS-RECENT-START-N  TO LL-REFUSAL-DATE.
011060     MOVE ZERO               TO LL-REFUSAL-TIME.
011070     START LIMLOG-FILE KEY IS NOT < LL-LOG-KEY
011080         INVALID KEY
011090             MOVE 'N' TO WS-MORE-REFUSALS-SW
011100         NOT INVALID KEY
011110             MOVE 'Y' TO WS-MORE-REFUSALS-SW
011120     END-START.
011130*
011140     MOVE ZERO TO WS-LAST-REFUSAL-DATE.
011150     PERFORM 2410-COUNT-ONE-REFUSAL THRU 2410-EXIT
011160         UNTIL NOT WS-MORE-REFUSALS.
011170*
011180 2400-EXIT.
011190     EXIT.
011200*
011210 2410-COUNT-ONE-REFUSAL.
011220*
011230     READ LIMLOG-FILE NEXT RECORD
011240         AT END
011250             MOVE 'N' TO WS-MORE-REFUSALS-SW
011260     END-READ.
011270*
011280     IF NOT WS-MORE-REFUSALS
011290         GO TO 2410-EXIT
011300     END-IF.
011310*
011320     IF       LL-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
011330           OR LL-REFUSAL-DATE NOT < WS-WINDOW-AFTER-N
011340         MOVE 'N' TO WS-MORE-REFUSALS-SW
011350         GO TO 2410-EXIT
011360     END-IF.
011370*
011380     IF LL-REFUSAL-DATE NOT = WS-LAST-REFUSAL-DATE
011390         ADD 1 TO CW-REFUSAL-DAYS
011400         MOVE LL-REFUSAL-DATE TO WS-LAST-REFUSAL-DATE
011410     END-IF.
011420*
011430 2410-EXIT.
011440     EXIT.
011450*
011460******************************************************************
011470*   2500-EVALUATE-CUSTOMER -- WORK OUT THE AVERAGES AND APPLY    *
011480*   RECOMMENDATION-RULES.  A CUSTOMER TRENDING LATE IS PROPOSED  *
011490*   A LOWER LIMIT EVEN IF THE YEAR AS A WHOLE LOOKS PROMPT.      *
011500*   A CUSTOMER WITH NO LIMIT, OR WHOSE LIMIT WOULD NOT CHANGE,   *
011510*   GETS NO PROPOSAL.                                            *
011520******************************************************************
011530 2500-EVALUATE-CUSTOMER.
011540*
011550     MOVE ZERO  TO CW-AVG-DAYS-TO-PAY
011560                   CW-WTD-DAYS-LATE
011570                   CW-RECENT-DAYS-LATE
011580                   CW-EARLIER-DAYS-LATE
011590                   CW-TREND-DAYS
011600                   WS-NEW-LIMIT.
011610     MOVE 'N'   TO CW-TREND-SW.
011620     MOVE SPACE TO CW-ACTION-CODE.
011630*
011640     IF CW-PAYMENT-COUNT > ZERO
011650         COMPUTE CW-AVG-DAYS-TO-PAY ROUNDED =
011660             CW-DAYS-TO-PAY-TOTAL / CW-PAYMENT-COUNT
011670         COMPUTE CW-WTD-DAYS-LATE ROUNDED =
011680             CW-LATE-WEIGHT / CW-PAID-AMOUNT
011690     END-IF.
011700*
011710     IF CW-RECENT-PAID > ZERO AND CW-EARLIER-PAID > ZERO
011720         COMPUTE CW-RECENT-DAYS-LATE ROUNDED =
011730             CW-RECENT-WEIGHT / CW-RECENT-PAID
011740         COMPUTE CW-EARLIER-DAYS-LATE ROUNDED =
011750             CW-EARLIER-WEIGHT / CW-EARLIER-PAID
011760         COMPUTE CW-TREND-DAYS =
011770             CW-RECENT-DAYS-LATE - CW-EARLIER-DAYS-LATE
011780         MOVE 'Y' TO CW-TREND-SW
011790     END-IF.
011800*
011810     IF CM-CREDIT-LIMIT = ZERO
011820         GO TO 2500-EXIT
011830     END-IF.
011840*
011850     IF       CW-TREND-KNOWN
011860          AND CW-RECENT-DAYS-LATE NOT < RR-LATE-FLOOR-DAYS
011870          AND CW-TREND-DAYS NOT < RR-LATE-TREND-DAYS
011880         PERFORM 2510-PROPOSE-LOWER THRU 2510-EXIT
011890         GO TO 2500-EXIT
011900     END-IF.
011910*
011920     IF       CW-PAYMENT-COUNT NOT < RR-MIN-PAYMENTS
011930          AND CW-WTD-DAYS-LATE NOT > RR-PROMPT-DAYS-LATE
011940          AND CW-REFUSAL-DAYS NOT < RR-MIN-REFUSAL-DAYS
011950         PERFORM 2520-PROPOSE-RAISE THRU 2520-EXIT
011960     END-IF.
011970*
011980 2500-EXIT.
011990     EXIT.
012000*
012010 2510-PROPOSE-LOWER.
012020*
012030     COMPUTE WS-NEW-LIMIT-HUNDREDS =
012040         CM-CREDIT-LIMIT * (100 - RR-LOWER-PERCENT) / 10000.
012050     IF WS-NEW-LIMIT-HUNDREDS < 1
012060         MOVE 1 TO WS-NEW-LIMIT-HUNDREDS
012070     END-IF.
012080     COMPUTE WS-NEW-LIMIT = WS-NEW-LIMIT-HUNDREDS * 100.
012090*
012100     IF WS-NEW-LIMIT < CM-CREDIT-LIMIT
012110         MOVE 'L' TO CW-ACTION-CODE
012120     END-IF.
012130*
012140 2510-EXIT.
012150     EXIT.
012160*
012170 2520-PROPOSE-RAISE.
012180*
012190     COMPUTE WS-NEW-LIMIT-HUNDREDS =
012200         (CM-CREDIT-LIMIT * (100 + RR-RAISE-PERCENT) / 100
012210             + 99.99) / 100.
012220     IF WS-NEW-LIMIT-HUNDREDS > 99999
012230         MOVE 99999 TO WS-NEW-LIMIT-HUNDREDS
012240     END-IF.
012250     COMPUTE WS-NEW-LIMIT = WS-NEW-LIMIT-HUNDREDS * 100.
012260*
012270     IF WS-NEW-LIMIT > CM-CREDIT-LIMIT
012280         MOVE 'R' TO CW-ACTION-CODE
012290     END-IF.
012300*
012310 2520-EXIT.
012320     EXIT.
012330*
012340 2550-PRINT-BEHAVIOR-LINE.
012350*
012360     ADD 1 TO WS-LISTED-COUNT.
012370     MOVE CM-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
012380     MOVE CM-LAST-NAME       TO DL-CUSTOMER-NAME.
012390     MOVE CM-CREDIT-LIMIT    TO DL-CREDIT-LIMIT.
012400     MOVE CW-PAYMENT-COUNT   TO DL-PAYMENT-COUNT.
012410     MOVE CW-AVG-DAYS-TO-PAY TO DL-AVG-DAYS-TO-PAY.
012420     MOVE CW-WTD-DAYS-LATE   TO DL-WTD-DAYS-LATE.
012430     IF CW-TREND-KNOWN
012440         MOVE CW-TREND-DAYS  TO DL-TREND-DAYS
012450     ELSE
012460         MOVE SPACE          TO DL-TREND-X
012470     END-IF.
012480     MOVE CW-REFUSAL-DAYS    TO DL-REFUSAL-DAYS.
012490*
012500     PERFORM 2560-EDIT-MONTH THRU 2560-EXIT
012510         VARYING WS-MONTH-SUB FROM 1 BY 1
012520         UNTIL WS-MONTH-SUB > 12.
012530*
012540     EVALUATE TRUE
012550         WHEN CW-RAISE
012560             MOVE 'RAISE' TO DL-ACTION
012570         WHEN CW-LOWER
012580             MOVE 'LOWER' TO DL-ACTION
012590         WHEN OTHER
012600             MOVE SPACE   TO DL-ACTION
012610     END-EVALUATE.
012620*
012630     WRITE REPORT-LINE FROM BEHAVIOR-LINE.
012640*
012650 2550-EXIT.
012660     EXIT.
012670*
012680 2560-EDIT-MONTH.
012690*
012700     IF MW-PAID-AMOUNT(WS-MONTH-SUB) = ZERO
012710         MOVE '   .' TO DL-MONTH-X(WS-MONTH-SUB)
012720     ELSE
012730         COMPUTE WS-DAYS-LATE ROUNDED =
012740             MW-LATE-WEIGHT(WS-MONTH-SUB)
012750                 / MW-PAID-AMOUNT(WS-MONTH-SUB)
012760         MOVE WS-DAYS-LATE TO DL-MONTH-LATE(WS-MONTH-SUB)
012770     END-IF.
012780*
012790 2560-EXIT.
012800     EXIT.
012810*
012820 2570-RECORD-PROPOSAL.
012830*
012840     IF RT-ENTRY-COUNT NOT < RT-MAX-ENTRIES
012850         DISPLAY 'CRLREV0011E PROPOSAL TABLE FULL AT '
012860             RT-MAX-ENTRIES ' ENTRIES -- WIDEN RT-ENTRY'
012870         MOVE 'Y' TO WS-ABORT-SW
012880         GO TO 2570-EXIT
012890     END-IF.
012900*
012910     MOVE CM-CUSTOMER-NUMBER   TO CLP-CUSTOMER-NUMBER.
012920     MOVE CW-ACTION-CODE       TO CLP-ACTION-CODE.
012930     MOVE CM-CREDIT-LIMIT      TO CLP-OLD-CREDIT-LIMIT.
012940     MOVE WS-NEW-LIMIT         TO CLP-NEW-CREDIT-LIMIT.
012950     MOVE CW-PAYMENT-COUNT     TO CLP-PAYMENT-COUNT.
012960     MOVE CW-AVG-DAYS-TO-PAY   TO CLP-AVG-DAYS-TO-PAY.
012970     MOVE CW-WTD-DAYS-LATE     TO CLP-WTD-DAYS-LATE.
012980     MOVE CW-TREND-DAYS        TO CLP-TREND-DAYS.
012990     MOVE CW-REFUSAL-DAYS      TO CLP-LIMIT-HIT-DAYS.
013000     MOVE WS-RUN-DATE-N        TO CLP-PROPOSAL-DATE.
013010     WRITE CREDIT-LIMIT-PROPOSAL-RECORD.
013020     IF WS-PROPOSAL-STATUS NOT = '00'
013030         DISPLAY 'CRLREV0012E CRLPROP WRITE FAILED, STATUS='
013040             WS-PROPOSAL-STATUS
013050         MOVE 'Y' TO WS-ABORT-SW
013060         GO TO 2570-EXIT
013070     END-IF.
013080*
013090     IF CW-RAISE
013100         ADD 1 TO WS-RAISE-COUNT
013110     ELSE
013120         ADD 1 TO WS-LOWER-COUNT
013130     END-IF.
013140*
013150     ADD 1 TO RT-ENTRY-COUNT.
013160     MOVE CM-CUSTOMER-NUMBER
013170         TO RT-CUSTOMER-NUMBER(RT-ENTRY-COUNT).
013180     MOVE CM-LAST-NAME       TO RT-CUSTOMER-NAME(RT-ENTRY-COUNT).
013190     MOVE CW-ACTION-CODE     TO RT-ACTION-CODE(RT-ENTRY-COUNT).
013200     MOVE CM-CREDIT-LIMIT    TO RT-OLD-LIMIT(RT-ENTRY-COUNT).
013210     MOVE WS-NEW-LIMIT       TO RT-NEW-LIMIT(RT-ENTRY-COUNT).
013220     MOVE CW-PAYMENT-COUNT   TO RT-PAYMENT-COUNT(RT-ENTRY-COUNT).
013230     MOVE CW-AVG-DAYS-TO-PAY
013240         TO RT-AVG-DAYS-TO-PAY(RT-ENTRY-COUNT).
013250     MOVE CW-WTD-DAYS-LATE   TO RT-WTD-DAYS-LATE(RT-ENTRY-COUNT).
013260     MOVE CW-TREND-DAYS      TO RT-TREND-DAYS(RT-ENTRY-COUNT).
013270     MOVE CW-TREND-SW        TO RT-TREND-SW(RT-ENTRY-COUNT).
013280     MOVE CW-REFUSAL-DAYS    TO RT-REFUSAL-DAYS(RT-ENTRY-COUNT).
013290*
013300 2570-EXIT.
013310     EXIT.
013320*
013330******************************************************************
013340*   2600-PRINT-RECOMMENDATIONS -- THE RAISES, THEN THE           *
013350*   REDUCTIONS, EACH IN CUSTOMER ORDER.  THE CREDIT DESK MARKS   *
013360*   THIS LISTING UP AND RETURNS AN APPROVAL CARD TO CRLUPD FOR   *
013370*   EACH LINE TO BE TAKEN.                                       *
013380******************************************************************
013390 2600-PRINT-RECOMMENDATIONS.
013400*
013410     IF WS-ABORT
013420         GO TO 2600-EXIT
013430     END-IF.
013440*
013450     MOVE SPACE TO REPORT-LINE.
013460     WRITE REPORT-LINE.
013470     WRITE REPORT-LINE FROM RECOMMEND-TITLE-LINE.
013480*
013490     IF RT-ENTRY-COUNT = ZERO
013500         WRITE REPORT-LINE FROM NO-RECOMMEND-LINE
013510         GO TO 2600-EXIT
013520     END-IF.
013530*
013540     WRITE REPORT-LINE FROM RECOMMEND-HEADING-1.
013550     WRITE REPORT-LINE FROM RECOMMEND-HEADING-2.
013560*
013570     MOVE 'R' TO WS-PRINT-ACTION.
013580     PERFORM 2610-PRINT-ONE-PROPOSAL THRU 2610-EXIT
013590         VARYING WS-REC-SUB FROM 1 BY 1
013600         UNTIL WS-REC-SUB > RT-ENTRY-COUNT.
013610     MOVE 'L' TO WS-PRINT-ACTION.
013620     PERFORM 2610-PRINT-ONE-PROPOSAL THRU 2610-EXIT
013630         VARYING WS-REC-SUB FROM 1 BY 1
013640         UNTIL WS-REC-SUB > RT-ENTRY-COUNT.
013650*
013660 2600-EXIT.
013670     EXIT.
013680*
013690 2610-PRINT-ONE-PROPOSAL.
013700*
013710     IF RT-ACTION-CODE(WS-REC-SUB) NOT = WS-PRINT-ACTION
013720         GO TO 2610-EXIT
013730     END-IF.
013740*
013750     IF WS-PRINT-ACTION = 'R'
013760         MOVE 'RAISE' TO RDL-ACTION
013770         MOVE 'PROMPT PAYER REFUSED AT LIMIT' TO RDL-REASON
013780     ELSE
013790         MOVE 'LOWER' TO RDL-ACTION
013800         MOVE 'PAYMENTS TRENDING LATE' TO RDL-REASON
013810     END-IF.
013820     MOVE RT-CUSTOMER-NUMBER(WS-REC-SUB) TO RDL-CUSTOMER-NUMBER.
013830     MOVE RT-CUSTOMER-NAME(WS-REC-SUB)   TO RDL-CUSTOMER-NAME.
013840     MOVE RT-OLD-LIMIT(WS-REC-SUB)       TO RDL-OLD-LIMIT.
013850     MOVE RT-NEW-LIMIT(WS-REC-SUB)       TO RDL-NEW-LIMIT.
013860     MOVE RT-PAYMENT-COUNT(WS-REC-SUB)   TO RDL-PAYMENT-COUNT.
013870     MOVE RT-AVG-DAYS-TO-PAY(WS-REC-SUB) TO RDL-AVG-DAYS-TO-PAY.
013880     MOVE RT-WTD-DAYS-LATE(WS-REC-SUB)   TO RDL-WTD-DAYS-LATE.
013890     IF RT-TREND-SW(WS-REC-SUB) = 'Y'
013900         MOVE RT-TREND-DAYS(WS-REC-SUB)  TO RDL-TREND-DAYS
013910     ELSE
013920         MOVE SPACE                      TO RDL-TREND-X
013930     END-IF.
013940     MOVE RT-REFUSAL-DAYS(WS-REC-SUB)    TO RDL-REFUSAL-DAYS.
013950     WRITE REPORT-LINE FROM RECOMMEND-LINE.
013960*
013970 2610-EXIT.
013980     EXIT.
013990*
014000 3000-TERMINATE.
014010*
014020     IF NOT WS-ABORT
014030         PERFORM 3100-PRINT-COMPANY-FIGURES THRU 3100-EXIT
014040         MOVE SPACE TO REPORT-LINE
014050         WRITE REPORT-LINE
014060         MOVE WS-CUSTOMER-COUNT TO SL1-CUSTOMER-COUNT
014070         WRITE REPORT-LINE FROM SUMMARY-LINE-1
014080         MOVE WS-LISTED-COUNT   TO SL2-LISTED-COUNT
014090         WRITE REPORT-LINE FROM SUMMARY-LINE-2
014100         MOVE WS-RAISE-COUNT    TO SL3-RAISE-COUNT
014110         WRITE REPORT-LINE FROM SUMMARY-LINE-3
014120         MOVE WS-LOWER-COUNT    TO SL4-LOWER-COUNT
014130         WRITE REPORT-LINE FROM SUMMARY-LINE-4
014140     ELSE
014150         MOVE 8 TO RETURN-CODE
014160     END-IF.
014170*
014180     MOVE 'CRLREV  ' TO RL-PROGRAM.
014190     MOVE 'MONTHLY ' TO RL-JOB-NAME.
014200     MOVE 'CRLREV  ' TO RL-STEP-NAME.
014210     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
014220     MOVE WS-CUSTOMER-COUNT TO RL-RECORDS-READ.
014230     MOVE RT-ENTRY-COUNT    TO RL-RECORDS-WRITTEN.
014240     MOVE ZERO              TO RL-RECORDS-REJECTED.
014250     MOVE RETURN-CODE       TO RL-COMPLETION-CODE.
014260     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
014270*
014280     IF WS-PERIOD-OPEN
014290         CLOSE PERIOD-FILE
014300     END-IF.
014310     IF WS-CUSTMAS-OPEN
014320         CLOSE CUSTMAS-FILE
014330     END-IF.
014340     IF WS-INVOICE-OPEN
014350         CLOSE INVOICE-FILE
014360     END-IF.
014370     IF WS-PAYMENT-OPEN
014380         CLOSE PAYMENT-FILE
014390     END-IF.
014400     IF WS-ARBAL-OPEN
014410         CLOSE ARBAL-FILE
014420     END-IF.
014430     IF WS-LIMLOG-OPEN
014440         CLOSE LIMLOG-FILE
014450     END-IF.
014460     IF WS-PROPOSAL-OPEN
014470         CLOSE PROPOSAL-FILE
014480     END-IF.
014490     IF WS-REPORT-OPEN
014500         CLOSE REVIEW-REPORT
014510     END-IF.
014520*
014530 3000-EXIT.
014540     EXIT.
014550*
014560******************************************************************
014570*   3100-PRINT-COMPANY-FIGURES -- DSO, AND THE SAME AVERAGES     *
014580*   THE CUSTOMER LINES CARRY, TAKEN OVER EVERY PAYMENT MATCHED.  *
014590*   WITH NOTHING BILLED IN THE LAST THREE MONTHS THE DSO PRINTS  *
014600*   AS ZERO.                                                     *
014610******************************************************************
014620 3100-PRINT-COMPANY-FIGURES.
014630*
014640     IF GT-DSO-BILLINGS > ZERO
014650         COMPUTE WS-DSO ROUNDED =
014660             GT-RECEIVABLE * WS-DSO-DAYS / GT-DSO-BILLINGS
014670     END-IF.
014680     IF GT-PAYMENT-COUNT > ZERO
014690         COMPUTE GT-AVG-DAYS-TO-PAY ROUNDED =
014700             GT-DAYS-TO-PAY-TOTAL / GT-PAYMENT-COUNT
014710         COMPUTE GT-WTD-DAYS-LATE ROUNDED =
014720             GT-LATE-WEIGHT / GT-PAID-AMOUNT
014730     END-IF.
014740*
014750     MOVE SPACE TO REPORT-LINE.
014760     WRITE REPORT-LINE.
014770     WRITE REPORT-LINE FROM COMPANY-TITLE-LINE.
014780     MOVE GT-RECEIVABLE      TO CL1-RECEIVABLE.
014790     WRITE REPORT-LINE FROM COMPANY-LINE-1.
014800     MOVE GT-DSO-BILLINGS    TO CL2-BILLINGS.
014810     WRITE REPORT-LINE FROM COMPANY-LINE-2.
014820     MOVE WS-DSO-DAYS        TO CL3-DSO-DAYS.
014830     WRITE REPORT-LINE FROM COMPANY-LINE-3.
014840     MOVE WS-DSO             TO CL4-DSO.
014850     WRITE REPORT-LINE FROM COMPANY-LINE-4.
014860     MOVE GT-PAYMENT-COUNT   TO CL5-PAYMENT-COUNT.
014870     WRITE REPORT-LINE FROM COMPANY-LINE-5.
014880     MOVE GT-AVG-DAYS-TO-PAY TO CL6-AVG-DAYS-TO-PAY.
014890     WRITE REPORT-LINE FROM COMPANY-LINE-6.
014900     MOVE GT-WTD-DAYS-LATE   TO CL7-WTD-DAYS-LATE.
014910     WRITE REPORT-LINE FROM COMPANY-LINE-7.
014920*
014930 3100-EXIT.
014940     EXIT.
