000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    SUPSCORE.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   SUPSCORE -- MONTHLY SUPPLIER PERFORMANCE SCORECARD.          *
000110*   GIVES THE BUYER FIGURES INSTEAD OF GUT FEEL.  FOR EVERY      *
000120*   SUPPLIER ON SUPMAS THE RUN MEASURES, FOR THE SCORECARD       *
000130*   MONTH AND FOR THE THREE MONTHS BEFORE IT:                    *
000140*     LEAD TIME    AVERAGE DAYS FROM POH-ORDER-DATE TO THE       *
000150*                  RCV-RECEIPT-DATE OF EACH RECEIPT KEYED        *
000160*                  AGAINST THE PO (RECEIPTS OF THE MONTH)        *
000170*     FILL RATE    POL-QTY-RECEIVED AGAINST POL-QTY-ORDERED,     *
000180*                  OVERAGE NOT COUNTED (POS ORDERED IN THE       *
000190*                  MONTH, CANCELLED POS LEFT OUT)                *
000200*     OVER RCV     LINES MARKED POL-OVER-RECEIVED ON THOSE POS   *
000210*     RETURN %     UNITS SENT BACK ON SRETLOG AGAINST UNITS      *
000220*                  RECEIVED ON PO RECEIPTS IN THE MONTH          *
000230*     RETURN $     CREDIT EXPECTED ON THE MONTH'S RETURNS        *
000240*     CREDIT DAYS  AVERAGE DAYS FROM RETURN TO CREDIT BACK,      *
000250*                  RECEIVED OR NETTED ON A PAYMENT, FOR          *
000260*                  CREDITS SETTLED IN THE MONTH                  *
000270*   EACH MEASURE PRINTS WITH A TREND MARK AGAINST THE PRIOR      *
000280*   THREE MONTHS TAKEN TOGETHER: '+' BETTER, '-' WORSE, BLANK    *
000290*   UNCHANGED OR NOTHING TO COMPARE.  THE SECOND LINE SHOWS      *
000300*   THE PRIOR-THREE-MONTH FIGURES (COUNTS AND DOLLARS AS A       *
000310*   MONTHLY AVERAGE).                                            *
000320*                                                                *
000330*   SUPPLIERS ACTIVE IN THE MONTH ARE RANKED BY A SCORE OUT OF   *
000340*   100: FILL RATE 40 POINTS (PRO RATA); LEAD TIME 25 POINTS,    *
000350*   LESS ONE FOR EVERY DAY OVER A WEEK; RETURNS 25 POINTS, LESS  *
000360*   2.5 FOR EVERY PERCENT RETURNED; OVER-RECEIPTS 10 POINTS,     *
000370*   LESS TWO FOR EACH.  A MEASURE WITH NOTHING TO MEASURE COSTS  *
000380*   NO POINTS.  SUPPLIERS WITH ACTIVITY ONLY IN THE PRIOR        *
000390*   MONTHS PRINT UNRANKED AFTERWARDS.                            *
000400*                                                                *
000410*   THE SCORECARD MONTH IS READ FROM THE PERIOD CONTROL CARD     *
000420*   (PERIODD), YYYYMM IN COLUMNS 1-6, AS FOR SLSANL.  THE RUN    *
000430*   IS LOGGED THROUGH RUNLOGW.                                   *
000431*                                                                *
000432*   THE RUN ALSO KEEPS SUP-LEAD-DAYS ON SUPMAS, THE SUPPLIER'S   *
000433*   TYPICAL LEAD TIME THAT THE ATPINQ1 INQUIRY DATES OPEN POS    *
000434*   BY: THE AVERAGE OVER THE SCORECARD MONTH AND THE THREE       *
000435*   BEFORE IT, ROUNDED TO WHOLE DAYS.  A SUPPLIER WITH NO        *
000436*   RECEIPTS IN THAT TIME KEEPS THE FIGURE IT HAD.               *
000440*                                                                *
000450*   MODIFICATION HISTORY.                                        *
000460*   10/15/2026  RH   INITIAL VERSION.                            *
000462*   10/15/2026  RH   KEEP SUP-LEAD-DAYS ON SUPMAS FOR THE        *
000464*                    AVAILABLE-TO-PROMISE INQUIRY.               *
000465*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000466*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000467*                    NOT COMPLETED.                              *
000470******************************************************************
000480*
000490 ENVIRONMENT DIVISION.
000500*
000510 CONFIGURATION SECTION.
000520*
000530 SOURCE-COMPUTER.  IBM-370.
000540 OBJECT-COMPUTER.  IBM-370.
000550*
000560 INPUT-OUTPUT SECTION.
000570*
000580 FILE-CONTROL.
000590*
000600     SELECT  PERIOD-FILE    ASSIGN TO PERIODD
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS WS-PERIOD-STATUS.
000630*
000640     SELECT  SUPMAS-FILE    ASSIGN TO SUPMAS
000650             ORGANIZATION IS INDEXED
000660             ACCESS MODE IS SEQUENTIAL
000670             RECORD KEY IS SUP-SUPPLIER-NUMBER
000680             FILE STATUS IS WS-SUPMAS-STATUS.
000690*
000700     SELECT  PORDER-FILE    ASSIGN TO PORDER
000710             ORGANIZATION IS INDEXED
000720             ACCESS MODE IS DYNAMIC
000730             RECORD KEY IS PO-KEY
000740             FILE STATUS IS WS-PORDER-STATUS.
000750*
000760     SELECT  RCVLOG-FILE    ASSIGN TO RCVLOG
000770             ORGANIZATION IS INDEXED
000780             ACCESS MODE IS SEQUENTIAL
000790             RECORD KEY IS RCV-RECEIPT-NUMBER
000800             FILE STATUS IS WS-RCVLOG-STATUS.
000810*
000820     SELECT  SRETLOG-FILE   ASSIGN TO SRETLOG
000830             ORGANIZATION IS INDEXED
000840             ACCESS MODE IS SEQUENTIAL
000850             RECORD KEY IS SR-RETURN-NUMBER
000860             FILE STATUS IS WS-SRETLOG-STATUS.
000870*
000880     SELECT  SCORECARD-REPORT ASSIGN TO RPTOUT
000890             ORGANIZATION IS LINE SEQUENTIAL
000900             FILE STATUS IS WS-REPORT-STATUS.
000910*
000920 DATA DIVISION.
000930*
000940 FILE SECTION.
000950*
000960 FD  PERIOD-FILE
000970     LABEL RECORDS ARE STANDARD.
000980*
000990 01  PERIOD-RECORD.
001000     05  PR-REPORT-MONTH              PIC 9(06).
001010     05  FILLER                       PIC X(74).
001020*
001030 FD  SUPMAS-FILE
001040     LABEL RECORDS ARE STANDARD.
001050*
001060     COPY SUPMAS.
001070*
001080 FD  PORDER-FILE
001090     LABEL RECORDS ARE STANDARD.
001100*
001110     COPY PORDER.
001120*
001130 FD  RCVLOG-FILE
001140     LABEL RECORDS ARE STANDARD.
001150*
001160     COPY RCVLOG.
001170*
001180 FD  SRETLOG-FILE
001190     LABEL RECORDS ARE STANDARD.
001200*
001210     COPY SRETLOG.
001220*
001230 FD  SCORECARD-REPORT
001240     LABEL RECORDS ARE OMITTED.
001250*
001260 01  REPORT-LINE                      PIC X(132).
001270*
001280 WORKING-STORAGE SECTION.
001290*
001300     COPY RUNLOG.
001301*
001302     COPY PREDPARM.
001310*
001320 01  RUN-TIMING-FIELDS.
001330     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001340*
001350 01  SWITCHES.
001360*
001370     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001380         88  WS-ABORT                             VALUE 'Y'.
001390     05  WS-PERIOD-OPEN-SW            PIC X(01)   VALUE 'N'.
001400         88  WS-PERIOD-OPEN                       VALUE 'Y'.
001410     05  WS-SUPMAS-OPEN-SW            PIC X(01)   VALUE 'N'.
001420         88  WS-SUPMAS-OPEN                       VALUE 'Y'.
001430     05  WS-PORDER-OPEN-SW            PIC X(01)   VALUE 'N'.
001440         88  WS-PORDER-OPEN                       VALUE 'Y'.
001450     05  WS-RCVLOG-OPEN-SW            PIC X(01)   VALUE 'N'.
001460         88  WS-RCVLOG-OPEN                       VALUE 'Y'.
001470     05  WS-SRETLOG-OPEN-SW           PIC X(01)   VALUE 'N'.
001480         88  WS-SRETLOG-OPEN                      VALUE 'Y'.
001490     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001500         88  WS-REPORT-OPEN                       VALUE 'Y'.
001510     05  WS-SUPMAS-EOF-SW             PIC X(01)   VALUE 'N'.
001520         88  WS-SUPMAS-EOF                        VALUE 'Y'.
001530     05  WS-PORDER-EOF-SW             PIC X(01)   VALUE 'N'.
001540         88  WS-PORDER-EOF                        VALUE 'Y'.
001550     05  WS-RCVLOG-EOF-SW             PIC X(01)   VALUE 'N'.
001560         88  WS-RCVLOG-EOF                        VALUE 'Y'.
001570     05  WS-SRETLOG-EOF-SW            PIC X(01)   VALUE 'N'.
001580         88  WS-SRETLOG-EOF                       VALUE 'Y'.
001590     05  WS-SUPPLIER-FOUND-SW         PIC X(01)   VALUE 'N'.
001600         88  WS-SUPPLIER-FOUND                    VALUE 'Y'.
001610*
001620 01  FILE-STATUS-FIELDS.
001630*
001640     05  WS-PERIOD-STATUS             PIC X(02)   VALUE '00'.
001650     05  WS-SUPMAS-STATUS             PIC X(02)   VALUE '00'.
001660     05  WS-PORDER-STATUS             PIC X(02)   VALUE '00'.
001670     05  WS-RCVLOG-STATUS             PIC X(02)   VALUE '00'.
001680     05  WS-SRETLOG-STATUS            PIC X(02)   VALUE '00'.
001690     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001700*
001710 01  WORK-FIELDS.
001720*
001730     05  WS-REPORT-MONTH        PIC 9(06)         VALUE ZERO.
001740     05  WS-RECORDS-READ        PIC S9(07) COMP-3 VALUE ZERO.
001750     05  WS-RANKED-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
001760     05  WS-UNRANKED-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
001770     05  WS-RANK                PIC S9(05) COMP-3 VALUE ZERO.
001780     05  WS-REPORT-MONTH-NUMBER PIC S9(07) COMP-3 VALUE ZERO.
001790     05  WS-DATE-MONTH-NUMBER   PIC S9(07) COMP-3 VALUE ZERO.
001800     05  WS-MONTHS-BACK         PIC S9(07) COMP-3 VALUE ZERO.
001810     05  WS-PERIOD-SUB          PIC S9(03) COMP-3 VALUE ZERO.
001820     05  WS-PO-PERIOD-SUB       PIC S9(03) COMP-3 VALUE ZERO.
001830     05  WS-PO-SUPPLIER-SUB     PIC S9(05) COMP-3 VALUE ZERO.
001840     05  WS-SUPPLIER-SUB        PIC S9(05) COMP-3 VALUE ZERO.
001850     05  WS-HIGH-SUB            PIC S9(05) COMP-3 VALUE ZERO.
001860     05  WS-SCAN-SUB            PIC S9(05) COMP-3 VALUE ZERO.
001870     05  WS-MS-SUB              PIC S9(03) COMP-3 VALUE ZERO.
001880     05  WS-FROM-DAY-NUMBER     PIC S9(09) COMP-3 VALUE ZERO.
001890     05  WS-TO-DAY-NUMBER       PIC S9(09) COMP-3 VALUE ZERO.
001900     05  WS-ELAPSED-DAYS        PIC S9(05) COMP-3 VALUE ZERO.
001910     05  WS-FILLED-QTY          PIC S9(05) COMP-3 VALUE ZERO.
001920     05  WS-POINTS              PIC S9(05)V9 COMP-3 VALUE ZERO.
001930     05  WS-SCORE               PIC S9(05)V9 COMP-3 VALUE ZERO.
001932     05  WS-LEAD-DAYS-TOTAL     PIC S9(09) COMP-3 VALUE ZERO.
001934     05  WS-LEAD-COUNT-TOTAL    PIC S9(07) COMP-3 VALUE ZERO.
001936     05  WS-LEAD-UPDATED        PIC S9(05) COMP-3 VALUE ZERO.
001940*
001950 01  WS-REPORT-MONTH-FIELDS.
001960     05  WS-RM-YYYY                   PIC 9(04).
001970     05  WS-RM-MM                     PIC 9(02).
001980*
001990 01  WS-REPORT-MONTH-NUM REDEFINES WS-REPORT-MONTH-FIELDS
002000                                      PIC 9(06).
002010*
002020 01  WS-YMD-DATE.
002030     05  WS-YMD-YYYY                  PIC 9(04).
002040     05  WS-YMD-MM                    PIC 9(02).
002050     05  WS-YMD-DD                    PIC 9(02).
002060*
002070 01  WS-YMD-DATE-N REDEFINES WS-YMD-DATE
002080                                      PIC 9(08).
002090*
002100 01  WS-MDY-DATE.
002110     05  WS-MDY-MM                    PIC 9(02).
002120     05  WS-MDY-DD                    PIC 9(02).
002130     05  WS-MDY-YYYY                  PIC 9(04).
002140*
002150 01  WS-MDY-DATE-N REDEFINES WS-MDY-DATE
002160                                      PIC 9(08).
002170*
002180 01  DAY-NUMBER-FIELDS.
002190     05  DN-YYYY                PIC S9(09) COMP-3.
002200     05  DN-MM                  PIC S9(09) COMP-3.
002210     05  DN-DD                  PIC S9(09) COMP-3.
002220     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
002230*
002240 01  PO-HEADER-HOLD.
002250     05  WS-HOLD-PO-NUMBER      PIC 9(06)         VALUE ZERO.
002260     05  WS-HOLD-PO-USABLE-SW   PIC X(01)         VALUE 'N'.
002270         88  WS-HOLD-PO-USABLE                    VALUE 'Y'.
002280*
002290******************************************************************
002300*   SUPPLIER TABLE -- ONE SLOT PER SUPMAS SUPPLIER, LOADED IN    *
002310*   KEY ORDER SO SEARCH ALL CAN FIND A SUPPLIER.  PERIOD 1 IS    *
002320*   THE SCORECARD MONTH, PERIODS 2-4 THE THREE MONTHS BEFORE.    *
002330*   A SUPPLIER MASTER TOO BIG FOR THE TABLE STOPS THE RUN        *
002340*   WITH RETURN CODE 8 RATHER THAN SCORE SHORT.                  *
002350******************************************************************
002360 01  SUPPLIER-TABLE-CONTROL.
002370     05  ST-MAX-ENTRIES         PIC S9(05) COMP-3 VALUE +500.
002380     05  ST-ENTRY-COUNT         PIC S9(05) COMP   VALUE ZERO.
002390*
002400 01  SUPPLIER-TABLE.
002410     05  ST-ENTRY OCCURS 1 TO 500 TIMES
002420             DEPENDING ON ST-ENTRY-COUNT
002430             ASCENDING KEY IS ST-SUPPLIER-NUMBER
002440             INDEXED BY ST-IDX.
002450         10  ST-SUPPLIER-NUMBER PIC X(06).
002460         10  ST-SUPPLIER-NAME   PIC X(24).
002470         10  ST-SCORE           PIC S9(03)V9  COMP-3.
002480         10  ST-ACTIVE-SW       PIC X(01).
002490             88  ST-ACTIVE-THIS-MONTH         VALUE 'C'.
002500             88  ST-ACTIVE-PRIOR-ONLY         VALUE 'P'.
002510             88  ST-INACTIVE                  VALUE 'N'.
002520         10  ST-REPORTED-SW     PIC X(01).
002530         10  ST-PERIOD OCCURS 4 TIMES.
002540             15  SP-LEAD-DAYS       PIC S9(07)    COMP-3.
002550             15  SP-LEAD-COUNT      PIC S9(05)    COMP-3.
002560             15  SP-QTY-ORDERED     PIC S9(07)    COMP-3.
002570             15  SP-QTY-FILLED      PIC S9(07)    COMP-3.
002580             15  SP-OVER-COUNT      PIC S9(05)    COMP-3.
002590             15  SP-QTY-RECEIVED    PIC S9(07)    COMP-3.
002600             15  SP-RETURN-QTY      PIC S9(07)    COMP-3.
002610             15  SP-RETURN-DOLLARS  PIC S9(09)V99 COMP-3.
002620             15  SP-CREDIT-DAYS     PIC S9(07)    COMP-3.
002630             15  SP-CREDIT-COUNT    PIC S9(05)    COMP-3.
002640*
002650******************************************************************
002660*   MEASURES FOR THE SUPPLIER BEING PRINTED: OCCURRENCE 1 IS     *
002670*   THE SCORECARD MONTH, OCCURRENCE 2 THE PRIOR THREE MONTHS     *
002680*   ADDED TOGETHER.  THE HAS-SWITCHES SAY WHETHER A RATIO HAD    *
002690*   ANYTHING UNDER IT.                                           *
002700******************************************************************
002710 01  MEASURE-TABLE.
002720     05  MS-ENTRY OCCURS 2 TIMES.
002730         10  MS-LEAD-DAYS       PIC S9(07)    COMP-3.
002740         10  MS-LEAD-COUNT      PIC S9(05)    COMP-3.
002750         10  MS-QTY-ORDERED     PIC S9(07)    COMP-3.
002760         10  MS-QTY-FILLED      PIC S9(07)    COMP-3.
002770         10  MS-OVER-COUNT      PIC S9(05)V9  COMP-3.
002780         10  MS-QTY-RECEIVED    PIC S9(07)    COMP-3.
002790         10  MS-RETURN-QTY      PIC S9(07)    COMP-3.
002800         10  MS-RETURN-DOLLARS  PIC S9(09)V99 COMP-3.
002810         10  MS-CREDIT-DAYS     PIC S9(07)    COMP-3.
002820         10  MS-CREDIT-COUNT    PIC S9(05)    COMP-3.
002830         10  MS-LEAD-AVG        PIC S9(03)V9  COMP-3.
002840         10  MS-FILL-PCT        PIC S9(03)V9  COMP-3.
002850         10  MS-RETURN-PCT      PIC S9(03)V9  COMP-3.
002860         10  MS-CREDIT-AVG      PIC S9(03)V9  COMP-3.
002870*
002880 01  HEADING-LINE-1.
002890*
002900     05  FILLER                       PIC X(01)   VALUE SPACE.
002910     05  FILLER                       PIC X(42)   VALUE
002920             'SUPPLIER PERFORMANCE SCORECARD FOR MONTH'.
002930     05  HL1-REPORT-MONTH             PIC 9(06).
002940     05  FILLER                       PIC X(83)   VALUE SPACE.
002950*
002960 01  HEADING-LINE-2.
002970*
002980     05  FILLER                       PIC X(01)   VALUE SPACE.
002990     05  FILLER                       PIC X(37)   VALUE
003000             'RANK SUPPL. NAME'.
003010     05  FILLER                       PIC X(50)   VALUE
003020             'LEAD DAYS   FILL %   OVER RCV RETURN %    RETURN $'.
003030     05  FILLER                       PIC X(20)   VALUE
003040             '  CREDIT DAYS  SCORE'.
003050     05  FILLER                       PIC X(24)   VALUE SPACE.
003060*
003070 01  DETAIL-LINE.
003080*
003090     05  FILLER                       PIC X(01)   VALUE SPACE.
003100     05  DL-RANK                      PIC ZZZ9.
003110     05  FILLER                       PIC X(01)   VALUE SPACE.
003120     05  DL-SUPPLIER-NUMBER           PIC X(06).
003130     05  FILLER                       PIC X(01)   VALUE SPACE.
003140     05  DL-SUPPLIER-NAME             PIC X(24).
003150     05  FILLER                       PIC X(04)   VALUE SPACE.
003160     05  DL-LEAD-AVG                  PIC ZZ9.9.
003170     05  DL-LEAD-TREND                PIC X(01).
003180     05  FILLER                       PIC X(03)   VALUE SPACE.
003190     05  DL-FILL-PCT                  PIC ZZ9.9.
003200     05  DL-FILL-TREND                PIC X(01).
003210     05  FILLER                       PIC X(03)   VALUE SPACE.
003220     05  DL-OVER-COUNT                PIC ZZZZ9.9.
003230     05  DL-OVER-TREND                PIC X(01).
003240     05  FILLER                       PIC X(03)   VALUE SPACE.
003250     05  DL-RETURN-PCT                PIC ZZ9.9.
003260     05  DL-RETURN-PCT-TREND          PIC X(01).
003270     05  FILLER                       PIC X(01)   VALUE SPACE.
003280     05  DL-RETURN-DOLLARS            PIC ZZZ,ZZ9.99.
003290     05  DL-RETURN-DOLLARS-TREND      PIC X(01).
003300     05  FILLER                       PIC X(07)   VALUE SPACE.
003310     05  DL-CREDIT-AVG                PIC ZZ9.9.
003320     05  DL-CREDIT-TREND              PIC X(01).
003330     05  FILLER                       PIC X(02)   VALUE SPACE.
003340     05  DL-SCORE                     PIC ZZ9.9.
003350     05  FILLER                       PIC X(24)   VALUE SPACE.
003360*
003370 01  SUMMARY-LINE-1.
003380*
003390     05  FILLER                       PIC X(01)   VALUE SPACE.
003400     05  FILLER                       PIC X(25)   VALUE
003410             'SUPPLIERS RANKED........:'.
003420     05  SL1-RANKED-COUNT             PIC ZZZZ9.
003430     05  FILLER                       PIC X(101)  VALUE SPACE.
003440*
003450 01  SUMMARY-LINE-2.
003460*
003470     05  FILLER                       PIC X(01)   VALUE SPACE.
003480     05  FILLER                       PIC X(25)   VALUE
003490             'ACTIVE IN PRIOR MOS ONLY:'.
003500     05  SL2-UNRANKED-COUNT           PIC ZZZZ9.
003510     05  FILLER                       PIC X(101)  VALUE SPACE.
003511*
003512 01  SUMMARY-LINE-3.
003513*
003514     05  FILLER                       PIC X(01)   VALUE SPACE.
003515     05  FILLER                       PIC X(25)   VALUE
003516             'LEAD TIMES UPDATED......:'.
003517     05  SL3-LEAD-UPDATED             PIC ZZZZ9.
003518     05  FILLER                       PIC X(101)  VALUE SPACE.
003520*
003530 PROCEDURE DIVISION.
003540*
003550 0000-MAINLINE.
003560*
003570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003580     PERFORM 2000-ACCUMULATE THRU 2000-EXIT.
003590     PERFORM 2500-PRINT-SCORECARD THRU 2500-EXIT.
003592     PERFORM 2950-UPDATE-LEAD-TIMES THRU 2950-EXIT.
003600     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003610*
003620     STOP RUN.
003630*
003640 1000-INITIALIZE.
003650*
003660     ACCEPT WS-START-TIME-RAW FROM TIME.
003661     MOVE 'SUPSCORE' TO PC-PROGRAM.
003662     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
003663     IF PC-REFUSED
003664         MOVE PC-RETURN-CODE TO RETURN-CODE
003665         STOP RUN
003666     END-IF.
003670*
003680     OPEN INPUT  PERIOD-FILE.
003690     OPEN I-O    SUPMAS-FILE.
003700     OPEN INPUT  PORDER-FILE.
003710     OPEN INPUT  RCVLOG-FILE.
003720     OPEN INPUT  SRETLOG-FILE.
003730     OPEN OUTPUT SCORECARD-REPORT.
003740*
003750     IF WS-PERIOD-STATUS = '00'
003760         MOVE 'Y' TO WS-PERIOD-OPEN-SW
003770     ELSE
003780         DISPLAY 'SUPSCORE0001E PERIODD FILE OPEN FAILED, STATUS='
003790             WS-PERIOD-STATUS
003800         MOVE 'Y' TO WS-ABORT-SW
003810     END-IF.
003820*
003830     IF WS-SUPMAS-STATUS = '00'
003840         MOVE 'Y' TO WS-SUPMAS-OPEN-SW
003850     ELSE
003860         DISPLAY 'SUPSCORE0002E SUPMAS FILE OPEN FAILED, STATUS='
003870             WS-SUPMAS-STATUS
003880         MOVE 'Y' TO WS-ABORT-SW
003890     END-IF.
003900*
003910     IF WS-PORDER-STATUS = '00'
003920         MOVE 'Y' TO WS-PORDER-OPEN-SW
003930     ELSE
003940         DISPLAY 'SUPSCORE0003E PORDER FILE OPEN FAILED, STATUS='
003950             WS-PORDER-STATUS
003960         MOVE 'Y' TO WS-ABORT-SW
003970     END-IF.
003980*
003990     IF WS-RCVLOG-STATUS = '00'
004000         MOVE 'Y' TO WS-RCVLOG-OPEN-SW
004010     ELSE
004020         DISPLAY 'SUPSCORE0004E RCVLOG FILE OPEN FAILED, STATUS='
004030             WS-RCVLOG-STATUS
004040         MOVE 'Y' TO WS-ABORT-SW
004050     END-IF.
004060*
004070     IF WS-SRETLOG-STATUS = '00'
004080         MOVE 'Y' TO WS-SRETLOG-OPEN-SW
004090     ELSE
004100         DISPLAY 'SUPSCORE0005E SRETLOG FILE OPEN FAILED, STATUS='
004110             WS-SRETLOG-STATUS
004120         MOVE 'Y' TO WS-ABORT-SW
004130     END-IF.
004140*
004150     IF WS-REPORT-STATUS = '00'
004160         MOVE 'Y' TO WS-REPORT-OPEN-SW
004170     ELSE
004180         DISPLAY 'SUPSCORE0006E RPTOUT FILE OPEN FAILED, STATUS='
004190             WS-REPORT-STATUS
004200         MOVE 'Y' TO WS-ABORT-SW
004210     END-IF.
004220*
004230     IF NOT WS-ABORT
004240         PERFORM 1100-READ-PERIOD-CARD THRU 1100-EXIT
004250     END-IF.
004260*
004270     IF NOT WS-ABORT
004280         PERFORM 1200-LOAD-SUPPLIERS THRU 1200-EXIT
004290     END-IF.
004300*
004310     IF NOT WS-ABORT
004320         MOVE WS-REPORT-MONTH TO HL1-REPORT-MONTH
004330         WRITE REPORT-LINE FROM HEADING-LINE-1
004340         MOVE SPACE TO REPORT-LINE
004350         WRITE REPORT-LINE
004360         WRITE REPORT-LINE FROM HEADING-LINE-2
004370     END-IF.
004380*
004390 1000-EXIT.
004400     EXIT.
004410*
004420 1100-READ-PERIOD-CARD.
004430*
004440     READ PERIOD-FILE
004450         AT END
004460             DISPLAY 'SUPSCORE0007E PERIODD CONTROL CARD MISSING'
004470             MOVE 'Y' TO WS-ABORT-SW
004480             GO TO 1100-EXIT
004490     END-READ.
004500*
004510     IF PR-REPORT-MONTH NOT NUMERIC
004520         DISPLAY 'SUPSCORE0008E PERIODD CONTROL CARD INVALID: '
004530             PERIOD-RECORD
004540         MOVE 'Y' TO WS-ABORT-SW
004550         GO TO 1100-EXIT
004560     END-IF.
004570*
004580     MOVE PR-REPORT-MONTH TO WS-REPORT-MONTH
004590                             WS-REPORT-MONTH-NUM.
004600     IF WS-RM-MM < 1 OR WS-RM-MM > 12
004610         DISPLAY 'SUPSCORE0008E PERIODD CONTROL CARD INVALID: '
004620             PERIOD-RECORD
004630         MOVE 'Y' TO WS-ABORT-SW
004640         GO TO 1100-EXIT
004650     END-IF.
004660*
004670     COMPUTE WS-REPORT-MONTH-NUMBER = WS-RM-YYYY * 12 + WS-RM-MM.
004680*
004690 1100-EXIT.
004700     EXIT.
004710*
004720 1200-LOAD-SUPPLIERS.
004730*
004740     PERFORM 1210-LOAD-ONE-SUPPLIER THRU 1210-EXIT
004750         UNTIL WS-SUPMAS-EOF.
004760*
004770 1200-EXIT.
004780     EXIT.
004790*
004800 1210-LOAD-ONE-SUPPLIER.
004810*
004820     READ SUPMAS-FILE
004830         AT END
004840             MOVE 'Y' TO WS-SUPMAS-EOF-SW
004850     END-READ.
004860*
004870     IF WS-SUPMAS-EOF
004880         GO TO 1210-EXIT
004890     END-IF.
004900*
004910     IF ST-ENTRY-COUNT NOT < ST-MAX-ENTRIES
004920         DISPLAY 'SUPSCORE0009E SUPPLIER TABLE FULL AT '
004930             ST-MAX-ENTRIES ' ENTRIES'
004940         MOVE 'Y' TO WS-ABORT-SW
004950         MOVE 'Y' TO WS-SUPMAS-EOF-SW
004960         GO TO 1210-EXIT
004970     END-IF.
004980*
004990     ADD 1 TO ST-ENTRY-COUNT.
005000     MOVE ST-ENTRY-COUNT TO WS-SUPPLIER-SUB.
005010     MOVE SUP-SUPPLIER-NUMBER
005020         TO ST-SUPPLIER-NUMBER(WS-SUPPLIER-SUB).
005030     MOVE SUP-SUPPLIER-NAME
005040         TO ST-SUPPLIER-NAME(WS-SUPPLIER-SUB).
005050     MOVE ZERO TO ST-SCORE(WS-SUPPLIER-SUB).
005060     SET ST-INACTIVE(WS-SUPPLIER-SUB) TO TRUE.
005070     MOVE 'N' TO ST-REPORTED-SW(WS-SUPPLIER-SUB).
005080     PERFORM 1220-CLEAR-ONE-PERIOD THRU 1220-EXIT
005090         VARYING WS-PERIOD-SUB FROM 1 BY 1
005100           UNTIL WS-PERIOD-SUB > 4.
005110*
005120 1210-EXIT.
005130     EXIT.
005140*
005150 1220-CLEAR-ONE-PERIOD.
005160*
005170     MOVE ZERO TO SP-LEAD-DAYS(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
005180                  SP-LEAD-COUNT(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
005190                  SP-QTY-ORDERED(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
005200                  SP-QTY-FILLED(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
005210                  SP-OVER-COUNT(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
005220                  SP-QTY-RECEIVED(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
005230                  SP-RETURN-QTY(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
005240                  SP-RETURN-DOLLARS(WS-SUPPLIER-SUB,
005250                                    WS-PERIOD-SUB)
005260                  SP-CREDIT-DAYS(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
005270                  SP-CREDIT-COUNT(WS-SUPPLIER-SUB, WS-PERIOD-SUB).
005280*
005290 1220-EXIT.
005300     EXIT.
005310*
005320******************************************************************
005330*   1800-FIND-SUPPLIER -- SUP-SUPPLIER-NUMBER IN, WS-SUPPLIER-   *
005340*   SUB OUT WHEN WS-SUPPLIER-FOUND.                              *
005350******************************************************************
005360 1800-FIND-SUPPLIER.
005370*
005380     MOVE 'N' TO WS-SUPPLIER-FOUND-SW.
005390     MOVE ZERO TO WS-SUPPLIER-SUB.
005400*
005410     IF ST-ENTRY-COUNT = ZERO
005420         GO TO 1800-EXIT
005430     END-IF.
005440*
005450     SEARCH ALL ST-ENTRY
005460         AT END
005470             CONTINUE
005480         WHEN ST-SUPPLIER-NUMBER(ST-IDX) = SUP-SUPPLIER-NUMBER
005490             MOVE 'Y' TO WS-SUPPLIER-FOUND-SW
005500             SET WS-SUPPLIER-SUB TO ST-IDX
005510     END-SEARCH.
005520*
005530 1800-EXIT.
005540     EXIT.
005550*
005560******************************************************************
005570*   1850-FIND-PERIOD -- WS-YMD-DATE IN, WS-PERIOD-SUB OUT: 1     *
005580*   FOR THE SCORECARD MONTH, 2-4 FOR THE THREE BEFORE IT, ZERO   *
005590*   FOR ANY OTHER MONTH.                                         *
005600******************************************************************
005610 1850-FIND-PERIOD.
005620*
005630     COMPUTE WS-DATE-MONTH-NUMBER = WS-YMD-YYYY * 12 + WS-YMD-MM.
005640     COMPUTE WS-MONTHS-BACK =
005650         WS-REPORT-MONTH-NUMBER - WS-DATE-MONTH-NUMBER.
005660*
005670     IF WS-MONTHS-BACK < 0 OR WS-MONTHS-BACK > 3
005680         MOVE ZERO TO WS-PERIOD-SUB
005690     ELSE
005700         COMPUTE WS-PERIOD-SUB = WS-MONTHS-BACK + 1
005710     END-IF.
005720*
005730 1850-EXIT.
005740     EXIT.
005750*
005760 1910-COMPUTE-DAY-NUMBER.
005770*
005780     IF DN-MM < 3
005790         ADD 12 TO DN-MM
005800         SUBTRACT 1 FROM DN-YYYY
005810     END-IF.
005820*
005830     COMPUTE DN-DAY-NUMBER =
005840           (365 * DN-YYYY)
005850         + (DN-YYYY / 4)
005860         - (DN-YYYY / 100)
005870         + (DN-YYYY / 400)
005880         + ((153 * DN-MM + 8) / 5)
005890         + DN-DD.
005900*
005910 1910-EXIT.
005920     EXIT.
005930*
005940 2000-ACCUMULATE.
005950*
005960     IF WS-ABORT
005970         GO TO 2000-EXIT
005980     END-IF.
005990*
006000     PERFORM 2100-PROCESS-ONE-PO-RECORD THRU 2100-EXIT
006010         UNTIL WS-PORDER-EOF.
006020     PERFORM 2200-PROCESS-ONE-RECEIPT THRU 2200-EXIT
006030         UNTIL WS-RCVLOG-EOF.
006040     PERFORM 2300-PROCESS-ONE-RETURN THRU 2300-EXIT
006050         UNTIL WS-SRETLOG-EOF.
006060*
006070 2000-EXIT.
006080     EXIT.
006090*
006100******************************************************************
006110*   2100-PROCESS-ONE-PO-RECORD -- PORDER IN KEY ORDER: A         *
006120*   HEADER SAYS WHOSE PO IT IS AND WHICH MONTH IT WAS ORDERED    *
006130*   IN; ITS LINES FOLLOW IT AND COUNT TOWARD FILL RATE AND       *
006140*   OVER-RECEIPTS FOR THAT SUPPLIER AND MONTH.                   *
006150******************************************************************
006160 2100-PROCESS-ONE-PO-RECORD.
006170*
006180     READ PORDER-FILE NEXT RECORD
006190         AT END
006200             MOVE 'Y' TO WS-PORDER-EOF-SW
006210     END-READ.
006220*
006230     IF WS-PORDER-EOF
006240         GO TO 2100-EXIT
006250     END-IF.
006260*
006270     ADD 1 TO WS-RECORDS-READ.
006280*
006290     IF PO-HEADER
006300         MOVE PO-NUMBER TO WS-HOLD-PO-NUMBER
006310         MOVE 'N' TO WS-HOLD-PO-USABLE-SW
006320         IF POH-CANCELLED
006330             GO TO 2100-EXIT
006340         END-IF
006350         MOVE POH-ORDER-DATE TO WS-YMD-DATE-N
006360         PERFORM 1850-FIND-PERIOD THRU 1850-EXIT
006370         MOVE POH-SUPPLIER-NUMBER TO SUP-SUPPLIER-NUMBER
006380         PERFORM 1800-FIND-SUPPLIER THRU 1800-EXIT
006390         IF WS-PERIOD-SUB > ZERO AND WS-SUPPLIER-FOUND
006400             MOVE 'Y' TO WS-HOLD-PO-USABLE-SW
006410             MOVE WS-PERIOD-SUB   TO WS-PO-PERIOD-SUB
006420             MOVE WS-SUPPLIER-SUB TO WS-PO-SUPPLIER-SUB
006430         END-IF
006440         GO TO 2100-EXIT
006450     END-IF.
006460*
006470     IF PO-NUMBER NOT = WS-HOLD-PO-NUMBER OR NOT WS-HOLD-PO-USABLE
006480         GO TO 2100-EXIT
006490     END-IF.
006500*
006510     IF POL-QTY-RECEIVED > POL-QTY-ORDERED
006520         MOVE POL-QTY-ORDERED  TO WS-FILLED-QTY
006530     ELSE
006540         MOVE POL-QTY-RECEIVED TO WS-FILLED-QTY
006550     END-IF.
006560*
006570     ADD POL-QTY-ORDERED
006580         TO SP-QTY-ORDERED(WS-PO-SUPPLIER-SUB, WS-PO-PERIOD-SUB).
006590     ADD WS-FILLED-QTY
006600         TO SP-QTY-FILLED(WS-PO-SUPPLIER-SUB, WS-PO-PERIOD-SUB).
006610     IF POL-OVER-RECEIVED
006620         ADD 1
006630           TO SP-OVER-COUNT(WS-PO-SUPPLIER-SUB, WS-PO-PERIOD-SUB)
006640     END-IF.
006650*
006660 2100-EXIT.
006670     EXIT.
006680*
006690******************************************************************
006700*   2200-PROCESS-ONE-RECEIPT -- A RECEIPT KEYED AGAINST A PO     *
006710*   LINE GIVES ONE LEAD-TIME OBSERVATION AND THE UNITS THE       *
006720*   RETURN RATE IS MEASURED AGAINST.  RECEIPTS WITH NO PO        *
006730*   NAME NO SUPPLIER AND ARE PASSED OVER.                        *
006740******************************************************************
006750 2200-PROCESS-ONE-RECEIPT.
006760*
006770     READ RCVLOG-FILE
006780         AT END
006790             MOVE 'Y' TO WS-RCVLOG-EOF-SW
006800     END-READ.
006810*
006820     IF WS-RCVLOG-EOF
006830         GO TO 2200-EXIT
006840     END-IF.
006850*
006860     ADD 1 TO WS-RECORDS-READ.
006870*
006880     IF RCV-PO-NUMBER = ZERO
006890         GO TO 2200-EXIT
006900     END-IF.
006910*
006920     MOVE RCV-RECEIPT-DATE TO WS-MDY-DATE-N.
006930     MOVE WS-MDY-YYYY TO WS-YMD-YYYY.
006940     MOVE WS-MDY-MM   TO WS-YMD-MM.
006950     MOVE WS-MDY-DD   TO WS-YMD-DD.
006960     PERFORM 1850-FIND-PERIOD THRU 1850-EXIT.
006970     IF WS-PERIOD-SUB = ZERO
006980         GO TO 2200-EXIT
006990     END-IF.
007000*
007010     MOVE RCV-PO-NUMBER TO PO-NUMBER.
007020     MOVE ZERO          TO PO-LINE-NUMBER.
007030     READ PORDER-FILE
007040         INVALID KEY
007050             GO TO 2200-EXIT
007060     END-READ.
007070*
007080     MOVE POH-SUPPLIER-NUMBER TO SUP-SUPPLIER-NUMBER.
007090     PERFORM 1800-FIND-SUPPLIER THRU 1800-EXIT.
007100     IF NOT WS-SUPPLIER-FOUND
007110         GO TO 2200-EXIT
007120     END-IF.
007130*
007140     MOVE POH-ORDER-DATE(1:4) TO DN-YYYY.
007150     MOVE POH-ORDER-DATE(5:2) TO DN-MM.
007160     MOVE POH-ORDER-DATE(7:2) TO DN-DD.
007170     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
007180     MOVE DN-DAY-NUMBER TO WS-FROM-DAY-NUMBER.
007190     MOVE WS-MDY-YYYY TO DN-YYYY.
007200     MOVE WS-MDY-MM   TO DN-MM.
007210     MOVE WS-MDY-DD   TO DN-DD.
007220     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
007230     MOVE DN-DAY-NUMBER TO WS-TO-DAY-NUMBER.
007240     COMPUTE WS-ELAPSED-DAYS =
007250         WS-TO-DAY-NUMBER - WS-FROM-DAY-NUMBER.
007260     IF WS-ELAPSED-DAYS < ZERO
007270         MOVE ZERO TO WS-ELAPSED-DAYS
007280     END-IF.
007290*
007300     ADD WS-ELAPSED-DAYS
007310         TO SP-LEAD-DAYS(WS-SUPPLIER-SUB, WS-PERIOD-SUB).
007320     ADD 1
007330         TO SP-LEAD-COUNT(WS-SUPPLIER-SUB, WS-PERIOD-SUB).
007340     ADD RCV-QUANTITY-RECEIVED
007350         TO SP-QTY-RECEIVED(WS-SUPPLIER-SUB, WS-PERIOD-SUB).
007360*
007370 2200-EXIT.
007380     EXIT.
007390*
007400******************************************************************
007410*   2300-PROCESS-ONE-RETURN -- A RETURN SHIPPED IN A PERIOD      *
007420*   MONTH COUNTS ITS UNITS AND CREDIT THERE; A CREDIT SETTLED    *
007430*   (RECEIVED, OR NETTED ON A SUPPLIER PAYMENT) IN A PERIOD      *
007440*   MONTH COUNTS ITS DAYS FROM RETURN TO CREDIT THERE.           *
007450******************************************************************
007460 2300-PROCESS-ONE-RETURN.
007470*
007480     READ SRETLOG-FILE
007490         AT END
007500             MOVE 'Y' TO WS-SRETLOG-EOF-SW
007510     END-READ.
007520*
007530     IF WS-SRETLOG-EOF
007540         GO TO 2300-EXIT
007550     END-IF.
007560*
007570     ADD 1 TO WS-RECORDS-READ.
007580*
007590     MOVE SR-SUPPLIER-NUMBER TO SUP-SUPPLIER-NUMBER.
007600     PERFORM 1800-FIND-SUPPLIER THRU 1800-EXIT.
007610     IF NOT WS-SUPPLIER-FOUND
007620         GO TO 2300-EXIT
007630     END-IF.
007640*
007650     MOVE SR-RETURN-DATE TO WS-MDY-DATE-N.
007660     MOVE WS-MDY-YYYY TO WS-YMD-YYYY DN-YYYY.
007670     MOVE WS-MDY-MM   TO WS-YMD-MM   DN-MM.
007680     MOVE WS-MDY-DD   TO WS-YMD-DD   DN-DD.
007690     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
007700     MOVE DN-DAY-NUMBER TO WS-FROM-DAY-NUMBER.
007710     PERFORM 1850-FIND-PERIOD THRU 1850-EXIT.
007720     IF WS-PERIOD-SUB > ZERO
007730         ADD SR-QUANTITY
007740           TO SP-RETURN-QTY(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
007750         ADD SR-CREDIT-EXPECTED
007760           TO SP-RETURN-DOLLARS(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
007770     END-IF.
007780*
007790     IF NOT SR-CREDIT-RECEIVED AND NOT SR-CREDIT-NETTED
007800         GO TO 2300-EXIT
007810     END-IF.
007820*
007830     MOVE SR-CREDIT-RECEIVED-DATE TO WS-MDY-DATE-N.
007840     MOVE WS-MDY-YYYY TO WS-YMD-YYYY DN-YYYY.
007850     MOVE WS-MDY-MM   TO WS-YMD-MM   DN-MM.
007860     MOVE WS-MDY-DD   TO WS-YMD-DD   DN-DD.
007870     PERFORM 1850-FIND-PERIOD THRU 1850-EXIT.
007880     IF WS-PERIOD-SUB = ZERO
007890         GO TO 2300-EXIT
007900     END-IF.
007910*
007920     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
007930     COMPUTE WS-ELAPSED-DAYS =
007940         DN-DAY-NUMBER - WS-FROM-DAY-NUMBER.
007950     IF WS-ELAPSED-DAYS < ZERO
007960         MOVE ZERO TO WS-ELAPSED-DAYS
007970     END-IF.
007980*
007990     ADD WS-ELAPSED-DAYS
008000         TO SP-CREDIT-DAYS(WS-SUPPLIER-SUB, WS-PERIOD-SUB).
008010     ADD 1
008020         TO SP-CREDIT-COUNT(WS-SUPPLIER-SUB, WS-PERIOD-SUB).
008030*
008040 2300-EXIT.
008050     EXIT.
008060*
008070******************************************************************
008080*   2500-PRINT-SCORECARD -- SCORE EVERY SUPPLIER, THEN PRINT     *
008090*   THE ACTIVE ONES BEST SCORE FIRST BY REPEATEDLY SELECTING     *
008100*   THE HIGHEST UNREPORTED, AS SLSANL RANKS ITS PRODUCTS, AND    *
008110*   THE PRIOR-MONTHS-ONLY SUPPLIERS UNRANKED AFTER THEM.         *
008120******************************************************************
008130 2500-PRINT-SCORECARD.
008140*
008150     IF WS-ABORT
008160         GO TO 2500-EXIT
008170     END-IF.
008180*
008190     PERFORM 2510-SCORE-ONE-SUPPLIER THRU 2510-EXIT
008200         VARYING WS-SUPPLIER-SUB FROM 1 BY 1
008210           UNTIL WS-SUPPLIER-SUB > ST-ENTRY-COUNT.
008220*
008230     MOVE ZERO TO WS-RANK.
008240     PERFORM 2600-PRINT-NEXT-RANKED THRU 2600-EXIT
008250         WS-RANKED-COUNT TIMES.
008260*
008270     IF WS-UNRANKED-COUNT > ZERO
008280         PERFORM 2700-PRINT-ONE-UNRANKED THRU 2700-EXIT
008290             VARYING WS-SUPPLIER-SUB FROM 1 BY 1
008300               UNTIL WS-SUPPLIER-SUB > ST-ENTRY-COUNT
008310     END-IF.
008320*
008330 2500-EXIT.
008340     EXIT.
008350*
008360 2510-SCORE-ONE-SUPPLIER.
008370*
008380     PERFORM 2800-BUILD-MEASURES THRU 2800-EXIT.
008390*
008400     IF       MS-LEAD-COUNT(1)   > ZERO
008410           OR MS-QTY-ORDERED(1)  > ZERO
008420           OR MS-QTY-RECEIVED(1) > ZERO
008430           OR MS-RETURN-QTY(1)   > ZERO
008440           OR MS-CREDIT-COUNT(1) > ZERO
008450         SET ST-ACTIVE-THIS-MONTH(WS-SUPPLIER-SUB) TO TRUE
008460         ADD 1 TO WS-RANKED-COUNT
008470     ELSE
008480         IF       MS-LEAD-COUNT(2)   > ZERO
008490               OR MS-QTY-ORDERED(2)  > ZERO
008500               OR MS-QTY-RECEIVED(2) > ZERO
008510               OR MS-RETURN-QTY(2)   > ZERO
008520               OR MS-CREDIT-COUNT(2) > ZERO
008530             SET ST-ACTIVE-PRIOR-ONLY(WS-SUPPLIER-SUB) TO TRUE
008540             ADD 1 TO WS-UNRANKED-COUNT
008550         END-IF
008560         GO TO 2510-EXIT
008570     END-IF.
008580*
008590     MOVE ZERO TO WS-SCORE.
008600*
008610     IF MS-QTY-ORDERED(1) > ZERO
008620         COMPUTE WS-POINTS ROUNDED = MS-FILL-PCT(1) * 40 / 100
008630     ELSE
008640         MOVE 40 TO WS-POINTS
008650     END-IF.
008660     ADD WS-POINTS TO WS-SCORE.
008670*
008680     IF MS-LEAD-COUNT(1) > ZERO AND MS-LEAD-AVG(1) > 7
008690         COMPUTE WS-POINTS = 25 - (MS-LEAD-AVG(1) - 7)
008700     ELSE
008710         MOVE 25 TO WS-POINTS
008720     END-IF.
008730     IF WS-POINTS < ZERO
008740         MOVE ZERO TO WS-POINTS
008750     END-IF.
008760     ADD WS-POINTS TO WS-SCORE.
008770*
008780     COMPUTE WS-POINTS = 25 - (MS-RETURN-PCT(1) * 2.5).
008790     IF WS-POINTS < ZERO
008800         MOVE ZERO TO WS-POINTS
008810     END-IF.
008820     ADD WS-POINTS TO WS-SCORE.
008830*
008840     COMPUTE WS-POINTS = 10 - (MS-OVER-COUNT(1) * 2).
008850     IF WS-POINTS < ZERO
008860         MOVE ZERO TO WS-POINTS
008870     END-IF.
008880     ADD WS-POINTS TO WS-SCORE.
008890*
008900     MOVE WS-SCORE TO ST-SCORE(WS-SUPPLIER-SUB).
008910*
008920 2510-EXIT.
008930     EXIT.
008940*
008950 2600-PRINT-NEXT-RANKED.
008960*
008970     MOVE ZERO TO WS-HIGH-SUB.
008980     PERFORM 2610-CHECK-ONE-CANDIDATE THRU 2610-EXIT
008990         VARYING WS-SCAN-SUB FROM 1 BY 1
009000           UNTIL WS-SCAN-SUB > ST-ENTRY-COUNT.
009010*
009020     IF WS-HIGH-SUB = ZERO
009030         GO TO 2600-EXIT
009040     END-IF.
009050*
009060     MOVE 'Y' TO ST-REPORTED-SW(WS-HIGH-SUB).
009070     ADD 1 TO WS-RANK.
009080     MOVE WS-HIGH-SUB TO WS-SUPPLIER-SUB.
009090     PERFORM 2800-BUILD-MEASURES THRU 2800-EXIT.
009100     PERFORM 2900-PRINT-SUPPLIER THRU 2900-EXIT.
009110*
009120 2600-EXIT.
009130     EXIT.
009140*
009150 2610-CHECK-ONE-CANDIDATE.
009160*
009170     IF       NOT ST-ACTIVE-THIS-MONTH(WS-SCAN-SUB)
009180           OR ST-REPORTED-SW(WS-SCAN-SUB) = 'Y'
009190         GO TO 2610-EXIT
009200     END-IF.
009210*
009220     IF WS-HIGH-SUB = ZERO
009230         MOVE WS-SCAN-SUB TO WS-HIGH-SUB
009240     ELSE
009250         IF ST-SCORE(WS-SCAN-SUB) > ST-SCORE(WS-HIGH-SUB)
009260             MOVE WS-SCAN-SUB TO WS-HIGH-SUB
009270         END-IF
009280     END-IF.
009290*
009300 2610-EXIT.
009310     EXIT.
009320*
009330 2700-PRINT-ONE-UNRANKED.
009340*
009350     IF NOT ST-ACTIVE-PRIOR-ONLY(WS-SUPPLIER-SUB)
009360         GO TO 2700-EXIT
009370     END-IF.
009380*
009390     PERFORM 2800-BUILD-MEASURES THRU 2800-EXIT.
009400     PERFORM 2900-PRINT-SUPPLIER THRU 2900-EXIT.
009410*
009420 2700-EXIT.
009430     EXIT.
009440*
009450******************************************************************
009460*   2800-BUILD-MEASURES -- FOLD THE FOUR PERIOD BUCKETS OF       *
009470*   SUPPLIER WS-SUPPLIER-SUB INTO THE SCORECARD MONTH AND THE    *
009480*   PRIOR THREE MONTHS, THEN WORK OUT THE RATIOS.                *
009490******************************************************************
009500 2800-BUILD-MEASURES.
009510*
009520     INITIALIZE MEASURE-TABLE.
009530*
009540     MOVE 1 TO WS-MS-SUB.
009550     MOVE 1 TO WS-PERIOD-SUB.
009560     PERFORM 2810-ADD-ONE-PERIOD THRU 2810-EXIT.
009570*
009580     MOVE 2 TO WS-MS-SUB.
009590     PERFORM 2810-ADD-ONE-PERIOD THRU 2810-EXIT
009600         VARYING WS-PERIOD-SUB FROM 2 BY 1
009610           UNTIL WS-PERIOD-SUB > 4.
009620*
009630     PERFORM 2820-COMPUTE-RATIOS THRU 2820-EXIT
009640         VARYING WS-MS-SUB FROM 1 BY 1
009650           UNTIL WS-MS-SUB > 2.
009660*
009670     DIVIDE 3 INTO MS-OVER-COUNT(2) ROUNDED.
009680     DIVIDE 3 INTO MS-RETURN-DOLLARS(2) ROUNDED.
009690*
009700 2800-EXIT.
009710     EXIT.
009720*
009730 2810-ADD-ONE-PERIOD.
009740*
009750     ADD SP-LEAD-DAYS(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
009760         TO MS-LEAD-DAYS(WS-MS-SUB).
009770     ADD SP-LEAD-COUNT(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
009780         TO MS-LEAD-COUNT(WS-MS-SUB).
009790     ADD SP-QTY-ORDERED(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
009800         TO MS-QTY-ORDERED(WS-MS-SUB).
009810     ADD SP-QTY-FILLED(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
009820         TO MS-QTY-FILLED(WS-MS-SUB).
009830     ADD SP-OVER-COUNT(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
009840         TO MS-OVER-COUNT(WS-MS-SUB).
009850     ADD SP-QTY-RECEIVED(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
009860         TO MS-QTY-RECEIVED(WS-MS-SUB).
009870     ADD SP-RETURN-QTY(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
009880         TO MS-RETURN-QTY(WS-MS-SUB).
009890     ADD SP-RETURN-DOLLARS(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
009900         TO MS-RETURN-DOLLARS(WS-MS-SUB).
009910     ADD SP-CREDIT-DAYS(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
009920         TO MS-CREDIT-DAYS(WS-MS-SUB).
009930     ADD SP-CREDIT-COUNT(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
009940         TO MS-CREDIT-COUNT(WS-MS-SUB).
009950*
009960 2810-EXIT.
009970     EXIT.
009980*
009990 2820-COMPUTE-RATIOS.
010000*
010010     IF MS-LEAD-COUNT(WS-MS-SUB) > ZERO
010020         COMPUTE MS-LEAD-AVG(WS-MS-SUB) ROUNDED =
010030             MS-LEAD-DAYS(WS-MS-SUB) / MS-LEAD-COUNT(WS-MS-SUB)
010040     END-IF.
010050*
010060     IF MS-QTY-ORDERED(WS-MS-SUB) > ZERO
010070         COMPUTE MS-FILL-PCT(WS-MS-SUB) ROUNDED =
010080             MS-QTY-FILLED(WS-MS-SUB) * 100
010090                 / MS-QTY-ORDERED(WS-MS-SUB)
010100     END-IF.
010110*
010120     IF MS-QTY-RECEIVED(WS-MS-SUB) > ZERO
010130         COMPUTE MS-RETURN-PCT(WS-MS-SUB) ROUNDED =
010140             MS-RETURN-QTY(WS-MS-SUB) * 100
010150                 / MS-QTY-RECEIVED(WS-MS-SUB)
010160             ON SIZE ERROR
010170                 MOVE 999.9 TO MS-RETURN-PCT(WS-MS-SUB)
010180         END-COMPUTE
010190     END-IF.
010200*
010210     IF MS-CREDIT-COUNT(WS-MS-SUB) > ZERO
010220         COMPUTE MS-CREDIT-AVG(WS-MS-SUB) ROUNDED =
010230             MS-CREDIT-DAYS(WS-MS-SUB)
010240                 / MS-CREDIT-COUNT(WS-MS-SUB)
010250             ON SIZE ERROR
010260                 MOVE 999.9 TO MS-CREDIT-AVG(WS-MS-SUB)
010270         END-COMPUTE
010280     END-IF.
010290*
010300 2820-EXIT.
010310     EXIT.
010320*
010330******************************************************************
010340*   2900-PRINT-SUPPLIER -- THE MONTH'S LINE WITH ITS TREND       *
010350*   MARKS, THEN THE PRIOR-THREE-MONTH LINE UNDER IT.  A RATIO    *
010360*   IS ONLY MARKED WHEN BOTH SIDES HAD SOMETHING TO MEASURE.     *
010370******************************************************************
010380 2900-PRINT-SUPPLIER.
010390*
010400     MOVE SPACE TO DETAIL-LINE.
010410     IF ST-ACTIVE-THIS-MONTH(WS-SUPPLIER-SUB)
010420         MOVE WS-RANK TO DL-RANK
010430         MOVE ST-SCORE(WS-SUPPLIER-SUB) TO DL-SCORE
010440     END-IF.
010450     MOVE ST-SUPPLIER-NUMBER(WS-SUPPLIER-SUB)
010460                              TO DL-SUPPLIER-NUMBER.
010470     MOVE ST-SUPPLIER-NAME(WS-SUPPLIER-SUB)
010480                              TO DL-SUPPLIER-NAME.
010490     MOVE MS-LEAD-AVG(1)       TO DL-LEAD-AVG.
010500     MOVE MS-FILL-PCT(1)       TO DL-FILL-PCT.
010510     MOVE MS-OVER-COUNT(1)     TO DL-OVER-COUNT.
010520     MOVE MS-RETURN-PCT(1)     TO DL-RETURN-PCT.
010530     MOVE MS-RETURN-DOLLARS(1) TO DL-RETURN-DOLLARS.
010540     MOVE MS-CREDIT-AVG(1)     TO DL-CREDIT-AVG.
010550*
010560     IF MS-LEAD-COUNT(1) > ZERO AND MS-LEAD-COUNT(2) > ZERO
010570         EVALUATE TRUE
010580             WHEN MS-LEAD-AVG(1) < MS-LEAD-AVG(2)
010590                 MOVE '+' TO DL-LEAD-TREND
010600             WHEN MS-LEAD-AVG(1) > MS-LEAD-AVG(2)
010610                 MOVE '-' TO DL-LEAD-TREND
010620         END-EVALUATE
010630     END-IF.
010640*
010650     IF MS-QTY-ORDERED(1) > ZERO AND MS-QTY-ORDERED(2) > ZERO
010660         EVALUATE TRUE
010670             WHEN MS-FILL-PCT(1) > MS-FILL-PCT(2)
010680                 MOVE '+' TO DL-FILL-TREND
010690             WHEN MS-FILL-PCT(1) < MS-FILL-PCT(2)
010700                 MOVE '-' TO DL-FILL-TREND
010710         END-EVALUATE
010720     END-IF.
010730*
010740     EVALUATE TRUE
010750         WHEN MS-OVER-COUNT(1) < MS-OVER-COUNT(2)
010760             MOVE '+' TO DL-OVER-TREND
010770         WHEN MS-OVER-COUNT(1) > MS-OVER-COUNT(2)
010780             MOVE '-' TO DL-OVER-TREND
010790     END-EVALUATE.
010800*
010810     IF MS-QTY-RECEIVED(1) > ZERO AND MS-QTY-RECEIVED(2) > ZERO
010820         EVALUATE TRUE
010830             WHEN MS-RETURN-PCT(1) < MS-RETURN-PCT(2)
010840                 MOVE '+' TO DL-RETURN-PCT-TREND
010850             WHEN MS-RETURN-PCT(1) > MS-RETURN-PCT(2)
010860                 MOVE '-' TO DL-RETURN-PCT-TREND
010870         END-EVALUATE
010880     END-IF.
010890*
010900     EVALUATE TRUE
010910         WHEN MS-RETURN-DOLLARS(1) < MS-RETURN-DOLLARS(2)
010920             MOVE '+' TO DL-RETURN-DOLLARS-TREND
010930         WHEN MS-RETURN-DOLLARS(1) > MS-RETURN-DOLLARS(2)
010940             MOVE '-' TO DL-RETURN-DOLLARS-TREND
010950     END-EVALUATE.
010960*
010970     IF MS-CREDIT-COUNT(1) > ZERO AND MS-CREDIT-COUNT(2) > ZERO
010980         EVALUATE TRUE
010990             WHEN MS-CREDIT-AVG(1) < MS-CREDIT-AVG(2)
011000                 MOVE '+' TO DL-CREDIT-TREND
011010             WHEN MS-CREDIT-AVG(1) > MS-CREDIT-AVG(2)
011020                 MOVE '-' TO DL-CREDIT-TREND
011030         END-EVALUATE
011040     END-IF.
011050*
011060     WRITE REPORT-LINE FROM DETAIL-LINE.
011070*
011080     MOVE SPACE TO DETAIL-LINE.
011090     MOVE '  PRIOR 3 MONTHS' TO DL-SUPPLIER-NAME.
011100     MOVE MS-LEAD-AVG(2)       TO DL-LEAD-AVG.
011110     MOVE MS-FILL-PCT(2)       TO DL-FILL-PCT.
011120     MOVE MS-OVER-COUNT(2)     TO DL-OVER-COUNT.
011130     MOVE MS-RETURN-PCT(2)     TO DL-RETURN-PCT.
011140     MOVE MS-RETURN-DOLLARS(2) TO DL-RETURN-DOLLARS.
011150     MOVE MS-CREDIT-AVG(2)     TO DL-CREDIT-AVG.
011160     WRITE REPORT-LINE FROM DETAIL-LINE.
011170*
011180 2900-EXIT.
011190     EXIT.
011200*
011201******************************************************************
011202*   2950-UPDATE-LEAD-TIMES -- SECOND PASS OF SUPMAS FROM THE     *
011203*   TOP, REWRITING SUP-LEAD-DAYS FOR EACH SUPPLIER WITH RECEIPTS *
011204*   IN THE FOUR MONTHS SCORED.                                   *
011205******************************************************************
011206 2950-UPDATE-LEAD-TIMES.
011207*
011208     IF WS-ABORT
011209         GO TO 2950-EXIT
011210     END-IF.
011211*
011212     MOVE LOW-VALUES TO SUP-SUPPLIER-NUMBER.
011213     START SUPMAS-FILE
011214         KEY IS NOT < SUP-SUPPLIER-NUMBER
011215     END-START.
011216*
011217     IF WS-SUPMAS-STATUS NOT = '00'
011218         DISPLAY 'SUPSCORE0010E SUPMAS START FAILED, STATUS='
011219             WS-SUPMAS-STATUS
011220         MOVE 'Y' TO WS-ABORT-SW
011221         GO TO 2950-EXIT
011222     END-IF.
011223*
011224     MOVE 'N' TO WS-SUPMAS-EOF-SW.
011225     PERFORM 2960-UPDATE-ONE-SUPPLIER THRU 2960-EXIT
011226         UNTIL WS-SUPMAS-EOF.
011227*
011228 2950-EXIT.
011229     EXIT.
011230*
011231 2960-UPDATE-ONE-SUPPLIER.
011232*
011233     READ SUPMAS-FILE
011234         AT END
011235             MOVE 'Y' TO WS-SUPMAS-EOF-SW
011236     END-READ.
011237*
011238     IF WS-SUPMAS-EOF
011239         GO TO 2960-EXIT
011240     END-IF.
011241*
011242     PERFORM 1800-FIND-SUPPLIER THRU 1800-EXIT.
011243     IF NOT WS-SUPPLIER-FOUND
011244         GO TO 2960-EXIT
011245     END-IF.
011246*
011247     MOVE ZERO TO WS-LEAD-DAYS-TOTAL
011248                  WS-LEAD-COUNT-TOTAL.
011249     PERFORM 2970-ADD-ONE-LEAD-PERIOD THRU 2970-EXIT
011250         VARYING WS-PERIOD-SUB FROM 1 BY 1
011251           UNTIL WS-PERIOD-SUB > 4.
011252*
011253     IF WS-LEAD-COUNT-TOTAL = ZERO
011254         GO TO 2960-EXIT
011255     END-IF.
011256*
011257     COMPUTE SUP-LEAD-DAYS ROUNDED =
011258         WS-LEAD-DAYS-TOTAL / WS-LEAD-COUNT-TOTAL
011259         ON SIZE ERROR
011260             MOVE 999 TO SUP-LEAD-DAYS
011261     END-COMPUTE.
011262*
011263     REWRITE SUPPLIER-MASTER-RECORD.
011264     IF WS-SUPMAS-STATUS NOT = '00'
011265         DISPLAY 'SUPSCORE0011E SUPMAS REWRITE FAILED, STATUS='
011266             WS-SUPMAS-STATUS ' SUPPLIER ' SUP-SUPPLIER-NUMBER
011267         MOVE 'Y' TO WS-ABORT-SW
011268         MOVE 'Y' TO WS-SUPMAS-EOF-SW
011269         GO TO 2960-EXIT
011270     END-IF.
011271*
011272     ADD 1 TO WS-LEAD-UPDATED.
011273*
011274 2960-EXIT.
011275     EXIT.
011276*
011277 2970-ADD-ONE-LEAD-PERIOD.
011278*
011279     ADD SP-LEAD-DAYS(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
011280         TO WS-LEAD-DAYS-TOTAL.
011281     ADD SP-LEAD-COUNT(WS-SUPPLIER-SUB, WS-PERIOD-SUB)
011282         TO WS-LEAD-COUNT-TOTAL.
011283*
011284 2970-EXIT.
011285     EXIT.
011286*
011287 3000-TERMINATE.
011288*
011289     IF NOT WS-ABORT
011290         MOVE SPACE TO REPORT-LINE
011291         WRITE REPORT-LINE
011292         MOVE WS-RANKED-COUNT   TO SL1-RANKED-COUNT
011293         WRITE REPORT-LINE FROM SUMMARY-LINE-1
011294         MOVE WS-UNRANKED-COUNT TO SL2-UNRANKED-COUNT
011295         WRITE REPORT-LINE FROM SUMMARY-LINE-2
011296         MOVE WS-LEAD-UPDATED   TO SL3-LEAD-UPDATED
011297         WRITE REPORT-LINE FROM SUMMARY-LINE-3
011300     ELSE
011310         MOVE 8 TO RETURN-CODE
011320     END-IF.
011330*
011340     MOVE 'SUPSCORE' TO RL-PROGRAM.
011350     MOVE 'MONTHLY ' TO RL-JOB-NAME.
011360     MOVE 'SUPSCORE' TO RL-STEP-NAME.
011370     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
011380     MOVE WS-RECORDS-READ TO RL-RECORDS-READ.
011390     COMPUTE RL-RECORDS-WRITTEN =
011400         WS-RANKED-COUNT + WS-UNRANKED-COUNT.
011410     MOVE ZERO            TO RL-RECORDS-REJECTED.
011420     MOVE RETURN-CODE     TO RL-COMPLETION-CODE.
011430     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
011440*
011450     IF WS-PERIOD-OPEN
011460         CLOSE PERIOD-FILE
011470     END-IF.
011480     IF WS-SUPMAS-OPEN
011490         CLOSE SUPMAS-FILE
011500     END-IF.
011510     IF WS-PORDER-OPEN
011520         CLOSE PORDER-FILE
011530     END-IF.
011540     IF WS-RCVLOG-OPEN
011550         CLOSE RCVLOG-FILE
011560     END-IF.
011570     IF WS-SRETLOG-OPEN
011580         CLOSE SRETLOG-FILE
011590     END-IF.
011600     IF WS-REPORT-OPEN
011610         CLOSE SCORECARD-REPORT
011620     END-IF.
011630*
011640 3000-EXIT.
011650     EXIT.
