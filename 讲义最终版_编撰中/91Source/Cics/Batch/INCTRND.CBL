000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    INCTRND.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   INCTRND -- WEEKLY INCIDENT TREND REPORT.                     *
000110*   READS THE ONLINE INCIDENT LOG (INCDLOG -- THE INCD           *
000120*   EXTRAPARTITION QUEUE THE CICS ERROR HANDLERS WRITE, WITH     *
000130*   THE LAST FIVE WEEKS' DATASETS CONCATENATED) AND, FOR THE     *
000140*   WEEK ENDING ON THE INCPARM DATE, COUNTS THE INCIDENTS BY     *
000150*   PROGRAM AND ABEND CODE, BY RESOURCE (WHICH FILE KEEPS        *
000160*   FAILING), AND BY TERMINAL.  EVERY COUNT IS SET AGAINST THE   *
000170*   FOUR WEEKS BEFORE: THE FOUR-WEEK TOTAL, THE WEEKLY AVERAGE,  *
000180*   AND HOW FAR THIS WEEK IS ABOVE OR BELOW IT.  THE REPORT      *
000190*   THEN LISTS EVERY ABEND CODE SEEN FOR THE FIRST TIME (THE     *
000200*   INCABD HISTORY FILE REMEMBERS EVERY CODE EVER SEEN, SO A     *
000210*   RERUN OF THE SAME WEEK LISTS THE SAME CODES) AND EVERY       *
000220*   PROGRAM WHOSE INCIDENTS HAVE AT LEAST DOUBLED AGAINST ITS    *
000230*   WEEKLY AVERAGE.  THE RUN ENDS WITH CODE 4 WHEN EITHER LIST   *
000240*   HAS ANYTHING ON IT.  DAYS ARE COUNTED WITH AGERPT'S          *
000250*   DAY-NUMBER ARITHMETIC.  THE RUN IS LOGGED THROUGH RUNLOGW.   *
000260*                                                                *
000270*   INCPARM CARD (OPTIONAL): COLS 1-8 THE LAST DAY OF THE WEEK   *
000280*   (YYYYMMDD).  NO CARD, OR A BLANK DATE, REPORTS THE WEEK      *
000290*   ENDING YESTERDAY -- THE SUNDAY BEFORE A MONDAY RUN.          *
000300*                                                                *
000310*   MODIFICATION HISTORY.                                        *
000320*   10/15/2026  RH   INITIAL VERSION.                            *
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
000460     SELECT  PARM-FILE      ASSIGN TO INCPARM
000470             ORGANIZATION IS LINE SEQUENTIAL
000480             FILE STATUS IS WS-PARM-STATUS.
000490*
000500     SELECT  INCDLOG-FILE   ASSIGN TO INCDLOG
000510             ORGANIZATION IS SEQUENTIAL
000520             FILE STATUS IS WS-INCDLOG-STATUS.
000530*
000540     SELECT  INCABD-FILE    ASSIGN TO INCABD
000550             ORGANIZATION IS INDEXED
000560             ACCESS MODE IS RANDOM
000570             RECORD KEY IS IA-ABEND-CODE
000580             FILE STATUS IS WS-INCABD-STATUS.
000590*
000600     SELECT  TREND-REPORT   ASSIGN TO RPTOUT
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS WS-REPORT-STATUS.
000630*
000640 DATA DIVISION.
000650*
000660 FILE SECTION.
000670*
000680 FD  PARM-FILE
000690     LABEL RECORDS ARE STANDARD.
000700*
000710 01  PARM-RECORD.
000720     05  PA-WEEK-END-DATE             PIC X(08).
000730     05  PA-WEEK-END-DATE-N REDEFINES PA-WEEK-END-DATE
000740                                      PIC 9(08).
000750     05  FILLER                       PIC X(72).
000760*
000770 FD  INCDLOG-FILE
000780     LABEL RECORDS ARE STANDARD.
000790*
000800     COPY INCDLOG.
000810*
000820 FD  INCABD-FILE
000830     LABEL RECORDS ARE STANDARD.
000840*
000850     COPY INCABD.
000860*
000870 FD  TREND-REPORT
000880     LABEL RECORDS ARE OMITTED.
000890*
000900 01  REPORT-LINE                      PIC X(132).
000910*
000920 WORKING-STORAGE SECTION.
000930*
000940     COPY RUNLOG.
000950*
000960     COPY PREDPARM.
000970*
000980 01  RUN-TIMING-FIELDS.
000990     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001000*
001010 01  SWITCHES.
001020*
001030     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001040         88  WS-ABORT                             VALUE 'Y'.
001050     05  WS-PARM-OPEN-SW              PIC X(01)   VALUE 'N'.
001060         88  WS-PARM-OPEN                         VALUE 'Y'.
001070     05  WS-INCDLOG-OPEN-SW           PIC X(01)   VALUE 'N'.
001080         88  WS-INCDLOG-OPEN                      VALUE 'Y'.
001090     05  WS-INCABD-OPEN-SW            PIC X(01)   VALUE 'N'.
001100         88  WS-INCABD-OPEN                       VALUE 'Y'.
001110     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001120         88  WS-REPORT-OPEN                       VALUE 'Y'.
001130     05  WS-INCDLOG-EOF-SW            PIC X(01)   VALUE 'N'.
001140         88  WS-INCDLOG-EOF                       VALUE 'Y'.
001150     05  WS-OVERFLOW-SW               PIC X(01)   VALUE 'N'.
001160         88  WS-OVERFLOW                          VALUE 'Y'.
001170     05  WS-ANY-LISTED-SW             PIC X(01)   VALUE 'N'.
001180         88  WS-ANY-LISTED                        VALUE 'Y'.
001190*
001200 01  FILE-STATUS-FIELDS.
001210*
001220     05  WS-PARM-STATUS               PIC X(02)   VALUE '00'.
001230     05  WS-INCDLOG-STATUS            PIC X(02)   VALUE '00'.
001240     05  WS-INCABD-STATUS             PIC X(02)   VALUE '00'.
001250     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001260*
001270 01  WORK-FIELDS.
001280*
001290     05  WS-RECORDS-READ        PIC S9(07) COMP-3 VALUE ZERO.
001300     05  WS-THIS-WEEK-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
001310     05  WS-PRIOR-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
001320     05  WS-OUTSIDE-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001330     05  WS-NEW-ABEND-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
001340     05  WS-DOUBLED-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
001350     05  WS-PERIOD-CODE         PIC X(01)         VALUE SPACE.
001360         88  WS-IN-THIS-WEEK                      VALUE 'C'.
001370         88  WS-IN-PRIOR-WEEKS                    VALUE 'P'.
001380     05  WS-WEEK-END-DAY        PIC S9(09) COMP-3 VALUE ZERO.
001390     05  WS-WEEK-START-DAY      PIC S9(09) COMP-3 VALUE ZERO.
001400     05  WS-PRIOR-START-DAY     PIC S9(09) COMP-3 VALUE ZERO.
001410     05  WS-INCIDENT-DAY        PIC S9(09) COMP-3 VALUE ZERO.
001420     05  WS-IL-DATE             PIC 9(07)         VALUE ZERO.
001430     05  WS-IL-CYY              PIC 9(03)         VALUE ZERO.
001440     05  WS-IL-DDD              PIC 9(03)         VALUE ZERO.
001450     05  WS-IL-TIME             PIC 9(06)         VALUE ZERO.
001460     05  WS-DAYS-LEFT           PIC S9(05) COMP-3 VALUE ZERO.
001470     05  WS-MONTH-DAYS          PIC 9(02)         VALUE ZERO.
001480     05  WS-LEAP-QUOTIENT       PIC S9(05) COMP-3 VALUE ZERO.
001490     05  WS-LEAP-REMAINDER      PIC S9(05) COMP-3 VALUE ZERO.
001500     05  WS-GROUP-THIS          PIC S9(07) COMP-3 VALUE ZERO.
001510     05  WS-GROUP-PRIOR         PIC S9(07) COMP-3 VALUE ZERO.
001520     05  WS-WEEKLY-AVERAGE      PIC S9(07)V99 COMP-3 VALUE ZERO.
001530     05  WS-VS-AVERAGE          PIC S9(07)V99 COMP-3 VALUE ZERO.
001540     05  WS-FIRST-DATE          PIC 9(08)         VALUE ZERO.
001550     05  WS-SECTION-KIND        PIC X(01)         VALUE SPACE.
001560     05  WS-PREV-PROGRAM        PIC X(08)         VALUE SPACE.
001570     05  WS-SUB                 PIC S9(04) COMP   VALUE ZERO.
001580     05  WS-POS                 PIC S9(04) COMP   VALUE ZERO.
001590     05  WS-NEW-TT-KEY.
001600         10  WS-NEW-TT-KIND     PIC X(01).
001610         10  WS-NEW-TT-VALUE    PIC X(12).
001620*
001630 01  WS-RUN-DATE.
001640     05  WS-RUN-YYYY                  PIC 9(04).
001650     05  WS-RUN-MM                    PIC 9(02).
001660     05  WS-RUN-DD                    PIC 9(02).
001670*
001680 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001690                                      PIC 9(08).
001700*
001710 01  WS-REPORT-DATE.
001720     05  WS-RPT-YYYY                  PIC 9(04).
001730     05  WS-RPT-MM                    PIC 9(02).
001740     05  WS-RPT-DD                    PIC 9(02).
001750*
001760 01  WS-REPORT-DATE-N REDEFINES WS-REPORT-DATE
001770                                      PIC 9(08).
001780*
001790 01  WS-WEEK-END-DATE                 PIC 9(08)   VALUE ZERO.
001800 01  WS-WEEK-START-DATE               PIC 9(08)   VALUE ZERO.
001810 01  WS-PRIOR-START-DATE              PIC 9(08)   VALUE ZERO.
001820 01  WS-PRIOR-END-DATE                PIC 9(08)   VALUE ZERO.
001830*
001840 01  WS-WORK-TIME.
001850     05  WS-WORK-HH                   PIC 9(02).
001860     05  WS-WORK-MI                   PIC 9(02).
001870     05  WS-WORK-SS                   PIC 9(02).
001880*
001890 01  WS-WORK-TIME-N REDEFINES WS-WORK-TIME
001900                                      PIC 9(06).
001910*
001920 01  WS-EDITED-TIME.
001930     05  WS-ET-HH                     PIC 9(02).
001940     05  FILLER                       PIC X(01)   VALUE ':'.
001950     05  WS-ET-MI                     PIC 9(02).
001960     05  FILLER                       PIC X(01)   VALUE ':'.
001970     05  WS-ET-SS                     PIC 9(02).
001980*
001990 01  DAY-NUMBER-FIELDS.
002000     05  DN-YYYY                PIC S9(09) COMP-3.
002010     05  DN-MM                  PIC S9(09) COMP-3.
002020     05  DN-DD                  PIC S9(09) COMP-3.
002030     05  DN-Q4                  PIC S9(09) COMP-3.
002040     05  DN-Q100                PIC S9(09) COMP-3.
002050     05  DN-Q400                PIC S9(09) COMP-3.
002060     05  DN-QMONTH              PIC S9(09) COMP-3.
002070     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
002080*
002090******************************************************************
002100*   EVERY COUNT THE REPORT PRINTS, KEPT IN KEY ORDER AS IT IS    *
002110*   ADDED.  THE KIND LEADS THE KEY, SO EACH KIND IS ONE RUN OF   *
002120*   THE TABLE:  A = PROGRAM AND ABEND CODE, B = ABEND CODE,      *
002130*   P = PROGRAM, R = RESOURCE, T = TERMINAL.  FOR AN ABEND CODE  *
002140*   THE EARLIEST SIGHTING IN THE FIVE WEEKS IS KEPT AS WELL.     *
002150******************************************************************
002160 01  TREND-TABLE.
002170     05  TT-COUNT               PIC S9(04) COMP   VALUE ZERO.
002180     05  TT-ENTRY OCCURS 2000 TIMES.
002190         10  TT-KEY.
002200             15  TT-KIND        PIC X(01).
002210             15  TT-VALUE       PIC X(12).
002220             15  TT-PROGRAM-ABEND REDEFINES TT-VALUE.
002230                 20  TT-PROGRAM PIC X(08).
002240                 20  TT-ABEND   PIC X(04).
002250         10  TT-THIS-WEEK       PIC S9(07) COMP-3.
002260         10  TT-PRIOR-WEEKS     PIC S9(07) COMP-3.
002270         10  TT-FIRST-DAY       PIC S9(09) COMP-3.
002280         10  TT-FIRST-IL-DATE   PIC 9(07).
002290         10  TT-FIRST-TIME      PIC 9(06).
002300         10  TT-FIRST-PROGRAM   PIC X(08).
002310         10  TT-FIRST-TRANSID   PIC X(04).
002320         10  TT-FIRST-TERMINAL  PIC X(04).
002330         10  TT-LAST-DAY        PIC S9(09) COMP-3.
002340         10  TT-LAST-IL-DATE    PIC 9(07).
002350*
002360 01  HEADING-LINE-1.
002370*
002380     05  FILLER                       PIC X(01)   VALUE SPACE.
002390     05  FILLER                       PIC X(40)   VALUE
002400             'WEEKLY INCIDENT TREND REPORT    WEEK'.
002410     05  HL1-WEEK-START               PIC 9(08).
002420     05  FILLER                       PIC X(04)   VALUE ' TO '.
002430     05  HL1-WEEK-END                 PIC 9(08).
002440     05  FILLER                       PIC X(10)   VALUE
002450             '   RUN OF'.
002460     05  HL1-RUN-DATE                 PIC 9(08).
002470     05  FILLER                       PIC X(53)   VALUE SPACE.
002480*
002490 01  HEADING-LINE-2.
002500*
002510     05  FILLER                       PIC X(01)   VALUE SPACE.
002520     05  FILLER                       PIC X(40)   VALUE
002530             'COMPARED WITH THE FOUR WEEKS'.
002540     05  HL2-PRIOR-START              PIC 9(08).
002550     05  FILLER                       PIC X(04)   VALUE ' TO '.
002560     05  HL2-PRIOR-END                PIC 9(08).
002570     05  FILLER                       PIC X(71)   VALUE SPACE.
002580*
002590 01  TITLE-LINE.
002600*
002610     05  FILLER                       PIC X(01)   VALUE SPACE.
002620     05  TL-TEXT                      PIC X(80).
002630     05  FILLER                       PIC X(51)   VALUE SPACE.
002640*
002650 01  NONE-LINE.
002660*
002670     05  FILLER                       PIC X(01)   VALUE SPACE.
002680     05  FILLER                       PIC X(40)   VALUE
002690             '    (NONE)'.
002700     05  FILLER                       PIC X(91)   VALUE SPACE.
002710*
002720 01  TREND-HEADING-1.
002730*
002740     05  FILLER                       PIC X(01)   VALUE SPACE.
002750     05  TH1-KEY-1                    PIC X(08).
002760     05  FILLER                       PIC X(02)   VALUE SPACE.
002770     05  TH1-KEY-2                    PIC X(06).
002780     05  FILLER                       PIC X(02)   VALUE SPACE.
002790     05  FILLER                       PIC X(22)   VALUE
002800             'THIS WK    PRIOR 4'.
002810     05  FILLER                       PIC X(29)   VALUE
002820             'WKLY AVG       VS AVG    NOTE'.
002830     05  FILLER                       PIC X(62)   VALUE SPACE.
002840*
002850 01  TREND-HEADING-2.
002860*
002870     05  FILLER                       PIC X(30)   VALUE SPACE.
002880     05  FILLER                       PIC X(102)  VALUE
002890             '  WEEKS'.
002900*
002910 01  TREND-LINE.
002920*
002930     05  FILLER                       PIC X(01)   VALUE SPACE.
002940     05  TRL-KEY-1                    PIC X(08).
002950     05  FILLER                       PIC X(02)   VALUE SPACE.
002960     05  TRL-KEY-2                    PIC X(06).
002970     05  FILLER                       PIC X(02)   VALUE SPACE.
002980     05  TRL-THIS-WEEK                PIC ZZZ,ZZ9.
002990     05  FILLER                       PIC X(04)   VALUE SPACE.
003000     05  TRL-PRIOR-WEEKS              PIC ZZZ,ZZ9.
003010     05  FILLER                       PIC X(04)   VALUE SPACE.
003020     05  TRL-WEEKLY-AVERAGE           PIC ZZ,ZZ9.99.
003030     05  FILLER                       PIC X(03)   VALUE SPACE.
003040     05  TRL-VS-AVERAGE               PIC -ZZ,ZZ9.99.
003050     05  FILLER                       PIC X(03)   VALUE SPACE.
003060     05  TRL-NOTE                     PIC X(24).
003070     05  FILLER                       PIC X(42)   VALUE SPACE.
003080*
003090 01  NEW-ABEND-HEADING.
003100*
003110     05  FILLER                       PIC X(29)   VALUE
003120         ' CODE  FIRST SEEN  AT'.
003130     05  FILLER                       PIC X(29)   VALUE
003140         'PROGRAM   TRAN  TERM  THIS WK'.
003150     05  FILLER                       PIC X(74)   VALUE SPACE.
003160*
003170 01  NEW-ABEND-LINE.
003180*
003190     05  FILLER                       PIC X(01)   VALUE SPACE.
003200     05  NAL-ABEND-CODE               PIC X(04).
003210     05  FILLER                       PIC X(02)   VALUE SPACE.
003220     05  NAL-FIRST-DATE               PIC 9(08).
003230     05  FILLER                       PIC X(04)   VALUE SPACE.
003240     05  NAL-FIRST-TIME               PIC X(08).
003250     05  FILLER                       PIC X(02)   VALUE SPACE.
003260     05  NAL-PROGRAM                  PIC X(08).
003270     05  FILLER                       PIC X(02)   VALUE SPACE.
003280     05  NAL-TRANSID                  PIC X(04).
003290     05  FILLER                       PIC X(02)   VALUE SPACE.
003300     05  NAL-TERMINAL                 PIC X(04).
003310     05  FILLER                       PIC X(02)   VALUE SPACE.
003320     05  NAL-THIS-WEEK                PIC ZZ,ZZ9.
003330     05  FILLER                       PIC X(75)   VALUE SPACE.
003340*
003350 01  SUMMARY-LINE.
003360*
003370     05  FILLER                       PIC X(01)   VALUE SPACE.
003380     05  SL-LABEL                     PIC X(30).
003390     05  SL-COUNT                     PIC Z,ZZZ,ZZ9.
003400     05  FILLER                       PIC X(92)   VALUE SPACE.
003410*
003420 PROCEDURE DIVISION.
003430*
003440 0000-MAINLINE.
003450*
003460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003470     IF NOT WS-ABORT
003480         PERFORM 2000-READ-INCIDENT THRU 2000-EXIT
003490             UNTIL WS-INCDLOG-EOF
003500         PERFORM 2500-LIST-PROGRAMS THRU 2500-EXIT
003510         MOVE 'R'        TO WS-SECTION-KIND
003520         MOVE 'RESOURCE' TO TH1-KEY-1
003530         MOVE 'INCIDENTS BY RESOURCE NAME' TO TL-TEXT
003540         PERFORM 2600-LIST-ONE-KIND THRU 2600-EXIT
003550         MOVE 'T'        TO WS-SECTION-KIND
003560         MOVE 'TERMINAL' TO TH1-KEY-1
003570         MOVE 'INCIDENTS BY TERMINAL' TO TL-TEXT
003580         PERFORM 2600-LIST-ONE-KIND THRU 2600-EXIT
003590         PERFORM 2700-LIST-NEW-ABENDS THRU 2700-EXIT
003600         PERFORM 2800-LIST-DOUBLED THRU 2800-EXIT
003610     END-IF.
003620     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003630*
003640     STOP RUN.
003650*
003660 1000-INITIALIZE.
003670*
003680     ACCEPT WS-START-TIME-RAW FROM TIME.
003690     MOVE 'INCTRND ' TO PC-PROGRAM.
003700     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
003710     IF PC-REFUSED
003720         MOVE PC-RETURN-CODE TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003760*
003770     OPEN INPUT  PARM-FILE.
003780     OPEN INPUT  INCDLOG-FILE.
003790     OPEN I-O    INCABD-FILE.
003800     OPEN OUTPUT TREND-REPORT.
003810*
003820     IF WS-PARM-STATUS = '00'
003830         MOVE 'Y' TO WS-PARM-OPEN-SW
003840     ELSE
003850         DISPLAY 'INCTRND0001E INCPARM FILE OPEN FAILED, STATUS='
003860             WS-PARM-STATUS
003870         MOVE 'Y' TO WS-ABORT-SW
003880     END-IF.
003890*
003900     IF WS-INCDLOG-STATUS = '00'
003910         MOVE 'Y' TO WS-INCDLOG-OPEN-SW
003920     ELSE
003930         DISPLAY 'INCTRND0002E INCDLOG FILE OPEN FAILED, STATUS='
003940             WS-INCDLOG-STATUS
003950         MOVE 'Y' TO WS-ABORT-SW
003960     END-IF.
003970*
003980     IF WS-INCABD-STATUS = '00'
003990         MOVE 'Y' TO WS-INCABD-OPEN-SW
004000     ELSE
004010         DISPLAY 'INCTRND0003E INCABD FILE OPEN FAILED, STATUS='
004020             WS-INCABD-STATUS
004030         MOVE 'Y' TO WS-ABORT-SW
004040     END-IF.
004050*
004060     IF WS-REPORT-STATUS = '00'
004070         MOVE 'Y' TO WS-REPORT-OPEN-SW
004080     ELSE
004090         DISPLAY 'INCTRND0004E RPTOUT FILE OPEN FAILED, STATUS='
004100             WS-REPORT-STATUS
004110         MOVE 'Y' TO WS-ABORT-SW
004120     END-IF.
004130*
004140     IF WS-ABORT
004150         GO TO 1000-EXIT
004160     END-IF.
004170*
004180     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
004190     IF WS-ABORT
004200         GO TO 1000-EXIT
004210     END-IF.
004220*
004230     PERFORM 1200-SET-WINDOW THRU 1200-EXIT.
004240*
004250     MOVE WS-WEEK-START-DATE  TO HL1-WEEK-START.
004260     MOVE WS-WEEK-END-DATE    TO HL1-WEEK-END.
004270     MOVE WS-RUN-DATE-N       TO HL1-RUN-DATE.
004280     MOVE WS-PRIOR-START-DATE TO HL2-PRIOR-START.
004290     MOVE WS-PRIOR-END-DATE   TO HL2-PRIOR-END.
004300     WRITE REPORT-LINE FROM HEADING-LINE-1.
004310     WRITE REPORT-LINE FROM HEADING-LINE-2.
004320*
004330 1000-EXIT.
004340     EXIT.
004350*
004360******************************************************************
004370*   1100-READ-PARM-CARD -- NO CARD, OR A BLANK DATE, REPORTS     *
004380*   THE WEEK ENDING YESTERDAY.                                   *
004390******************************************************************
004400 1100-READ-PARM-CARD.
004410*
004420     MOVE SPACE TO PARM-RECORD.
004430     READ PARM-FILE
004440         AT END
004450             MOVE SPACE TO PARM-RECORD
004460     END-READ.
004470*
004480     EVALUATE TRUE
004490         WHEN PA-WEEK-END-DATE = SPACE
004500             MOVE WS-RUN-DATE-N TO WS-REPORT-DATE-N
004510             PERFORM 1150-BACK-ONE-DAY THRU 1150-EXIT
004520         WHEN PA-WEEK-END-DATE NOT NUMERIC
004530             DISPLAY 'INCTRND0005E INCPARM CARD INVALID: '
004540                 PARM-RECORD
004550             MOVE 'Y' TO WS-ABORT-SW
004560             GO TO 1100-EXIT
004570         WHEN PA-WEEK-END-DATE-N > WS-RUN-DATE-N
004580             DISPLAY 'INCTRND0006E WEEK ENDING ' PA-WEEK-END-DATE
004590                 ' IS IN THE FUTURE'
004600             MOVE 'Y' TO WS-ABORT-SW
004610             GO TO 1100-EXIT
004620         WHEN OTHER
004630             MOVE PA-WEEK-END-DATE-N TO WS-REPORT-DATE-N
004640     END-EVALUATE.
004650*
004660 1100-EXIT.
004670     EXIT.
004680*
004690 1150-BACK-ONE-DAY.
004700*
004710     SUBTRACT 1 FROM WS-RPT-DD.
004720     IF WS-RPT-DD = ZERO
004730         SUBTRACT 1 FROM WS-RPT-MM
004740         IF WS-RPT-MM = ZERO
004750             MOVE 12 TO WS-RPT-MM
004760             SUBTRACT 1 FROM WS-RPT-YYYY
004770         END-IF
004780         PERFORM 1920-DAYS-IN-MONTH THRU 1920-EXIT
004790         MOVE WS-MONTH-DAYS TO WS-RPT-DD
004800     END-IF.
004810*
004820 1150-EXIT.
004830     EXIT.
004840*
004850******************************************************************
004860*   1200-SET-WINDOW -- THE WEEK IS THE SEVEN DAYS ENDING ON THE  *
004870*   REPORT DATE; THE PRIOR PERIOD IS THE 28 DAYS BEFORE IT.      *
004880*   BOTH ARE HELD AS DAY NUMBERS FOR THE INCIDENT TEST AND AS    *
004890*   DATES FOR THE HEADINGS.                                      *
004900******************************************************************
004910 1200-SET-WINDOW.
004920*
004930     MOVE WS-REPORT-DATE-N TO WS-WEEK-END-DATE.
004940     MOVE WS-RPT-YYYY TO DN-YYYY.
004950     MOVE WS-RPT-MM   TO DN-MM.
004960     MOVE WS-RPT-DD   TO DN-DD.
004970     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
004980     MOVE DN-DAY-NUMBER TO WS-WEEK-END-DAY.
004990     COMPUTE WS-WEEK-START-DAY  = WS-WEEK-END-DAY - 6.
005000     COMPUTE WS-PRIOR-START-DAY = WS-WEEK-END-DAY - 34.
005010*
005020     PERFORM 1150-BACK-ONE-DAY THRU 1150-EXIT 6 TIMES.
005030     MOVE WS-REPORT-DATE-N TO WS-WEEK-START-DATE.
005040     PERFORM 1150-BACK-ONE-DAY THRU 1150-EXIT.
005050     MOVE WS-REPORT-DATE-N TO WS-PRIOR-END-DATE.
005060     PERFORM 1150-BACK-ONE-DAY THRU 1150-EXIT 27 TIMES.
005070     MOVE WS-REPORT-DATE-N TO WS-PRIOR-START-DATE.
005080*
005090 1200-EXIT.
005100     EXIT.
005110*
005120 1910-COMPUTE-DAY-NUMBER.
005130*
005140     IF DN-MM < 3
005150         ADD 12 TO DN-MM
005160         SUBTRACT 1 FROM DN-YYYY
005170     END-IF.
005180*
005190     DIVIDE DN-YYYY BY 4   GIVING DN-Q4.
005200     DIVIDE DN-YYYY BY 100 GIVING DN-Q100.
005210     DIVIDE DN-YYYY BY 400 GIVING DN-Q400.
005220     COMPUTE DN-QMONTH = (153 * DN-MM + 8) / 5.
005230     COMPUTE DN-DAY-NUMBER =
005240           (365 * DN-YYYY)
005250         + DN-Q4
005260         - DN-Q100
005270         + DN-Q400
005280         + DN-QMONTH
005290         + DN-DD.
005300*
005310 1910-EXIT.
005320     EXIT.
005330*
005340 1920-DAYS-IN-MONTH.
005350*
005360     EVALUATE WS-RPT-MM
005370         WHEN 04
005380         WHEN 06
005390         WHEN 09
005400         WHEN 11
005410             MOVE 30 TO WS-MONTH-DAYS
005420         WHEN 02
005430             MOVE 28 TO WS-MONTH-DAYS
005440             DIVIDE WS-RPT-YYYY BY 4
005450                 GIVING WS-LEAP-QUOTIENT
005460                 REMAINDER WS-LEAP-REMAINDER
005470             IF WS-LEAP-REMAINDER = ZERO
005480                 MOVE 29 TO WS-MONTH-DAYS
005490                 DIVIDE WS-RPT-YYYY BY 100
005500                     GIVING WS-LEAP-QUOTIENT
005510                     REMAINDER WS-LEAP-REMAINDER
005520                 IF WS-LEAP-REMAINDER = ZERO
005530                     MOVE 28 TO WS-MONTH-DAYS
005540                     DIVIDE WS-RPT-YYYY BY 400
005550                         GIVING WS-LEAP-QUOTIENT
005560                         REMAINDER WS-LEAP-REMAINDER
005570                     IF WS-LEAP-REMAINDER = ZERO
005580                         MOVE 29 TO WS-MONTH-DAYS
005590                     END-IF
005600                 END-IF
005610             END-IF
005620         WHEN OTHER
005630             MOVE 31 TO WS-MONTH-DAYS
005640     END-EVALUATE.
005650*
005660 1920-EXIT.
005670     EXIT.
005680*
005690******************************************************************
005700*   1930-SPLIT-CICS-DATE -- AN EIBDATE-STYLE DATE                *
005710*   (0CYYDDD, C = 1 FOR 20XX) IN WS-IL-DATE BECOMES ITS YEAR AND *
005720*   DAY OF YEAR, AND ITS DAY NUMBER IN DN-DAY-NUMBER (DAY ONE OF *
005730*   THE YEAR PLUS THE DAYS AFTER IT).                            *
005740******************************************************************
005750 1930-SPLIT-CICS-DATE.
005760*
005770     DIVIDE WS-IL-DATE BY 1000
005780         GIVING WS-IL-CYY
005790         REMAINDER WS-IL-DDD.
005800     COMPUTE DN-YYYY = 1900 + WS-IL-CYY.
005810     MOVE 1 TO DN-MM.
005820     MOVE 1 TO DN-DD.
005830     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
005840     COMPUTE DN-DAY-NUMBER = DN-DAY-NUMBER + WS-IL-DDD - 1.
005850*
005860 1930-EXIT.
005870     EXIT.
005880*
005890******************************************************************
005900*   1940-CICS-DATE-TO-YMD -- WS-IL-DATE INTO WS-REPORT-DATE      *
005910*   (YYYYMMDD), WALKING THE DAY OF YEAR THROUGH THE MONTHS.      *
005920******************************************************************
005930 1940-CICS-DATE-TO-YMD.
005940*
005950     DIVIDE WS-IL-DATE BY 1000
005960         GIVING WS-IL-CYY
005970         REMAINDER WS-IL-DDD.
005980     COMPUTE WS-RPT-YYYY = 1900 + WS-IL-CYY.
005990     MOVE 1 TO WS-RPT-MM.
006000     MOVE WS-IL-DDD TO WS-DAYS-LEFT.
006010     PERFORM 1920-DAYS-IN-MONTH THRU 1920-EXIT.
006020     PERFORM 1950-NEXT-MONTH THRU 1950-EXIT
006030         UNTIL WS-DAYS-LEFT NOT > WS-MONTH-DAYS
006040            OR WS-RPT-MM = 12.
006050     MOVE WS-DAYS-LEFT TO WS-RPT-DD.
006060*
006070 1940-EXIT.
006080     EXIT.
006090*
006100 1950-NEXT-MONTH.
006110*
006120     SUBTRACT WS-MONTH-DAYS FROM WS-DAYS-LEFT.
006130     ADD 1 TO WS-RPT-MM.
006140     PERFORM 1920-DAYS-IN-MONTH THRU 1920-EXIT.
006150*
006160 1950-EXIT.
006170     EXIT.
006180*
006190******************************************************************
006200*   2000-READ-INCIDENT -- ONE INCDLOG RECORD.  AN INCIDENT IN    *
006210*   THE WEEK OR THE FOUR WEEKS BEFORE IS COUNTED UNDER ITS       *
006220*   PROGRAM AND ABEND CODE, ITS PROGRAM, ITS RESOURCE, ITS       *
006230*   TERMINAL, AND (WHEN THERE IS ONE) ITS ABEND CODE.            *
006240******************************************************************
006250 2000-READ-INCIDENT.
006260*
006270     READ INCDLOG-FILE
006280         AT END
006290             MOVE 'Y' TO WS-INCDLOG-EOF-SW
006300     END-READ.
006310     IF WS-INCDLOG-EOF
006320         GO TO 2000-EXIT
006330     END-IF.
006340     ADD 1 TO WS-RECORDS-READ.
006350*
006360     MOVE IL-DATE TO WS-IL-DATE.
006370     PERFORM 1930-SPLIT-CICS-DATE THRU 1930-EXIT.
006380     MOVE DN-DAY-NUMBER TO WS-INCIDENT-DAY.
006390     MOVE IL-TIME TO WS-IL-TIME.
006400*
006410     EVALUATE TRUE
006420         WHEN WS-INCIDENT-DAY > WS-WEEK-END-DAY
006430         WHEN WS-INCIDENT-DAY < WS-PRIOR-START-DAY
006440             ADD 1 TO WS-OUTSIDE-COUNT
006450             GO TO 2000-EXIT
006460         WHEN WS-INCIDENT-DAY < WS-WEEK-START-DAY
006470             MOVE 'P' TO WS-PERIOD-CODE
006480             ADD 1 TO WS-PRIOR-COUNT
006490         WHEN OTHER
006500             MOVE 'C' TO WS-PERIOD-CODE
006510             ADD 1 TO WS-THIS-WEEK-COUNT
006520     END-EVALUATE.
006530*
006540     MOVE 'A'         TO WS-NEW-TT-KIND.
006550     MOVE IL-PROGID   TO WS-NEW-TT-VALUE(1:8).
006560     MOVE IL-ABCODE   TO WS-NEW-TT-VALUE(9:4).
006570     PERFORM 2100-COUNT-INCIDENT THRU 2100-EXIT.
006580*
006590     MOVE 'P'         TO WS-NEW-TT-KIND.
006600     MOVE IL-PROGID   TO WS-NEW-TT-VALUE.
006610     PERFORM 2100-COUNT-INCIDENT THRU 2100-EXIT.
006620*
006630     MOVE 'R'         TO WS-NEW-TT-KIND.
006640     MOVE IL-RESOURCE TO WS-NEW-TT-VALUE.
006650     PERFORM 2100-COUNT-INCIDENT THRU 2100-EXIT.
006660*
006670     MOVE 'T'         TO WS-NEW-TT-KIND.
006680     MOVE IL-TRMID    TO WS-NEW-TT-VALUE.
006690     PERFORM 2100-COUNT-INCIDENT THRU 2100-EXIT.
006700*
006710     IF IL-ABCODE NOT = SPACE
006720         MOVE 'B'       TO WS-NEW-TT-KIND
006730         MOVE IL-ABCODE TO WS-NEW-TT-VALUE
006740         PERFORM 2100-COUNT-INCIDENT THRU 2100-EXIT
006750     END-IF.
006760*
006770 2000-EXIT.
006780     EXIT.
006790*
006800 2100-COUNT-INCIDENT.
006810*
006820     MOVE 1 TO WS-POS.
006830     PERFORM 2110-FIND-POSITION THRU 2110-EXIT
006840         UNTIL WS-POS > TT-COUNT
006850            OR TT-KEY(WS-POS) NOT < WS-NEW-TT-KEY.
006860*
006870     IF WS-POS > TT-COUNT OR TT-KEY(WS-POS) NOT = WS-NEW-TT-KEY
006880         IF TT-COUNT NOT < 2000
006890             IF NOT WS-OVERFLOW
006900                 DISPLAY 'INCTRND0007W MORE THAN 2000 COUNTS - '
006910                     'THE REPORT IS INCOMPLETE'
006920                 MOVE 'Y' TO WS-OVERFLOW-SW
006930             END-IF
006940             GO TO 2100-EXIT
006950         END-IF
006960         PERFORM 2120-SHIFT-ONE-UP THRU 2120-EXIT
006970             VARYING WS-SUB FROM TT-COUNT BY -1
006980             UNTIL WS-SUB < WS-POS
006990         ADD 1 TO TT-COUNT
007000         MOVE WS-NEW-TT-KEY   TO TT-KEY(WS-POS)
007010         MOVE ZERO            TO TT-THIS-WEEK(WS-POS)
007020                                 TT-PRIOR-WEEKS(WS-POS)
007030         PERFORM 2130-NOTE-FIRST-SIGHTING THRU 2130-EXIT
007040         MOVE WS-INCIDENT-DAY TO TT-LAST-DAY(WS-POS)
007050         MOVE WS-IL-DATE      TO TT-LAST-IL-DATE(WS-POS)
007060     END-IF.
007070*
007080     IF WS-IN-THIS-WEEK
007090         ADD 1 TO TT-THIS-WEEK(WS-POS)
007100     ELSE
007110         ADD 1 TO TT-PRIOR-WEEKS(WS-POS)
007120     END-IF.
007130*
007140     IF WS-INCIDENT-DAY < TT-FIRST-DAY(WS-POS)
007150        OR (WS-INCIDENT-DAY = TT-FIRST-DAY(WS-POS)
007160        AND WS-IL-TIME < TT-FIRST-TIME(WS-POS))
007170         PERFORM 2130-NOTE-FIRST-SIGHTING THRU 2130-EXIT
007180     END-IF.
007190     IF WS-INCIDENT-DAY > TT-LAST-DAY(WS-POS)
007200         MOVE WS-INCIDENT-DAY TO TT-LAST-DAY(WS-POS)
007210         MOVE WS-IL-DATE      TO TT-LAST-IL-DATE(WS-POS)
007220     END-IF.
007230*
007240 2100-EXIT.
007250     EXIT.
007260*
007270 2110-FIND-POSITION.
007280*
007290     ADD 1 TO WS-POS.
007300*
007310 2110-EXIT.
007320     EXIT.
007330*
007340 2120-SHIFT-ONE-UP.
007350*
007360     MOVE TT-ENTRY(WS-SUB) TO TT-ENTRY(WS-SUB + 1).
007370*
007380 2120-EXIT.
007390     EXIT.
007400*
007410 2130-NOTE-FIRST-SIGHTING.
007420*
007430     MOVE WS-INCIDENT-DAY TO TT-FIRST-DAY(WS-POS).
007440     MOVE WS-IL-DATE      TO TT-FIRST-IL-DATE(WS-POS).
007450     MOVE WS-IL-TIME      TO TT-FIRST-TIME(WS-POS).
007460     MOVE IL-PROGID       TO TT-FIRST-PROGRAM(WS-POS).
007470     MOVE IL-TRANSID      TO TT-FIRST-TRANSID(WS-POS).
007480     MOVE IL-TRMID        TO TT-FIRST-TERMINAL(WS-POS).
007490*
007500 2130-EXIT.
007510     EXIT.
007520*
007530******************************************************************
007540*   2500-LIST-PROGRAMS -- ONE LINE PER PROGRAM AND ABEND CODE,   *
007550*   WITH A TOTAL LINE FOR EACH PROGRAM.  AN INCIDENT WITH NO     *
007560*   ABEND CODE (A FAILED RESP) SHOWS AS (NONE).                  *
007570******************************************************************
007580 2500-LIST-PROGRAMS.
007590*
007600     MOVE SPACE TO REPORT-LINE.
007610     WRITE REPORT-LINE.
007620     MOVE 'INCIDENTS BY PROGRAM AND ABEND CODE' TO TL-TEXT.
007630     WRITE REPORT-LINE FROM TITLE-LINE.
007640     MOVE 'PROGRAM' TO TH1-KEY-1.
007650     MOVE 'ABEND'   TO TH1-KEY-2.
007660     WRITE REPORT-LINE FROM TREND-HEADING-1.
007670     WRITE REPORT-LINE FROM TREND-HEADING-2.
007680*
007690     MOVE SPACE TO WS-PREV-PROGRAM.
007700     MOVE ZERO  TO WS-GROUP-THIS
007710                   WS-GROUP-PRIOR.
007720     PERFORM 2510-LIST-PROGRAM-ABEND THRU 2510-EXIT
007730         VARYING WS-SUB FROM 1 BY 1
007740         UNTIL WS-SUB > TT-COUNT.
007750*
007760     IF WS-PREV-PROGRAM = SPACE
007770         WRITE REPORT-LINE FROM NONE-LINE
007780     ELSE
007790         PERFORM 2520-PROGRAM-TOTAL THRU 2520-EXIT
007800     END-IF.
007810*
007820 2500-EXIT.
007830     EXIT.
007840*
007850 2510-LIST-PROGRAM-ABEND.
007860*
007870     IF TT-KIND(WS-SUB) NOT = 'A'
007880         GO TO 2510-EXIT
007890     END-IF.
007900*
007910     IF TT-PROGRAM(WS-SUB) NOT = WS-PREV-PROGRAM
007920         IF WS-PREV-PROGRAM NOT = SPACE
007930             PERFORM 2520-PROGRAM-TOTAL THRU 2520-EXIT
007940         END-IF
007950         MOVE TT-PROGRAM(WS-SUB) TO WS-PREV-PROGRAM
007960     END-IF.
007970     ADD TT-THIS-WEEK(WS-SUB)   TO WS-GROUP-THIS.
007980     ADD TT-PRIOR-WEEKS(WS-SUB) TO WS-GROUP-PRIOR.
007990*
008000     MOVE TT-PROGRAM(WS-SUB) TO TRL-KEY-1.
008010     IF TT-ABEND(WS-SUB) = SPACE
008020         MOVE '(NONE)'         TO TRL-KEY-2
008030     ELSE
008040         MOVE TT-ABEND(WS-SUB) TO TRL-KEY-2
008050     END-IF.
008060     MOVE SPACE TO TRL-NOTE.
008070     PERFORM 2900-WRITE-TREND-LINE THRU 2900-EXIT.
008080*
008090 2510-EXIT.
008100     EXIT.
008110*
008120 2520-PROGRAM-TOTAL.
008130*
008140     MOVE SPACE   TO TRL-KEY-1.
008150     MOVE 'TOTAL' TO TRL-KEY-2.
008160     MOVE SPACE   TO TRL-NOTE.
008170     IF WS-GROUP-THIS > ZERO
008180        AND WS-GROUP-THIS * 2 NOT < WS-GROUP-PRIOR
008190         MOVE '** DOUBLED' TO TRL-NOTE
008200     END-IF.
008210     MOVE WS-GROUP-THIS  TO TRL-THIS-WEEK.
008220     MOVE WS-GROUP-PRIOR TO TRL-PRIOR-WEEKS.
008230     PERFORM 2910-EDIT-AVERAGE THRU 2910-EXIT.
008240     WRITE REPORT-LINE FROM TREND-LINE.
008250     MOVE SPACE TO REPORT-LINE.
008260     WRITE REPORT-LINE.
008270*
008280     MOVE ZERO TO WS-GROUP-THIS
008290                  WS-GROUP-PRIOR.
008300*
008310 2520-EXIT.
008320     EXIT.
008330*
008340******************************************************************
008350*   2600-LIST-ONE-KIND -- THE RESOURCE OR TERMINAL SECTION:      *
008360*   EVERY TABLE ENTRY OF WS-SECTION-KIND, IN KEY ORDER.          *
008370******************************************************************
008380 2600-LIST-ONE-KIND.
008390*
008400     MOVE SPACE TO REPORT-LINE.
008410     WRITE REPORT-LINE.
008420     WRITE REPORT-LINE FROM TITLE-LINE.
008430     MOVE SPACE TO TH1-KEY-2.
008440     WRITE REPORT-LINE FROM TREND-HEADING-1.
008450     WRITE REPORT-LINE FROM TREND-HEADING-2.
008460*
008470     MOVE 'N' TO WS-ANY-LISTED-SW.
008480     PERFORM 2610-LIST-ONE-ENTRY THRU 2610-EXIT
008490         VARYING WS-SUB FROM 1 BY 1
008500         UNTIL WS-SUB > TT-COUNT.
008510     IF NOT WS-ANY-LISTED
008520         WRITE REPORT-LINE FROM NONE-LINE
008530     END-IF.
008540*
008550 2600-EXIT.
008560     EXIT.
008570*
008580 2610-LIST-ONE-ENTRY.
008590*
008600     IF TT-KIND(WS-SUB) NOT = WS-SECTION-KIND
008610         GO TO 2610-EXIT
008620     END-IF.
008630*
008640     MOVE 'Y' TO WS-ANY-LISTED-SW.
008650     IF TT-VALUE(WS-SUB) = SPACE
008660         MOVE '(NONE)'         TO TRL-KEY-1
008670     ELSE
008680         MOVE TT-VALUE(WS-SUB) TO TRL-KEY-1
008690     END-IF.
008700     MOVE SPACE TO TRL-KEY-2
008710                   TRL-NOTE.
008720     PERFORM 2900-WRITE-TREND-LINE THRU 2900-EXIT.
008730*
008740 2610-EXIT.
008750     EXIT.
008760*
008770******************************************************************
008780*   2700-LIST-NEW-ABENDS -- AN ABEND CODE IS NEW WHEN ITS FIRST  *
008790*   SIGHTING EVER FALLS IN THIS WEEK: NOT ON INCABD AND NOT      *
008800*   SEEN IN THE FOUR WEEKS BEFORE, OR ON INCABD WITH A FIRST-    *
008810*   SEEN DATE INSIDE THE WEEK (A RERUN).  EVERY CODE SEEN IS     *
008820*   ADDED TO OR UPDATED ON INCABD ON THE WAY PAST.               *
008830******************************************************************
008840 2700-LIST-NEW-ABENDS.
008850*
008860     MOVE SPACE TO REPORT-LINE.
008870     WRITE REPORT-LINE.
008880     MOVE 'ABEND CODES SEEN FOR THE FIRST TIME' TO TL-TEXT.
008890     WRITE REPORT-LINE FROM TITLE-LINE.
008900     WRITE REPORT-LINE FROM NEW-ABEND-HEADING.
008910*
008920     PERFORM 2710-CHECK-ABEND-CODE THRU 2710-EXIT
008930         VARYING WS-SUB FROM 1 BY 1
008940         UNTIL WS-SUB > TT-COUNT.
008950     IF WS-NEW-ABEND-COUNT = ZERO
008960         WRITE REPORT-LINE FROM NONE-LINE
008970     END-IF.
008980*
008990 2700-EXIT.
009000     EXIT.
009010*
009020 2710-CHECK-ABEND-CODE.
009030*
009040     IF TT-KIND(WS-SUB) NOT = 'B'
009050         GO TO 2710-EXIT
009060     END-IF.
009070*
009080     MOVE TT-FIRST-IL-DATE(WS-SUB) TO WS-IL-DATE.
009090     PERFORM 1940-CICS-DATE-TO-YMD THRU 1940-EXIT.
009100     MOVE WS-REPORT-DATE-N TO WS-FIRST-DATE.
009110*
009120     MOVE TT-VALUE(WS-SUB) TO IA-ABEND-CODE.
009130     READ INCABD-FILE
009140         INVALID KEY
009150             PERFORM 2720-ADD-ABEND-CODE THRU 2720-EXIT
009160             GO TO 2710-EXIT
009170     END-READ.
009180*
009190     IF WS-FIRST-DATE < IA-FIRST-SEEN-DATE
009200         PERFORM 2730-MOVE-FIRST-SIGHTING THRU 2730-EXIT
009210     END-IF.
009220     MOVE TT-LAST-IL-DATE(WS-SUB) TO WS-IL-DATE.
009230     PERFORM 1940-CICS-DATE-TO-YMD THRU 1940-EXIT.
009240     IF WS-REPORT-DATE-N > IA-LAST-SEEN-DATE
009250         MOVE WS-REPORT-DATE-N TO IA-LAST-SEEN-DATE
009260     END-IF.
009270     REWRITE ABEND-HISTORY-RECORD
009280         INVALID KEY
009290             DISPLAY 'INCTRND0008W INCABD REWRITE FAILED FOR '
009300                 IA-ABEND-CODE ', STATUS=' WS-INCABD-STATUS
009310     END-REWRITE.
009320*
009330     IF  IA-FIRST-SEEN-DATE NOT < WS-WEEK-START-DATE
009340     AND IA-FIRST-SEEN-DATE NOT > WS-WEEK-END-DATE
009350         PERFORM 2740-LIST-NEW-ABEND THRU 2740-EXIT
009360     END-IF.
009370*
009380 2710-EXIT.
009390     EXIT.
009400*
009410 2720-ADD-ABEND-CODE.
009420*
009430     MOVE SPACE TO ABEND-HISTORY-RECORD.
009440     MOVE TT-VALUE(WS-SUB) TO IA-ABEND-CODE.
009450     PERFORM 2730-MOVE-FIRST-SIGHTING THRU 2730-EXIT.
009460     MOVE TT-LAST-IL-DATE(WS-SUB) TO WS-IL-DATE.
009470     PERFORM 1940-CICS-DATE-TO-YMD THRU 1940-EXIT.
009480     MOVE WS-REPORT-DATE-N TO IA-LAST-SEEN-DATE.
009490     WRITE ABEND-HISTORY-RECORD
009500         INVALID KEY
009510             DISPLAY 'INCTRND0009W INCABD WRITE FAILED FOR '
009520                 IA-ABEND-CODE ', STATUS=' WS-INCABD-STATUS
009530     END-WRITE.
009540*
009550     IF TT-FIRST-DAY(WS-SUB) NOT < WS-WEEK-START-DAY
009560         PERFORM 2740-LIST-NEW-ABEND THRU 2740-EXIT
009570     END-IF.
009580*
009590 2720-EXIT.
009600     EXIT.
009610*
009620 2730-MOVE-FIRST-SIGHTING.
009630*
009640     MOVE WS-FIRST-DATE              TO IA-FIRST-SEEN-DATE.
009650     MOVE TT-FIRST-TIME(WS-SUB)      TO IA-FIRST-SEEN-TIME.
009660     MOVE TT-FIRST-PROGRAM(WS-SUB)   TO IA-FIRST-PROGRAM.
009670     MOVE TT-FIRST-TRANSID(WS-SUB)   TO IA-FIRST-TRANSID.
009680     MOVE TT-FIRST-TERMINAL(WS-SUB)  TO IA-FIRST-TERMINAL.
009690*
009700 2730-EXIT.
009710     EXIT.
009720*
009730 2740-LIST-NEW-ABEND.
009740*
009750     ADD 1 TO WS-NEW-ABEND-COUNT.
009760     MOVE IA-ABEND-CODE       TO NAL-ABEND-CODE.
009770     MOVE IA-FIRST-SEEN-DATE  TO NAL-FIRST-DATE.
009780     MOVE IA-FIRST-SEEN-TIME  TO WS-WORK-TIME-N.
009790     MOVE WS-WORK-HH          TO WS-ET-HH.
009800     MOVE WS-WORK-MI          TO WS-ET-MI.
009810     MOVE WS-WORK-SS          TO WS-ET-SS.
009820     MOVE WS-EDITED-TIME      TO NAL-FIRST-TIME.
009830     MOVE IA-FIRST-PROGRAM    TO NAL-PROGRAM.
009840     MOVE IA-FIRST-TRANSID    TO NAL-TRANSID.
009850     MOVE IA-FIRST-TERMINAL   TO NAL-TERMINAL.
009860     MOVE TT-THIS-WEEK(WS-SUB) TO NAL-THIS-WEEK.
009870     WRITE REPORT-LINE FROM NEW-ABEND-LINE.
009880*
009890 2740-EXIT.
009900     EXIT.
009910*
009920******************************************************************
009930*   2800-LIST-DOUBLED -- A PROGRAM WHOSE INCIDENTS THIS WEEK ARE *
009940*   AT LEAST TWICE ITS WEEKLY AVERAGE OVER THE FOUR WEEKS        *
009950*   BEFORE (TWICE THIS WEEK NOT LESS THAN THE FOUR-WEEK TOTAL).  *
009960*   A PROGRAM WITH NO INCIDENTS AT ALL IN THE FOUR WEEKS IS      *
009970*   LISTED TOO, SAYING SO.                                       *
009980******************************************************************
009990 2800-LIST-DOUBLED.
010000*
010010     MOVE SPACE TO REPORT-LINE.
010020     WRITE REPORT-LINE.
010030     MOVE 'PROGRAMS WHOSE INCIDENTS HAVE DOUBLED' TO TL-TEXT.
010040     WRITE REPORT-LINE FROM TITLE-LINE.
010050     MOVE 'PROGRAM' TO TH1-KEY-1.
010060     MOVE SPACE     TO TH1-KEY-2.
010070     WRITE REPORT-LINE FROM TREND-HEADING-1.
010080     WRITE REPORT-LINE FROM TREND-HEADING-2.
010090*
010100     PERFORM 2810-CHECK-PROGRAM THRU 2810-EXIT
010110         VARYING WS-SUB FROM 1 BY 1
010120         UNTIL WS-SUB > TT-COUNT.
010130     IF WS-DOUBLED-COUNT = ZERO
010140         WRITE REPORT-LINE FROM NONE-LINE
010150     END-IF.
010160*
010170 2800-EXIT.
010180     EXIT.
010190*
010200 2810-CHECK-PROGRAM.
010210*
010220     IF TT-KIND(WS-SUB) NOT = 'P'
010230        OR TT-THIS-WEEK(WS-SUB) = ZERO
010240        OR TT-THIS-WEEK(WS-SUB) * 2 < TT-PRIOR-WEEKS(WS-SUB)
010250         GO TO 2810-EXIT
010260     END-IF.
010270*
010280     ADD 1 TO WS-DOUBLED-COUNT.
010290     MOVE TT-VALUE(WS-SUB) TO TRL-KEY-1.
010300     MOVE SPACE            TO TRL-KEY-2.
010310     IF TT-PRIOR-WEEKS(WS-SUB) = ZERO
010320         MOVE 'NONE IN PRIOR 4 WEEKS' TO TRL-NOTE
010330     ELSE
010340         MOVE SPACE                   TO TRL-NOTE
010350     END-IF.
010360     PERFORM 2900-WRITE-TREND-LINE THRU 2900-EXIT.
010370*
010380 2810-EXIT.
010390     EXIT.
010400*
010410 2900-WRITE-TREND-LINE.
010420*
010430     MOVE TT-THIS-WEEK(WS-SUB)   TO TRL-THIS-WEEK
010440                                    WS-GROUP-THIS.
010450     MOVE TT-PRIOR-WEEKS(WS-SUB) TO TRL-PRIOR-WEEKS.
010460     MOVE TT-PRIOR-WEEKS(WS-SUB) TO WS-GROUP-PRIOR.
010470     PERFORM 2910-EDIT-AVERAGE THRU 2910-EXIT.
010480     WRITE REPORT-LINE FROM TREND-LINE.
010490*
010500 2900-EXIT.
010510     EXIT.
010520*
010530 2910-EDIT-AVERAGE.
010540*
010550     COMPUTE WS-WEEKLY-AVERAGE ROUNDED = WS-GROUP-PRIOR / 4.
010560     COMPUTE WS-VS-AVERAGE = WS-GROUP-THIS - WS-WEEKLY-AVERAGE.
010570     MOVE WS-WEEKLY-AVERAGE TO TRL-WEEKLY-AVERAGE.
010580     MOVE WS-VS-AVERAGE     TO TRL-VS-AVERAGE.
010590*
010600 2910-EXIT.
010610     EXIT.
010620*
010630 3000-TERMINATE.
010640*
010650     IF NOT WS-ABORT
010660         MOVE SPACE TO REPORT-LINE
010670         WRITE REPORT-LINE
010680         MOVE 'INCDLOG RECORDS READ.........:' TO SL-LABEL
010690         MOVE WS-RECORDS-READ      TO SL-COUNT
010700         WRITE REPORT-LINE FROM SUMMARY-LINE
010710         MOVE 'INCIDENTS THIS WEEK..........:' TO SL-LABEL
010720         MOVE WS-THIS-WEEK-COUNT   TO SL-COUNT
010730         WRITE REPORT-LINE FROM SUMMARY-LINE
010740         MOVE 'INCIDENTS PRIOR FOUR WEEKS...:' TO SL-LABEL
010750         MOVE WS-PRIOR-COUNT       TO SL-COUNT
010760         WRITE REPORT-LINE FROM SUMMARY-LINE
010770         MOVE 'OUTSIDE THE FIVE WEEKS.......:' TO SL-LABEL
010780         MOVE WS-OUTSIDE-COUNT     TO SL-COUNT
010790         WRITE REPORT-LINE FROM SUMMARY-LINE
010800         MOVE 'NEW ABEND CODES..............:' TO SL-LABEL
010810         MOVE WS-NEW-ABEND-COUNT   TO SL-COUNT
010820         WRITE REPORT-LINE FROM SUMMARY-LINE
010830         MOVE 'PROGRAMS DOUBLED.............:' TO SL-LABEL
010840         MOVE WS-DOUBLED-COUNT     TO SL-COUNT
010850         WRITE REPORT-LINE FROM SUMMARY-LINE
010860         IF WS-NEW-ABEND-COUNT > ZERO
010870         OR WS-DOUBLED-COUNT   > ZERO
010880         OR WS-OVERFLOW
010890             MOVE 4 TO RETURN-CODE
010900         END-IF
010910     ELSE
010920         MOVE 8 TO RETURN-CODE
010930     END-IF.
010940*
010950     MOVE 'INCTRND ' TO RL-PROGRAM.
010960     MOVE 'WEEKLY  ' TO RL-JOB-NAME.
010970     MOVE 'INCTRND ' TO RL-STEP-NAME.
010980     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
010990     MOVE WS-RECORDS-READ    TO RL-RECORDS-READ.
011000     MOVE ZERO               TO RL-RECORDS-WRITTEN.
011010     MOVE WS-OUTSIDE-COUNT   TO RL-RECORDS-REJECTED.
011020     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
011030     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
011040*
011050     IF WS-PARM-OPEN
011060         CLOSE PARM-FILE
011070     END-IF.
011080     IF WS-INCDLOG-OPEN
011090         CLOSE INCDLOG-FILE
011100     END-IF.
011110     IF WS-INCABD-OPEN
011120         CLOSE INCABD-FILE
011130     END-IF.
011140     IF WS-REPORT-OPEN
011150         CLOSE TREND-REPORT
011160     END-IF.
011170*
011180 3000-EXIT.
011190     EXIT.
