000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    GAFCHG01.
000040 AUTHOR.        SERVER MAINTENANCE GROUP.
000050 INSTALLATION.  HISOFT SERVER DEVELOPMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   GAFCHG01 -- PAYMENT SCHEDULE CHANGE PROCESSING.              *
000110*   APPLIES THE PAYMENT DESK'S SCHEDULE REQUESTS (GAFMOD,        *
000120*   PAY_GAFMOD LAYOUT, ONE PER CONTRACT AND RELEASE PER RUN)     *
000130*   TO THE PAYMENT MASTER, OLD COPY IN (GAFOLD), NEW COPY OUT    *
000140*   (GAFNEW), INSTEAD OF THE ROWS BEING EDITED ONE BY ONE.       *
000150*   JOBTYP IS READ BY ITS FIRST BYTE:                            *
000160*     'A' -- ADD: BUILD THE SCHEDULE OF A CONTRACT WITH NO ROWS; *
000170*     'C' -- CHANGE: REBUILD THE FUTURE OF THE SCHEDULE FROM     *
000180*            THE REQUEST'S CURRENT TERMS;                        *
000190*     'D' -- CANCEL: REMOVE THE FUTURE OF THE SCHEDULE.          *
000200*   ONLY FUTURE, UNRELEASED ROWS ARE EVER TOUCHED -- PAYFLG NOT  *
000210*   '1' AND PLNDAY AFTER THE RUN DATE.  RELEASED (PAID) ROWS     *
000220*   AND ROWS ALREADY DUE STAY AS THEY ARE, AND A REBUILT         *
000230*   SCHEDULE STARTS AFTER THE LATER OF THE RUN DATE AND THE      *
000240*   LAST ROW KEPT, RECNUM CONTINUING FROM THE HIGHEST KEPT.      *
000250*   INSTALMENT K FALLS ON PAYBGN + (K - 1) X PAYCYC MONTHS (THE  *
000260*   PAYBGN DAY, OR MONTH END IF SHORTER), FOR PAYCNT INSTALMENTS *
000270*   OR THROUGH PAYEND, WHICHEVER IS GIVEN (BOTH: THE FIRST TO    *
000280*   RUN OUT), MOVED OFF A WEEKEND OR HOLCAL HOLIDAY PER HOLSFT   *
000290*   ('1' NEXT, '2' PRECEDING BUSINESS DAY, '0' AS IS).  EACH     *
000300*   ROW CARRIES TRNAMT AND TRNTAX, PAYAMT THEIR SUM, TRNTYP =    *
000310*   PAYTYP, AND THE REGISTRATION STAMPS OF THIS RUN.             *
000320*   THE CHANGE LIST (RPTOUT) SHOWS EVERY REQUEST, EACH FIELD     *
000330*   MARKED CHANGED (_M) WITH ITS OLD (_O) AND NEW VALUE, THE     *
000340*   ROWS REMOVED AND BUILT, AND A SIGN-OFF LINE CARRYING THE     *
000350*   REQUEST'S CHCKYN FOR THE SUPERVISOR.  A REFUSED REQUEST      *
000360*   ENDS THE RUN WITH CODE 4.  CONTROL CARD (CTLDD) AS FOR       *
000370*   GAFPAY01: RUN DATE IN COLUMNS 1-8, OPERATOR IN 10-13.        *
000380*                                                                *
000390*   MODIFICATION HISTORY.                                        *
000400*   10/15/2026  SMG  INITIAL VERSION.                            *
000410******************************************************************
000420*
000430 ENVIRONMENT DIVISION.
000440*
000450 CONFIGURATION SECTION.
000460*
000470 SOURCE-COMPUTER.  IBM-370.
000480 OBJECT-COMPUTER.  IBM-370.
000490*
000500 INPUT-OUTPUT SECTION.
000510*
000520 FILE-CONTROL.
000530*
000540     SELECT  CONTROL-FILE   ASSIGN TO CTLDD
000550             ORGANIZATION IS LINE SEQUENTIAL
000560             FILE STATUS IS WS-CONTROL-STATUS.
000570*
000580     SELECT  GAFMOD-FILE    ASSIGN TO GAFMOD
000590             ORGANIZATION IS SEQUENTIAL
000600             ACCESS MODE IS SEQUENTIAL
000610             FILE STATUS IS WS-GAFMOD-STATUS.
000620*
000630     SELECT  GAFOLD-FILE    ASSIGN TO GAFOLD
000640             ORGANIZATION IS SEQUENTIAL
000650             ACCESS MODE IS SEQUENTIAL
000660             FILE STATUS IS WS-GAFOLD-STATUS.
000670*
000680     SELECT  GAFNEW-FILE    ASSIGN TO GAFNEW
000690             ORGANIZATION IS SEQUENTIAL
000700             ACCESS MODE IS SEQUENTIAL
000710             FILE STATUS IS WS-GAFNEW-STATUS.
000720*
000730     SELECT  HOLCAL-FILE    ASSIGN TO HOLCAL
000740             ORGANIZATION IS SEQUENTIAL
000750             ACCESS MODE IS SEQUENTIAL
000760             FILE STATUS IS WS-HOLCAL-STATUS.
000770*
000780     SELECT  CHANGE-REPORT  ASSIGN TO RPTOUT
000790             ORGANIZATION IS LINE SEQUENTIAL
000800             FILE STATUS IS WS-REPORT-STATUS.
000810*
000820 DATA DIVISION.
000830*
000840 FILE SECTION.
000850*
000860 FD  CONTROL-FILE
000870     LABEL RECORDS ARE STANDARD.
000880*
000890 01  CONTROL-RECORD.
000900     05  CTL-PROC-DATE            PIC 9(08).
000910     05  FILLER                   PIC X(01).
000920     05  CTL-OPERATOR             PIC X(04).
000930     05  FILLER                   PIC X(67).
000940*
000950 FD  GAFMOD-FILE
000960     LABEL RECORDS ARE STANDARD.
000970*
000980 01  GAFMOD-RECORD                PIC X(397).
000990*
001000 FD  GAFOLD-FILE
001010     LABEL RECORDS ARE STANDARD.
001020*
001030 01  GAFOLD-RECORD.
001040     COPY PAY_GAFPAY REPLACING ==01== BY ==05==,
001050                               ==()== BY ==OLD-==.
001060*
001070 FD  GAFNEW-FILE
001080     LABEL RECORDS ARE STANDARD.
001090*
001100 01  GAFNEW-RECORD.
001110     COPY PAY_GAFPAY REPLACING ==01== BY ==05==,
001120                               ==()== BY ==NEW-==.
001130*
001140 FD  HOLCAL-FILE
001150     LABEL RECORDS ARE STANDARD.
001160*
001170 01  HOLCAL-RECORD.
001180     COPY PAY_HOLCAL REPLACING ==01== BY ==05==,
001190                               ==()== BY ==HOL-==.
001200*
001210 FD  CHANGE-REPORT
001220     LABEL RECORDS ARE OMITTED.
001230*
001240 01  REPORT-LINE                  PIC X(132).
001250*
001260 WORKING-STORAGE SECTION.
001270*
001280 01  SWITCHES.
001290*
001300     05  WS-ABORT-SW              PIC X(01)   VALUE 'N'.
001310         88  WS-ABORT                         VALUE 'Y'.
001320     05  WS-GAFMOD-EOF-SW         PIC X(01)   VALUE 'N'.
001330         88  WS-GAFMOD-EOF                    VALUE 'Y'.
001340     05  WS-GAFOLD-EOF-SW         PIC X(01)   VALUE 'N'.
001350         88  WS-GAFOLD-EOF                    VALUE 'Y'.
001360     05  WS-HOLCAL-EOF-SW         PIC X(01)   VALUE 'N'.
001370         88  WS-HOLCAL-EOF                    VALUE 'Y'.
001380     05  WS-IS-HOLIDAY-SW         PIC X(01)   VALUE 'N'.
001390         88  WS-IS-HOLIDAY                    VALUE 'Y'.
001400     05  WS-REQUEST-FOUND-SW      PIC X(01)   VALUE 'N'.
001410         88  WS-REQUEST-FOUND                 VALUE 'Y'.
001420     05  WS-DATE-OK-SW            PIC X(01)   VALUE 'Y'.
001430         88  WS-DATE-OK                       VALUE 'Y'.
001440     05  WS-SCHEDULE-END-SW       PIC X(01)   VALUE 'N'.
001450         88  WS-SCHEDULE-END                  VALUE 'Y'.
001460*
001470 01  FILE-STATUS-FIELDS.
001480*
001490     05  WS-CONTROL-STATUS        PIC X(02)   VALUE '00'.
001500     05  WS-GAFMOD-STATUS         PIC X(02)   VALUE '00'.
001510     05  WS-GAFOLD-STATUS         PIC X(02)   VALUE '00'.
001520     05  WS-GAFNEW-STATUS         PIC X(02)   VALUE '00'.
001530     05  WS-HOLCAL-STATUS         PIC X(02)   VALUE '00'.
001540     05  WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001550*
001560 01  WORK-FIELDS.
001570*
001580     05  WS-REQUEST-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
001590     05  WS-APPLIED-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
001600     05  WS-REJECT-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
001610     05  WS-REMOVED-COUNT   PIC S9(07) COMP-3 VALUE ZERO.
001620     05  WS-BUILT-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
001630     05  WS-PROC-DATE             PIC 9(08)   VALUE ZERO.
001640     05  WS-RUN-TIME              PIC 9(08)   VALUE ZERO.
001650     05  WS-OPERATOR              PIC X(04)   VALUE SPACE.
001660     05  WS-EFF-DUE-DATE          PIC 9(08)   VALUE ZERO.
001670     05  WS-DAY-OF-WEEK     PIC S9(01)  COMP-3 VALUE ZERO.
001680     05  WS-REJECT-REASON         PIC X(44)   VALUE SPACE.
001690     05  WS-SEARCH-KEY            PIC X(10)   VALUE SPACE.
001700     05  WS-ROW-KEY.
001710         10  WS-ROW-CNTNUM        PIC X(09).
001720         10  WS-ROW-RELEAS        PIC X(01).
001730     05  WS-RECNUM-NUM            PIC 9(04)   VALUE ZERO.
001740     05  WS-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
001750     05  WS-COUNT-EDIT            PIC -ZZ9.
001760     05  WS-NAME-N                PIC N(30).
001770     05  WS-NAME-X REDEFINES WS-NAME-N
001780                                  PIC X(60).
001790     05  WS-REMARK-N              PIC N(23).
001800     05  WS-REMARK-X REDEFINES WS-REMARK-N
001810                                  PIC X(46).
001820*
001830*    THE REQUEST BEING WORKED.
001840 01  GAFMOD-WORK.
001850     COPY PAY_GAFMOD REPLACING ==01== BY ==05==,
001860                               ==()== BY ==REQ-==.
001870*
001880******************************************************************
001890*   REQUEST TABLE -- THE RUN'S REQUESTS, LOADED ONCE SO THE      *
001900*   MASTER IS PASSED ONLY ONCE, WITH WHAT THE PASS FOUND OF      *
001910*   EACH CONTRACT: ROWS KEPT AND REMOVED, THE HIGHEST RECNUM,    *
001920*   AND THE LATEST PLNDAY KEPT.                                  *
001930******************************************************************
001940 01  REQUEST-TABLE-CONTROL.
001950     05  RQ-MAX-ENTRIES     PIC S9(03) COMP-3 VALUE +300.
001960     05  RQ-ENTRY-COUNT     PIC S9(03) COMP-3 VALUE ZERO.
001970     05  RQ-SUB             PIC S9(03) COMP-3 VALUE ZERO.
001980     05  RQ-FOUND-SUB       PIC S9(03) COMP-3 VALUE ZERO.
001990*
002000 01  REQUEST-TABLE.
002010     05  RQ-ENTRY OCCURS 300 TIMES.
002020         10  RQ-KEY               PIC X(10).
002030         10  RQ-KEPT-COUNT        PIC S9(05)  COMP-3.
002040         10  RQ-REMOVED-COUNT     PIC S9(05)  COMP-3.
002050         10  RQ-HIGH-RECNUM       PIC 9(04).
002060         10  RQ-LAST-PLNDAY       PIC X(08).
002070         10  RQ-IMAGE             PIC X(397).
002080*
002090******************************************************************
002100*   SCHEDULE FIELDS -- SC-GRID-DATE IS PAYBGN PLUS SC-ADD-       *
002110*   MONTHS; ROWS ARE BUILT ONLY PAST SC-THRESHOLD.               *
002120******************************************************************
002130 01  SCHEDULE-FIELDS.
002140     05  SC-MAX-INSTALMENTS PIC S9(03) COMP-3 VALUE +600.
002150     05  SC-INST-INDEX      PIC S9(03) COMP-3 VALUE ZERO.
002160     05  SC-CYCLE           PIC S9(03) COMP-3 VALUE ZERO.
002170     05  SC-ADD-MONTHS      PIC S9(05) COMP-3 VALUE ZERO.
002180     05  SC-GRID-DATE             PIC 9(08)   VALUE ZERO.
002190     05  SC-THRESHOLD             PIC X(08)   VALUE SPACE.
002200     05  SC-BUILT-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
002210     05  SC-FIRST-PLNDAY          PIC X(08)   VALUE SPACE.
002220     05  SC-LAST-PLNDAY           PIC X(08)   VALUE SPACE.
002230*
002240******************************************************************
002250*   DATE WORK FIELDS AND HOLIDAY TABLE -- SERIAL-DAY ARITHMETIC  *
002260*   (SATURDAY ANCHOR 730519) AND THE HOLCAL CALENDAR.            *
002270******************************************************************
002280 01  DATE-WORK-FIELDS.
002290     05  DW-DATE.
002300         10  DW-YYYY            PIC 9(04).
002310         10  DW-MM              PIC 9(02).
002320         10  DW-DD              PIC 9(02).
002330     05  DW-DATE-NUM REDEFINES DW-DATE
002340                                PIC 9(08).
002350     05  DN-YYYY                PIC S9(09) COMP-3.
002360     05  DN-MM                  PIC S9(09) COMP-3.
002370     05  DN-DD                  PIC S9(09) COMP-3.
002380     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
002390     05  DN-QUOT-4              PIC S9(09) COMP-3.
002400     05  DN-QUOT-100            PIC S9(09) COMP-3.
002410     05  DN-QUOT-400            PIC S9(09) COMP-3.
002420     05  DN-QUOT-MM             PIC S9(09) COMP-3.
002430     05  DW-MONTH-DAYS          PIC S9(03) COMP-3.
002440     05  DW-LEAP-WORK           PIC S9(09) COMP-3.
002450     05  DW-MONTH-INDEX         PIC S9(07) COMP-3.
002460     05  DW-MONTH-REM           PIC S9(03) COMP-3.
002470     05  DW-YEAR-WORK           PIC S9(05) COMP-3.
002480     05  DW-ANCHOR-DD           PIC 9(02).
002490*
002500 01  HOLIDAY-TABLE-CONTROL.
002510     05  HT-MAX-ENTRIES     PIC S9(03) COMP-3 VALUE +500.
002520     05  HT-ENTRY-COUNT     PIC S9(03) COMP-3 VALUE ZERO.
002530     05  HT-SUB             PIC S9(03) COMP-3 VALUE ZERO.
002540*
002550 01  HOLIDAY-TABLE.
002560     05  HT-DATE OCCURS 500 TIMES
002570                            PIC 9(08).
002580*
002590 01  HEADING-LINE-1.
002600*
002610     05  FILLER                   PIC X(01)   VALUE SPACE.
002620     05  FILLER                   PIC X(44)   VALUE
002630             'GAFCHG01 PAYMENT SCHEDULE CHANGES    RUN ON '.
002640     05  HL1-PROC-DATE            PIC 9(08).
002650     05  FILLER                   PIC X(12)   VALUE
002660             '  OPERATOR '.
002670     05  HL1-OPERATOR             PIC X(04).
002680     05  FILLER                   PIC X(63)   VALUE SPACE.
002690*
002700 01  RESULT-LINE.
002710*
002720     05  FILLER                   PIC X(01)   VALUE SPACE.
002730     05  FILLER                   PIC X(09)   VALUE 'CONTRACT '.
002740     05  RL-CNTNUM                PIC X(09).
002750     05  FILLER                   PIC X(01)   VALUE '-'.
002760     05  RL-RELEAS                PIC X(01).
002770     05  FILLER                   PIC X(02)   VALUE SPACE.
002780     05  RL-ACTION                PIC X(06).
002790     05  FILLER                   PIC X(02)   VALUE SPACE.
002800     05  RL-RESULT                PIC X(08).
002810     05  FILLER                   PIC X(02)   VALUE SPACE.
002820     05  RL-REASON                PIC X(44).
002830     05  FILLER                   PIC X(47)   VALUE SPACE.
002840*
002850 01  CHANGE-LINE.
002860*
002870     05  FILLER                   PIC X(05)   VALUE SPACE.
002880     05  CL-FIELD                 PIC X(06).
002890     05  FILLER                   PIC X(01)   VALUE SPACE.
002900     05  CL-OLD                   PIC X(60).
002910     05  CL-NEW                   PIC X(60).
002920*
002930 01  CHANGE-HEADING.
002940*
002950     05  FILLER                   PIC X(05)   VALUE SPACE.
002960     05  FILLER                   PIC X(07)   VALUE 'FIELD'.
002970     05  FILLER                   PIC X(60)   VALUE 'OLD VALUE'.
002980     05  FILLER                   PIC X(60)   VALUE 'NEW VALUE'.
002990*
003000 01  ROWS-LINE.
003010*
003020     05  FILLER                   PIC X(05)   VALUE SPACE.
003030     05  RW-REMOVED               PIC ZZZZ9.
003040     05  FILLER                   PIC X(35)   VALUE
003050             ' UNRELEASED ROWS REMOVED, ROWS KEPT'.
003060     05  RW-KEPT                  PIC ZZZZ9.
003070     05  FILLER                   PIC X(14)   VALUE
003080             ', ROWS BUILT '.
003090     05  RW-BUILT                 PIC ZZZZ9.
003100     05  FILLER                   PIC X(08)   VALUE '  FIRST '.
003110     05  RW-FIRST                 PIC X(08).
003120     05  FILLER                   PIC X(07)   VALUE '  LAST '.
003130     05  RW-LAST                  PIC X(08).
003140     05  FILLER                   PIC X(32)   VALUE SPACE.
003150*
003160 01  SIGNOFF-LINE.
003170*
003180     05  FILLER                   PIC X(05)   VALUE SPACE.
003190     05  FILLER                   PIC X(07)   VALUE 'CHCKYN '.
003200     05  SO-CHCKYN                PIC X(01).
003210     05  FILLER                   PIC X(46)   VALUE
003220             '    CHECKED BY SUPERVISOR ____________________'.
003230     05  FILLER                   PIC X(73)   VALUE SPACE.
003240*
003250 01  SUMMARY-LINE-1.
003260*
003270     05  FILLER                   PIC X(01)   VALUE SPACE.
003280     05  FILLER                   PIC X(25)   VALUE
003290             'REQUESTS READ...........:'.
003300     05  SL1-REQUEST-COUNT        PIC ZZZZ9.
003310     05  FILLER                   PIC X(04)   VALUE SPACE.
003320     05  FILLER                   PIC X(25)   VALUE
003330             'APPLIED/REFUSED.........:'.
003340     05  SL1-APPLIED-COUNT        PIC ZZZZ9.
003350     05  FILLER                   PIC X(01)   VALUE '/'.
003360     05  SL1-REJECT-COUNT         PIC ZZZZ9.
003370     05  FILLER                   PIC X(61)   VALUE SPACE.
003380*
003390 01  SUMMARY-LINE-2.
003400*
003410     05  FILLER                   PIC X(01)   VALUE SPACE.
003420     05  FILLER                   PIC X(25)   VALUE
003430             'PAYMENT ROWS REMOVED....:'.
003440     05  SL2-REMOVED-COUNT        PIC ZZZZZZ9.
003450     05  FILLER                   PIC X(02)   VALUE SPACE.
003460     05  FILLER                   PIC X(25)   VALUE
003470             'PAYMENT ROWS BUILT......:'.
003480     05  SL2-BUILT-COUNT          PIC ZZZZZZ9.
003490     05  FILLER                   PIC X(65)   VALUE SPACE.
003500*
003510 PROCEDURE DIVISION.
003520*
003530 0000-MAINLINE.
003540*
003550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003560     PERFORM 2000-PROCESS-PAYMENTS THRU 2000-EXIT.
003570     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003580*
003590     STOP RUN.
003600*
003610 1000-INITIALIZE.
003620*
003630     OPEN INPUT  CONTROL-FILE.
003640     OPEN INPUT  HOLCAL-FILE.
003650     OPEN INPUT  GAFMOD-FILE.
003660     OPEN INPUT  GAFOLD-FILE.
003670     OPEN OUTPUT GAFNEW-FILE.
003680     OPEN OUTPUT CHANGE-REPORT.
003690*
003700     IF WS-CONTROL-STATUS NOT = '00'
003710      OR WS-HOLCAL-STATUS NOT = '00'
003720      OR WS-GAFMOD-STATUS NOT = '00'
003730      OR WS-GAFOLD-STATUS NOT = '00'
003740      OR WS-GAFNEW-STATUS NOT = '00'
003750      OR WS-REPORT-STATUS NOT = '00'
003760         DISPLAY 'GAFCHG010001E FILE OPEN FAILED, CTL='
003770             WS-CONTROL-STATUS ' CAL=' WS-HOLCAL-STATUS
003780             ' MOD=' WS-GAFMOD-STATUS ' OLD=' WS-GAFOLD-STATUS
003790             ' NEW=' WS-GAFNEW-STATUS ' RPT=' WS-REPORT-STATUS
003800         MOVE 'Y' TO WS-ABORT-SW
003810         MOVE 16 TO RETURN-CODE
003820     END-IF.
003830*
003840     IF NOT WS-ABORT
003850         READ CONTROL-FILE
003860             AT END
003870                 DISPLAY 'GAFCHG010002E CONTROL CARD MISSING'
003880                 MOVE 'Y' TO WS-ABORT-SW
003890                 MOVE 16 TO RETURN-CODE
003900         END-READ
003910     END-IF.
003920*
003930     IF NOT WS-ABORT
003940         IF CTL-PROC-DATE NUMERIC
003950         AND CTL-OPERATOR NOT = SPACE
003960             MOVE CTL-PROC-DATE TO WS-PROC-DATE
003970                                   HL1-PROC-DATE
003980             MOVE CTL-OPERATOR  TO WS-OPERATOR
003990                                   HL1-OPERATOR
004000             ACCEPT WS-RUN-TIME FROM TIME
004010             WRITE REPORT-LINE FROM HEADING-LINE-1
004020         ELSE
004030             DISPLAY 'GAFCHG010003E CONTROL CARD INVALID: '
004040                 CONTROL-RECORD
004050             MOVE 'Y' TO WS-ABORT-SW
004060             MOVE 16 TO RETURN-CODE
004070         END-IF
004080     END-IF.
004090*
004100     IF NOT WS-ABORT
004110         PERFORM 1100-LOAD-HOLIDAYS THRU 1100-EXIT
004120             UNTIL WS-HOLCAL-EOF
004130     END-IF.
004140*
004150     IF NOT WS-ABORT
004160         PERFORM 1200-LOAD-REQUESTS THRU 1200-EXIT
004170             UNTIL WS-GAFMOD-EOF
004180     END-IF.
004190*
004200 1000-EXIT.
004210     EXIT.
004220*
004230 1100-LOAD-HOLIDAYS.
004240*
004250     READ HOLCAL-FILE
004260         AT END
004270             MOVE 'Y' TO WS-HOLCAL-EOF-SW
004280     END-READ.
004290*
004300     IF WS-HOLCAL-EOF
004310         GO TO 1100-EXIT
004320     END-IF.
004330*
004340     IF HOL-HOLDAY NOT NUMERIC
004350         DISPLAY 'GAFCHG010004E HOLCAL DATE NOT NUMERIC: '
004360             HOL-HOLDAY
004370         MOVE 'Y' TO WS-ABORT-SW
004380         MOVE 'Y' TO WS-HOLCAL-EOF-SW
004390         MOVE 16 TO RETURN-CODE
004400         GO TO 1100-EXIT
004410     END-IF.
004420*
004430     IF HT-ENTRY-COUNT < HT-MAX-ENTRIES
004440         ADD 1 TO HT-ENTRY-COUNT
004450         MOVE HOL-HOLDAY TO HT-DATE(HT-ENTRY-COUNT)
004460     ELSE
004470         DISPLAY 'GAFCHG010005E HOLIDAY TABLE FULL'
004480         MOVE 'Y' TO WS-ABORT-SW
004490         MOVE 'Y' TO WS-HOLCAL-EOF-SW
004500         MOVE 16 TO RETURN-CODE
004510     END-IF.
004520*
004530 1100-EXIT.
004540     EXIT.
004550*
004560******************************************************************
004570*   1200-LOAD-REQUESTS -- A REQUEST FAILING ITS EDITS, OR A      *
004580*   SECOND REQUEST FOR THE SAME CONTRACT AND RELEASE, IS         *
004590*   REFUSED HERE AND NEVER REACHES THE MASTER.                   *
004600******************************************************************
004610 1200-LOAD-REQUESTS.
004620*
004630     READ GAFMOD-FILE INTO GAFMOD-WORK
004640         AT END
004650             MOVE 'Y' TO WS-GAFMOD-EOF-SW
004660     END-READ.
004670*
004680     IF WS-GAFMOD-EOF
004690         GO TO 1200-EXIT
004700     END-IF.
004710*
004720     ADD 1 TO WS-REQUEST-COUNT.
004730     PERFORM 1300-EDIT-REQUEST THRU 1300-EXIT.
004740     IF WS-REJECT-REASON NOT = SPACE
004750         PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
004760         GO TO 1200-EXIT
004770     END-IF.
004780*
004790     MOVE REQ-CNTNUM TO WS-ROW-CNTNUM.
004800     MOVE REQ-RELEAS TO WS-ROW-RELEAS.
004810     MOVE WS-ROW-KEY TO WS-SEARCH-KEY.
004820     PERFORM 2150-FIND-REQUEST THRU 2150-EXIT.
004830     IF WS-REQUEST-FOUND
004840         MOVE 'SECOND REQUEST FOR THE CONTRACT IN ONE RUN'
004850             TO WS-REJECT-REASON
004860         PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
004870         GO TO 1200-EXIT
004880     END-IF.
004890*
004900     IF RQ-ENTRY-COUNT < RQ-MAX-ENTRIES
004910         ADD 1 TO RQ-ENTRY-COUNT
004920         MOVE WS-SEARCH-KEY TO RQ-KEY(RQ-ENTRY-COUNT)
004930         MOVE ZERO          TO RQ-KEPT-COUNT(RQ-ENTRY-COUNT)
004940                               RQ-REMOVED-COUNT(RQ-ENTRY-COUNT)
004950                               RQ-HIGH-RECNUM(RQ-ENTRY-COUNT)
004960         MOVE SPACE         TO RQ-LAST-PLNDAY(RQ-ENTRY-COUNT)
004970         MOVE GAFMOD-WORK   TO RQ-IMAGE(RQ-ENTRY-COUNT)
004980     ELSE
004990         DISPLAY 'GAFCHG010006E REQUEST TABLE FULL'
005000         MOVE 'Y' TO WS-ABORT-SW
005010         MOVE 'Y' TO WS-GAFMOD-EOF-SW
005020         MOVE 16 TO RETURN-CODE
005030     END-IF.
005040*
005050 1200-EXIT.
005060     EXIT.
005070*
005080******************************************************************
005090*   1300-EDIT-REQUEST -- THE FIRST FAILING EDIT NAMES ITSELF IN  *
005100*   WS-REJECT-REASON.  A CANCEL NEEDS ONLY ITS CONTRACT.         *
005110******************************************************************
005120 1300-EDIT-REQUEST.
005130*
005140     MOVE SPACE TO WS-REJECT-REASON.
005150*
005160     IF REQ-JOBTYP(1:1) NOT = 'A'
005170      AND REQ-JOBTYP(1:1) NOT = 'C'
005180      AND REQ-JOBTYP(1:1) NOT = 'D'
005190         MOVE 'JOBTYP IS NOT ADD, CHANGE, OR CANCEL'
005200             TO WS-REJECT-REASON
005210         GO TO 1300-EXIT
005220     END-IF.
005230*
005240     IF REQ-CNTNUM = SPACE
005250         MOVE 'CONTRACT NUMBER MISSING' TO WS-REJECT-REASON
005260         GO TO 1300-EXIT
005270     END-IF.
005280*
005290     IF REQ-JOBTYP(1:1) = 'D'
005300         GO TO 1300-EXIT
005310     END-IF.
005320*
005330     MOVE REQ-PAYBGN TO DW-DATE.
005340     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
005350     IF NOT WS-DATE-OK
005360         MOVE 'PAYBGN (FIRST PAYMENT) IS NOT A DATE'
005370             TO WS-REJECT-REASON
005380         GO TO 1300-EXIT
005390     END-IF.
005400*
005410     IF REQ-PAYEND NOT = SPACE
005420         MOVE REQ-PAYEND TO DW-DATE
005430         PERFORM 8000-EDIT-DATE THRU 8000-EXIT
005440         IF NOT WS-DATE-OK
005450             MOVE 'PAYEND (LAST PAYMENT) IS NOT A DATE'
005460                 TO WS-REJECT-REASON
005470             GO TO 1300-EXIT
005480         END-IF
005490     END-IF.
005500*
005510     EVALUATE TRUE
005520         WHEN REQ-PAYCLT = SPACE
005530             MOVE 'PAYEE (PAYCLT) MISSING' TO WS-REJECT-REASON
005540         WHEN REQ-PAYCYC NOT NUMERIC
005550           OR REQ-PAYCYC = '00'
005560           OR REQ-PAYCYC > '12'
005570             MOVE 'PAYCYC IS NOT 01-12 MONTHS' TO WS-REJECT-REASON
005580         WHEN REQ-PAYCNT NOT NUMERIC
005590           OR REQ-PAYCNT < ZERO
005600             MOVE 'PAYCNT IS NOT A COUNT' TO WS-REJECT-REASON
005610         WHEN REQ-PAYCNT = ZERO
005620          AND REQ-PAYEND = SPACE
005630             MOVE 'NEITHER PAYCNT NOR PAYEND GIVEN'
005640                 TO WS-REJECT-REASON
005650         WHEN REQ-PAYEND NOT = SPACE
005660          AND REQ-PAYEND < REQ-PAYBGN
005670             MOVE 'PAYEND BEFORE PAYBGN' TO WS-REJECT-REASON
005680         WHEN REQ-HOLSFT NOT = '0'
005690          AND REQ-HOLSFT NOT = '1'
005700          AND REQ-HOLSFT NOT = '2'
005710             MOVE 'HOLSFT IS NOT 0, 1, OR 2' TO WS-REJECT-REASON
005720         WHEN REQ-TRNAMT NOT > ZERO
005730           OR REQ-TRNTAX < ZERO
005740             MOVE 'TRNAMT MISSING OR TRNTAX NEGATIVE'
005750                 TO WS-REJECT-REASON
005760     END-EVALUATE.
005770*
005780 1300-EXIT.
005790     EXIT.
005800*
005810 2000-PROCESS-PAYMENTS.
005820*
005830     IF WS-ABORT
005840         GO TO 2000-EXIT
005850     END-IF.
005860*
005870     PERFORM 2100-COPY-PAYMENT THRU 2100-EXIT
005880         UNTIL WS-GAFOLD-EOF.
005890*
005900     IF NOT WS-ABORT
005910         PERFORM 2500-APPLY-REQUEST THRU 2500-EXIT
005920             VARYING RQ-SUB FROM 1 BY 1
005930             UNTIL RQ-SUB > RQ-ENTRY-COUNT
005940                OR WS-ABORT
005950     END-IF.
005960*
005970 2000-EXIT.
005980     EXIT.
005990*
006000******************************************************************
006010*   2100-COPY-PAYMENT -- A ROW OF A CONTRACT BEING CHANGED OR    *
006020*   CANCELLED IS REMOVED IF IT IS STILL UNRELEASED AND FALLS     *
006030*   AFTER THE RUN DATE; EVERY OTHER ROW COPIES THROUGH, AND THE  *
006040*   ROWS KEPT OF A REQUESTED CONTRACT ARE COUNTED.               *
006050******************************************************************
006060 2100-COPY-PAYMENT.
006070*
006080     READ GAFOLD-FILE
006090         AT END
006100             MOVE 'Y' TO WS-GAFOLD-EOF-SW
006110     END-READ.
006120*
006130     IF WS-GAFOLD-EOF
006140         GO TO 2100-EXIT
006150     END-IF.
006160*
006170     MOVE OLD-CNTNUM TO WS-ROW-CNTNUM.
006180     MOVE OLD-RELEAS TO WS-ROW-RELEAS.
006190     MOVE WS-ROW-KEY TO WS-SEARCH-KEY.
006200     PERFORM 2150-FIND-REQUEST THRU 2150-EXIT.
006210*
006220     IF WS-REQUEST-FOUND
006230         MOVE RQ-IMAGE(RQ-FOUND-SUB) TO GAFMOD-WORK
006240         IF REQ-JOBTYP(1:1) NOT = 'A'
006250          AND OLD-PAYFLG NOT = '1'
006260          AND OLD-PLNDAY > WS-PROC-DATE
006270             ADD 1 TO RQ-REMOVED-COUNT(RQ-FOUND-SUB)
006280             ADD 1 TO WS-REMOVED-COUNT
006290             GO TO 2100-EXIT
006300         END-IF
006310         ADD 1 TO RQ-KEPT-COUNT(RQ-FOUND-SUB)
006320         IF OLD-RECNUM NUMERIC
006330             MOVE OLD-RECNUM TO WS-RECNUM-NUM
006340             IF WS-RECNUM-NUM > RQ-HIGH-RECNUM(RQ-FOUND-SUB)
006350                 MOVE WS-RECNUM-NUM
006360                     TO RQ-HIGH-RECNUM(RQ-FOUND-SUB)
006370             END-IF
006380         END-IF
006390         IF OLD-PLNDAY > RQ-LAST-PLNDAY(RQ-FOUND-SUB)
006400             MOVE OLD-PLNDAY TO RQ-LAST-PLNDAY(RQ-FOUND-SUB)
006410         END-IF
006420     END-IF.
006430*
006440     MOVE GAFOLD-RECORD TO GAFNEW-RECORD.
006450     PERFORM 2900-WRITE-PAYMENT THRU 2900-EXIT.
006460*
006470 2100-EXIT.
006480     EXIT.
006490*
006500*    THE REQUEST FOR THE CONTRACT AND RELEASE IN WS-SEARCH-KEY.
006510 2150-FIND-REQUEST.
006520*
006530     MOVE 'N' TO WS-REQUEST-FOUND-SW.
006540     PERFORM VARYING RQ-FOUND-SUB FROM 1 BY 1
006550             UNTIL RQ-FOUND-SUB > RQ-ENTRY-COUNT
006560                OR WS-REQUEST-FOUND
006570         IF RQ-KEY(RQ-FOUND-SUB) = WS-SEARCH-KEY
006580             MOVE 'Y' TO WS-REQUEST-FOUND-SW
006590         END-IF
006600     END-PERFORM.
006610     IF WS-REQUEST-FOUND
006620         SUBTRACT 1 FROM RQ-FOUND-SUB
006630     END-IF.
006640*
006650 2150-EXIT.
006660     EXIT.
006670*
006680******************************************************************
006690*   2500-APPLY-REQUEST -- AFTER THE PASS: BUILD THE NEW ROWS OF  *
006700*   AN ADD OR CHANGE, AND LIST THE REQUEST WITH ITS CHANGES.     *
006710******************************************************************
006720 2500-APPLY-REQUEST.
006730*
006740     MOVE RQ-IMAGE(RQ-SUB) TO GAFMOD-WORK.
006750     MOVE SPACE TO WS-REJECT-REASON.
006760*
006770     EVALUATE TRUE
006780         WHEN REQ-JOBTYP(1:1) = 'A'
006790          AND RQ-KEPT-COUNT(RQ-SUB) > ZERO
006800             MOVE 'CONTRACT ALREADY ON THE PAYMENT MASTER'
006810                 TO WS-REJECT-REASON
006820         WHEN REQ-JOBTYP(1:1) NOT = 'A'
006830          AND RQ-KEPT-COUNT(RQ-SUB) = ZERO
006840          AND RQ-REMOVED-COUNT(RQ-SUB) = ZERO
006850             MOVE 'CONTRACT IS NOT ON THE PAYMENT MASTER'
006860                 TO WS-REJECT-REASON
006870     END-EVALUATE.
006880*
006890     IF WS-REJECT-REASON NOT = SPACE
006900         PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
006910         GO TO 2500-EXIT
006920     END-IF.
006930*
006940     MOVE ZERO  TO SC-BUILT-COUNT.
006950     MOVE SPACE TO SC-FIRST-PLNDAY
006960                   SC-LAST-PLNDAY.
006970     IF REQ-JOBTYP(1:1) NOT = 'D'
006980         PERFORM 2600-BUILD-SCHEDULE THRU 2600-EXIT
006990     END-IF.
007000*
007010     ADD 1 TO WS-APPLIED-COUNT.
007020     MOVE 'APPLIED' TO RL-RESULT.
007030     MOVE SPACE     TO RL-REASON.
007040     PERFORM 2750-LIST-RESULT THRU 2750-EXIT.
007050     PERFORM 2800-LIST-CHANGES THRU 2800-EXIT.
007060*
007070     MOVE RQ-REMOVED-COUNT(RQ-SUB) TO RW-REMOVED.
007080     MOVE RQ-KEPT-COUNT(RQ-SUB)    TO RW-KEPT.
007090     MOVE SC-BUILT-COUNT           TO RW-BUILT.
007100     MOVE SC-FIRST-PLNDAY          TO RW-FIRST.
007110     MOVE SC-LAST-PLNDAY           TO RW-LAST.
007120     WRITE REPORT-LINE FROM ROWS-LINE.
007130     MOVE REQ-CHCKYN TO SO-CHCKYN.
007140     WRITE REPORT-LINE FROM SIGNOFF-LINE.
007150*
007160 2500-EXIT.
007170     EXIT.
007180*
007190******************************************************************
007200*   2600-BUILD-SCHEDULE -- INSTALMENTS FROM PAYBGN, WRITTEN ONLY *
007210*   WHEN THEIR PLNDAY FALLS PAST THE RUN DATE AND PAST THE LAST  *
007220*   ROW KEPT.                                                    *
007230******************************************************************
007240 2600-BUILD-SCHEDULE.
007250*
007260     MOVE WS-PROC-DATE TO SC-THRESHOLD.
007270     IF RQ-LAST-PLNDAY(RQ-SUB) > SC-THRESHOLD
007280         MOVE RQ-LAST-PLNDAY(RQ-SUB) TO SC-THRESHOLD
007290     END-IF.
007300     MOVE REQ-PAYCYC TO SC-CYCLE.
007310     MOVE 'N' TO WS-SCHEDULE-END-SW.
007320*
007330     PERFORM 2650-BUILD-INSTALMENT THRU 2650-EXIT
007340         VARYING SC-INST-INDEX FROM 1 BY 1
007350         UNTIL WS-SCHEDULE-END
007360            OR SC-INST-INDEX > SC-MAX-INSTALMENTS
007370            OR WS-ABORT.
007380*
007390 2600-EXIT.
007400     EXIT.
007410*
007420 2650-BUILD-INSTALMENT.
007430*
007440     IF REQ-PAYCNT > ZERO
007450      AND SC-INST-INDEX > REQ-PAYCNT
007460         MOVE 'Y' TO WS-SCHEDULE-END-SW
007470         GO TO 2650-EXIT
007480     END-IF.
007490*
007500     COMPUTE SC-ADD-MONTHS = (SC-INST-INDEX - 1) * SC-CYCLE.
007510     PERFORM 8400-ADD-MONTHS THRU 8400-EXIT.
007520     IF REQ-PAYEND NOT = SPACE
007530      AND SC-GRID-DATE > REQ-PAYEND
007540         MOVE 'Y' TO WS-SCHEDULE-END-SW
007550         GO TO 2650-EXIT
007560     END-IF.
007570*
007580     MOVE SC-GRID-DATE TO WS-EFF-DUE-DATE.
007590     PERFORM 2850-SHIFT-DATE THRU 2850-EXIT.
007600     IF WS-EFF-DUE-DATE NOT > SC-THRESHOLD
007610         GO TO 2650-EXIT
007620     END-IF.
007630*
007640     ADD 1 TO RQ-HIGH-RECNUM(RQ-SUB).
007650     MOVE REQ-CNTNUM            TO NEW-CNTNUM.
007660     MOVE REQ-RELEAS            TO NEW-RELEAS.
007670     MOVE RQ-HIGH-RECNUM(RQ-SUB) TO NEW-RECNUM.
007680     MOVE REQ-PAYTYP            TO NEW-TRNTYP.
007690     MOVE REQ-DIVCOD            TO NEW-DIVCOD.
007700     MOVE REQ-PAYCLT            TO NEW-PAYCLT.
007710     MOVE WS-EFF-DUE-DATE       TO NEW-PLNDAY.
007720     MOVE SPACE                 TO NEW-TRNDAY.
007730     MOVE REQ-TRNAMT            TO NEW-TRNAMT.
007740     MOVE REQ-TRNTAX            TO NEW-TRNTAX.
007750     COMPUTE NEW-PAYAMT = REQ-TRNAMT + REQ-TRNTAX.
007760     MOVE '0'                   TO NEW-DEMFLG
007770                                   NEW-PAYFLG.
007780     MOVE WS-PROC-DATE          TO NEW-REGDAY.
007790     MOVE WS-RUN-TIME(1:6)      TO NEW-REGTIM.
007800     MOVE WS-OPERATOR           TO NEW-REGPSN.
007810     MOVE SPACE                 TO NEW-MODDAY
007820                                   NEW-MODTIM
007830                                   NEW-MODPSN.
007840     PERFORM 2900-WRITE-PAYMENT THRU 2900-EXIT.
007850*
007860     ADD 1 TO SC-BUILT-COUNT.
007870     ADD 1 TO WS-BUILT-COUNT.
007880     IF SC-FIRST-PLNDAY = SPACE
007890         MOVE NEW-PLNDAY TO SC-FIRST-PLNDAY
007900     END-IF.
007910     MOVE NEW-PLNDAY TO SC-LAST-PLNDAY.
007920*
007930 2650-EXIT.
007940     EXIT.
007950*
007960 2700-REFUSE-REQUEST.
007970*
007980     ADD 1 TO WS-REJECT-COUNT.
007990     MOVE 'REFUSED'        TO RL-RESULT.
008000     MOVE WS-REJECT-REASON TO RL-REASON.
008010     PERFORM 2750-LIST-RESULT THRU 2750-EXIT.
008020*
008030 2700-EXIT.
008040     EXIT.
008050*
008060 2750-LIST-RESULT.
008070*
008080     MOVE REQ-CNTNUM TO RL-CNTNUM.
008090     MOVE REQ-RELEAS TO RL-RELEAS.
008100     EVALUATE REQ-JOBTYP(1:1)
008110         WHEN 'A'
008120             MOVE 'ADD'    TO RL-ACTION
008130         WHEN 'C'
008140             MOVE 'CHANGE' TO RL-ACTION
008150         WHEN 'D'
008160             MOVE 'CANCEL' TO RL-ACTION
008170         WHEN OTHER
008180             MOVE REQ-JOBTYP TO RL-ACTION
008190     END-EVALUATE.
008200     MOVE SPACE TO REPORT-LINE.
008210     WRITE REPORT-LINE.
008220     WRITE REPORT-LINE FROM RESULT-LINE.
008230*
008240 2750-EXIT.
008250     EXIT.
008260*
008270******************************************************************
008280*   2800-LIST-CHANGES -- A CHANGE LISTS EACH FIELD WHOSE _M      *
008290*   MARKER IS SET (ANYTHING BUT SPACE OR '0') WITH ITS _O AND    *
008300*   CURRENT VALUE; AN ADD LISTS THE TERMS IT WAS BUILT FROM.     *
008310******************************************************************
008320 2800-LIST-CHANGES.
008330*
008340     IF REQ-JOBTYP(1:1) = 'D'
008350         GO TO 2800-EXIT
008360     END-IF.
008370*
008380     WRITE REPORT-LINE FROM CHANGE-HEADING.
008390*
008400     IF REQ-JOBTYP(1:1) = 'A'
008410         MOVE SPACE TO REQ-CNTDAY_O REQ-DIVCOD_O REQ-PAYCLT_O
008420                       REQ-PAYTYP_O REQ-PAYBGN_O REQ-PAYCYC_O
008430                       REQ-PAYEND_O REQ-EXPCOD_O REQ-CHCKYN_O
008440         MOVE SPACE TO WS-NAME-X
008450         MOVE WS-NAME-N TO REQ-PAYNAM_O
008460         MOVE SPACE TO WS-REMARK-X
008470         MOVE WS-REMARK-N TO REQ-REMARK_O
008480         MOVE ZERO  TO REQ-PAYCNT_O REQ-TRNAMT_O REQ-TRNTAX_O
008490                       REQ-CHGAMT_O REQ-LEAAMT_O
008500         MOVE '1'   TO REQ-CNTDAY_M REQ-DIVCOD_M REQ-PAYCLT_M
008510                       REQ-PAYNAM_M REQ-PAYTYP_M REQ-PAYBGN_M
008520                       REQ-PAYCYC_M REQ-PAYCNT_M REQ-PAYEND_M
008530                       REQ-EXPCOD_M REQ-REMARK_M REQ-TRNAMT_M
008540                       REQ-TRNTAX_M REQ-CHGAMT_M REQ-LEAAMT_M
008550                       REQ-CHCKYN_M
008560     END-IF.
008570*
008580     IF REQ-CNTDAY_M NOT = SPACE AND REQ-CNTDAY_M NOT = '0'
008590         MOVE 'CNTDAY'     TO CL-FIELD
008600         MOVE REQ-CNTDAY_O TO CL-OLD
008610         MOVE REQ-CNTDAY   TO CL-NEW
008620         WRITE REPORT-LINE FROM CHANGE-LINE
008630     END-IF.
008640     IF REQ-DIVCOD_M NOT = SPACE AND REQ-DIVCOD_M NOT = '0'
008650         MOVE 'DIVCOD'     TO CL-FIELD
008660         MOVE REQ-DIVCOD_O TO CL-OLD
008670         MOVE REQ-DIVCOD   TO CL-NEW
008680         WRITE REPORT-LINE FROM CHANGE-LINE
008690     END-IF.
008700     IF REQ-PAYCLT_M NOT = SPACE AND REQ-PAYCLT_M NOT = '0'
008710         MOVE 'PAYCLT'     TO CL-FIELD
008720         MOVE REQ-PAYCLT_O TO CL-OLD
008730         MOVE REQ-PAYCLT   TO CL-NEW
008740         WRITE REPORT-LINE FROM CHANGE-LINE
008750     END-IF.
008760     IF REQ-PAYNAM_M NOT = SPACE AND REQ-PAYNAM_M NOT = '0'
008770         MOVE 'PAYNAM'     TO CL-FIELD
008780         MOVE REQ-PAYNAM_O TO WS-NAME-N
008790         MOVE WS-NAME-X    TO CL-OLD
008800         MOVE REQ-PAYNAM   TO WS-NAME-N
008810         MOVE WS-NAME-X    TO CL-NEW
008820         WRITE REPORT-LINE FROM CHANGE-LINE
008830     END-IF.
008840     IF REQ-PAYTYP_M NOT = SPACE AND REQ-PAYTYP_M NOT = '0'
008850         MOVE 'PAYTYP'     TO CL-FIELD
008860         MOVE REQ-PAYTYP_O TO CL-OLD
008870         MOVE REQ-PAYTYP   TO CL-NEW
008880         WRITE REPORT-LINE FROM CHANGE-LINE
008890     END-IF.
008900     IF REQ-PAYBGN_M NOT = SPACE AND REQ-PAYBGN_M NOT = '0'
008910         MOVE 'PAYBGN'     TO CL-FIELD
008920         MOVE REQ-PAYBGN_O TO CL-OLD
008930         MOVE REQ-PAYBGN   TO CL-NEW
008940         WRITE REPORT-LINE FROM CHANGE-LINE
008950     END-IF.
008960     IF REQ-PAYCYC_M NOT = SPACE AND REQ-PAYCYC_M NOT = '0'
008970         MOVE 'PAYCYC'     TO CL-FIELD
008980         MOVE REQ-PAYCYC_O TO CL-OLD
008990         MOVE REQ-PAYCYC   TO CL-NEW
009000         WRITE REPORT-LINE FROM CHANGE-LINE
009010     END-IF.
009020     IF REQ-PAYCNT_M NOT = SPACE AND REQ-PAYCNT_M NOT = '0'
009030         MOVE 'PAYCNT'     TO CL-FIELD
009040         MOVE REQ-PAYCNT_O TO WS-COUNT-EDIT
009050         MOVE WS-COUNT-EDIT TO CL-OLD
009060         MOVE REQ-PAYCNT   TO WS-COUNT-EDIT
009070         MOVE WS-COUNT-EDIT TO CL-NEW
009080         WRITE REPORT-LINE FROM CHANGE-LINE
009090     END-IF.
009100     IF REQ-PAYEND_M NOT = SPACE AND REQ-PAYEND_M NOT = '0'
009110         MOVE 'PAYEND'     TO CL-FIELD
009120         MOVE REQ-PAYEND_O TO CL-OLD
009130         MOVE REQ-PAYEND   TO CL-NEW
009140         WRITE REPORT-LINE FROM CHANGE-LINE
009150     END-IF.
009160     IF REQ-EXPCOD_M NOT = SPACE AND REQ-EXPCOD_M NOT = '0'
009170         MOVE 'EXPCOD'     TO CL-FIELD
009180         MOVE REQ-EXPCOD_O TO CL-OLD
009190         MOVE REQ-EXPCOD   TO CL-NEW
009200         WRITE REPORT-LINE FROM CHANGE-LINE
009210     END-IF.
009220     IF REQ-REMARK_M NOT = SPACE AND REQ-REMARK_M NOT = '0'
009230         MOVE 'REMARK'     TO CL-FIELD
009240         MOVE REQ-REMARK_O TO WS-REMARK-N
009250         MOVE WS-REMARK-X  TO CL-OLD
009260         MOVE REQ-REMARK   TO WS-REMARK-N
009270         MOVE WS-REMARK-X  TO CL-NEW
009280         WRITE REPORT-LINE FROM CHANGE-LINE
009290     END-IF.
009300     IF REQ-TRNAMT_M NOT = SPACE AND REQ-TRNAMT_M NOT = '0'
009310         MOVE 'TRNAMT'     TO CL-FIELD
009320         MOVE REQ-TRNAMT_O TO WS-AMOUNT-EDIT
009330         MOVE WS-AMOUNT-EDIT TO CL-OLD
009340         MOVE REQ-TRNAMT   TO WS-AMOUNT-EDIT
009350         MOVE WS-AMOUNT-EDIT TO CL-NEW
009360         WRITE REPORT-LINE FROM CHANGE-LINE
009370     END-IF.
009380     IF REQ-TRNTAX_M NOT = SPACE AND REQ-TRNTAX_M NOT = '0'
009390         MOVE 'TRNTAX'     TO CL-FIELD
009400         MOVE REQ-TRNTAX_O TO WS-AMOUNT-EDIT
009410         MOVE WS-AMOUNT-EDIT TO CL-OLD
009420         MOVE REQ-TRNTAX   TO WS-AMOUNT-EDIT
009430         MOVE WS-AMOUNT-EDIT TO CL-NEW
009440         WRITE REPORT-LINE FROM CHANGE-LINE
009450     END-IF.
009460     IF REQ-CHGAMT_M NOT = SPACE AND REQ-CHGAMT_M NOT = '0'
009470         MOVE 'CHGAMT'     TO CL-FIELD
009480         MOVE REQ-CHGAMT_O TO WS-AMOUNT-EDIT
009490         MOVE WS-AMOUNT-EDIT TO CL-OLD
009500         MOVE REQ-CHGAMT   TO WS-AMOUNT-EDIT
009510         MOVE WS-AMOUNT-EDIT TO CL-NEW
009520         WRITE REPORT-LINE FROM CHANGE-LINE
009530     END-IF.
009540     IF REQ-LEAAMT_M NOT = SPACE AND REQ-LEAAMT_M NOT = '0'
009550         MOVE 'LEAAMT'     TO CL-FIELD
009560         MOVE REQ-LEAAMT_O TO WS-AMOUNT-EDIT
009570         MOVE WS-AMOUNT-EDIT TO CL-OLD
009580         MOVE REQ-LEAAMT   TO WS-AMOUNT-EDIT
009590         MOVE WS-AMOUNT-EDIT TO CL-NEW
009600         WRITE REPORT-LINE FROM CHANGE-LINE
009610     END-IF.
009620     IF REQ-CHCKYN_M NOT = SPACE AND REQ-CHCKYN_M NOT = '0'
009630         MOVE 'CHCKYN'     TO CL-FIELD
009640         MOVE REQ-CHCKYN_O TO CL-OLD
009650         MOVE REQ-CHCKYN   TO CL-NEW
009660         WRITE REPORT-LINE FROM CHANGE-LINE
009670     END-IF.
009680*
009690 2800-EXIT.
009700     EXIT.
009710*
009720******************************************************************
009730*   2850-SHIFT-DATE -- MOVE WS-EFF-DUE-DATE OFF A SATURDAY,      *
009740*   SUNDAY, OR CALENDAR HOLIDAY: FORWARD FOR HOLSFT '1',         *
009750*   BACKWARD FOR HOLSFT '2', NOT AT ALL FOR '0'.                 *
009760******************************************************************
009770 2850-SHIFT-DATE.
009780*
009790     IF REQ-HOLSFT NOT = '1' AND REQ-HOLSFT NOT = '2'
009800         GO TO 2850-EXIT
009810     END-IF.
009820*
009830     MOVE WS-EFF-DUE-DATE TO DW-DATE.
009840     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
009850     COMPUTE WS-DAY-OF-WEEK =
009860         FUNCTION MOD(DN-DAY-NUMBER - 730519 7).
009870     PERFORM 8300-TEST-HOLIDAY THRU 8300-EXIT.
009880*
009890     PERFORM UNTIL WS-DAY-OF-WEEK NOT = 0
009900               AND WS-DAY-OF-WEEK NOT = 1
009910               AND NOT WS-IS-HOLIDAY
009920         MOVE WS-EFF-DUE-DATE TO DW-DATE
009930         IF REQ-HOLSFT = '1'
009940             PERFORM 8200-ADD-ONE-DAY THRU 8200-EXIT
009950         ELSE
009960             PERFORM 8250-SUBTRACT-ONE-DAY THRU 8250-EXIT
009970         END-IF
009980         MOVE DW-DATE-NUM TO WS-EFF-DUE-DATE
009990         PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT
010000         COMPUTE WS-DAY-OF-WEEK =
010010             FUNCTION MOD(DN-DAY-NUMBER - 730519 7)
010020         PERFORM 8300-TEST-HOLIDAY THRU 8300-EXIT
010030     END-PERFORM.
010040*
010050 2850-EXIT.
010060     EXIT.
010070*
010080 2900-WRITE-PAYMENT.
010090*
010100     WRITE GAFNEW-RECORD.
010110     IF WS-GAFNEW-STATUS NOT = '00'
010120         DISPLAY 'GAFCHG010007E GAFNEW WRITE FAILED, STATUS='
010130             WS-GAFNEW-STATUS
010140         MOVE 'Y' TO WS-ABORT-SW
010150         MOVE 'Y' TO WS-GAFOLD-EOF-SW
010160         MOVE 16 TO RETURN-CODE
010170     END-IF.
010180*
010190 2900-EXIT.
010200     EXIT.
010210*
010220******************************************************************
010230*   8000-EDIT-DATE -- IS DW-DATE A REAL YYYYMMDD DATE?           *
010240******************************************************************
010250 8000-EDIT-DATE.
010260*
010270     MOVE 'N' TO WS-DATE-OK-SW.
010280     IF DW-DATE NOT NUMERIC
010290         GO TO 8000-EXIT
010300     END-IF.
010310     IF DW-MM < 01 OR DW-MM > 12 OR DW-DD < 01
010320         GO TO 8000-EXIT
010330     END-IF.
010340*
010350     PERFORM 8150-MONTH-DAYS THRU 8150-EXIT.
010360     IF DW-DD NOT > DW-MONTH-DAYS
010370         MOVE 'Y' TO WS-DATE-OK-SW
010380     END-IF.
010390*
010400 8000-EXIT.
010410     EXIT.
010420*
010430******************************************************************
010440*   8100/8200/8300 -- THE DATE HELPERS GAFPAY01 CARRIES: SERIAL  *
010450*   DAY NUMBER, STEP ONE DAY, AND THE CALENDAR TEST; 8150        *
010460*   GIVES THE LENGTH OF MONTH DW-MM, 8250 STEPS BACK A DAY.      *
010470*   THE DAY NUMBER TAKES EACH QUOTIENT WHOLE BEFORE SUMMING, SO  *
010480*   NO FRACTIONS CARRY INTO THE WEEKDAY.                         *
010490******************************************************************
010500 8100-COMPUTE-DAY-NUMBER.
010510*
010520     MOVE DW-YYYY TO DN-YYYY.
010530     MOVE DW-MM   TO DN-MM.
010540     MOVE DW-DD   TO DN-DD.
010550*
010560     IF DN-MM < 3
010570         ADD 12 TO DN-MM
010580         SUBTRACT 1 FROM DN-YYYY
010590     END-IF.
010600*
010610     DIVIDE DN-YYYY BY 4   GIVING DN-QUOT-4.
010620     DIVIDE DN-YYYY BY 100 GIVING DN-QUOT-100.
010630     DIVIDE DN-YYYY BY 400 GIVING DN-QUOT-400.
010640     COMPUTE DN-QUOT-MM = 153 * DN-MM + 8.
010650     DIVIDE DN-QUOT-MM BY 5 GIVING DN-QUOT-MM.
010660*
010670     COMPUTE DN-DAY-NUMBER =
010680           (365 * DN-YYYY)
010690         + DN-QUOT-4
010700         - DN-QUOT-100
010710         + DN-QUOT-400
010720         + DN-QUOT-MM
010730         + DN-DD.
010740*
010750 8100-EXIT.
010760     EXIT.
010770*
010780 8150-MONTH-DAYS.
010790*
010800     EVALUATE DW-MM
010810         WHEN 04
010820         WHEN 06
010830         WHEN 09
010840         WHEN 11
010850             MOVE 30 TO DW-MONTH-DAYS
010860         WHEN 02
010870             MOVE 28 TO DW-MONTH-DAYS
010880             COMPUTE DW-LEAP-WORK =
010890                 FUNCTION MOD(DW-YYYY 4)
010900             IF DW-LEAP-WORK = ZERO
010910                 MOVE 29 TO DW-MONTH-DAYS
010920                 COMPUTE DW-LEAP-WORK =
010930                     FUNCTION MOD(DW-YYYY 100)
010940                 IF DW-LEAP-WORK = ZERO
010950                     COMPUTE DW-LEAP-WORK =
010960                         FUNCTION MOD(DW-YYYY 400)
010970                     IF DW-LEAP-WORK NOT = ZERO
010980                         MOVE 28 TO DW-MONTH-DAYS
010990                     END-IF
011000                 END-IF
011010             END-IF
011020         WHEN OTHER
011030             MOVE 31 TO DW-MONTH-DAYS
011040     END-EVALUATE.
011050*
011060 8150-EXIT.
011070     EXIT.
011080*
011090 8200-ADD-ONE-DAY.
011100*
011110     PERFORM 8150-MONTH-DAYS THRU 8150-EXIT.
011120*
011130     IF DW-DD < DW-MONTH-DAYS
011140         ADD 1 TO DW-DD
011150     ELSE
011160         MOVE 01 TO DW-DD
011170         IF DW-MM < 12
011180             ADD 1 TO DW-MM
011190         ELSE
011200             MOVE 01 TO DW-MM
011210             ADD 1 TO DW-YYYY
011220         END-IF
011230     END-IF.
011240*
011250 8200-EXIT.
011260     EXIT.
011270*
011280 8250-SUBTRACT-ONE-DAY.
011290*
011300     IF DW-DD > 01
011310         SUBTRACT 1 FROM DW-DD
011320         GO TO 8250-EXIT
011330     END-IF.
011340*
011350     IF DW-MM > 01
011360         SUBTRACT 1 FROM DW-MM
011370     ELSE
011380         MOVE 12 TO DW-MM
011390         SUBTRACT 1 FROM DW-YYYY
011400     END-IF.
011410     PERFORM 8150-MONTH-DAYS THRU 8150-EXIT.
011420     MOVE DW-MONTH-DAYS TO DW-DD.
011430*
011440 8250-EXIT.
011450     EXIT.
011460*
011470 8300-TEST-HOLIDAY.
011480*
011490     MOVE 'N' TO WS-IS-HOLIDAY-SW.
011500     PERFORM VARYING HT-SUB FROM 1 BY 1
011510             UNTIL HT-SUB > HT-ENTRY-COUNT
011520                OR WS-IS-HOLIDAY
011530         IF HT-DATE(HT-SUB) = WS-EFF-DUE-DATE
011540             MOVE 'Y' TO WS-IS-HOLIDAY-SW
011550         END-IF
011560     END-PERFORM.
011570*
011580 8300-EXIT.
011590     EXIT.
011600*
011610******************************************************************
011620*   8400-ADD-MONTHS -- SC-GRID-DATE = PAYBGN + SC-ADD-MONTHS,    *
011630*   KEEPING THE PAYBGN DAY OR THE MONTH END IF SHORTER.          *
011640******************************************************************
011650 8400-ADD-MONTHS.
011660*
011670     MOVE REQ-PAYBGN TO DW-DATE.
011680     MOVE DW-DD      TO DW-ANCHOR-DD.
011690     COMPUTE DW-MONTH-INDEX =
011700         (DW-YYYY * 12) + DW-MM - 1 + SC-ADD-MONTHS.
011710     DIVIDE DW-MONTH-INDEX BY 12
011720         GIVING DW-YEAR-WORK REMAINDER DW-MONTH-REM.
011730     MOVE DW-YEAR-WORK TO DW-YYYY.
011740     COMPUTE DW-MM = DW-MONTH-REM + 1.
011750*
011760     PERFORM 8150-MONTH-DAYS THRU 8150-EXIT.
011770     IF DW-ANCHOR-DD > DW-MONTH-DAYS
011780         MOVE DW-MONTH-DAYS TO DW-DD
011790     ELSE
011800         MOVE DW-ANCHOR-DD  TO DW-DD
011810     END-IF.
011820     MOVE DW-DATE-NUM TO SC-GRID-DATE.
011830*
011840 8400-EXIT.
011850     EXIT.
011860*
011870 3000-TERMINATE.
011880*
011890     IF NOT WS-ABORT
011900         MOVE SPACE TO REPORT-LINE
011910         WRITE REPORT-LINE
011920         MOVE WS-REQUEST-COUNT TO SL1-REQUEST-COUNT
011930         MOVE WS-APPLIED-COUNT TO SL1-APPLIED-COUNT
011940         MOVE WS-REJECT-COUNT  TO SL1-REJECT-COUNT
011950         WRITE REPORT-LINE FROM SUMMARY-LINE-1
011960         MOVE WS-REMOVED-COUNT TO SL2-REMOVED-COUNT
011970         MOVE WS-BUILT-COUNT   TO SL2-BUILT-COUNT
011980         WRITE REPORT-LINE FROM SUMMARY-LINE-2
011990         IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
012000             MOVE 4 TO RETURN-CODE
012010         END-IF
012020     END-IF.
012030*
012040     CLOSE CONTROL-FILE.
012050     CLOSE HOLCAL-FILE.
012060     CLOSE GAFMOD-FILE.
012070     CLOSE GAFOLD-FILE.
012080     CLOSE GAFNEW-FILE.
012090     CLOSE CHANGE-REPORT.
012100*
012110 3000-EXIT.
012120     EXIT.
