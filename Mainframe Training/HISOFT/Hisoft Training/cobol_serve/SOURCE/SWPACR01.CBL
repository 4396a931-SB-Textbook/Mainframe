000230*   FOR THE PRINT SHOP, AND THE SETTLEMENT ADVICE LISTING        *
000240*   GOES TO RPTOUT.  THE BASE DATE FOR THE RUN COMES FROM THE    *
000250*   CONTROL CARD ON CTLDD (YYYYMMDD IN COLUMNS 1-8).             *
000251*   A FLOATING LEG (RCVFIX OR PAYFIX '0') IS ACCRUED ONLY WHEN   *
000252*   THE RESET HISTORY (RSTHST, WRITTEN BY SWPRST01) HOLDS ITS    *
000253*   FIXING FOR THE PERIOD BEGINNING INTBGN; A CONTRACT WHOSE     *
000254*   FLOATING LEG WAS NOT FIXED IS LISTED AS NOT ACCRUED RATHER   *
000255*   THAN SETTLED AT A STALE RATE, AND THE RUN ENDS WITH CODE 4.  *
000256*   AN AMORTIZING CONTRACT (COLCNT > 0, BALCAP RUN DOWN BY       *
000257*   SWPAMT01) ACCRUES EACH STRETCH OF THE PERIOD ON THE BALANCE  *
000258*   OUTSTANDING OVER IT, SPLIT AT ANY COLLECTION DATE INSIDE IT. *
000260*                                                                *
000270*   MODIFICATION HISTORY.                                        *
000280*   08/19/2026  SMG  INITIAL VERSION.                            *
000290*   09/02/2026  SMG  HOLSFT NOW SHIFTS OVER THE CALENDAR         *
000300*                    HOLIDAYS ON THE SHARED HOLCAL FILE AS       *
000310*                    WELL AS SATURDAYS AND SUNDAYS.              *
000313*   10/15/2026  SMG  FLOATING LEGS ACCRUE ONLY ONCE SWPRST01     *
000316*                    HAS FIXED THEM FOR THE PERIOD (RSTHST).     *
000317*   10/15/2026  SMG  AMORTIZING CONTRACTS ACCRUE ON THE BALANCE  *
000318*                    OUTSTANDING, SPLIT AT COLLECTION DATES.     *
000320******************************************************************
000330*
000340 ENVIRONMENT DIVISION.
000610             ACCESS MODE IS SEQUENTIAL
000620             FILE STATUS IS WS-HOLCAL-STATUS.
000630*
000631     SELECT  RSTHST-FILE    ASSIGN TO RSTHST
000632             ORGANIZATION IS SEQUENTIAL
000633             ACCESS MODE IS SEQUENTIAL
000634             FILE STATUS IS WS-RSTHST-STATUS.
000635*
000640     SELECT  ADVICE-REPORT  ASSIGN TO RPTOUT
000650             ORGANIZATION IS LINE SEQUENTIAL
000660             FILE STATUS IS WS-REPORT-STATUS.
000970     COPY PAY_HOLCAL REPLACING ==01== BY ==05==,
000980                               ==()== BY ==HOL-==.
000990*
000991 FD  RSTHST-FILE
000992     LABEL RECORDS ARE STANDARD.
000993*
000994 01  RSTHST-RECORD.
000995     COPY SWP_RSTHST REPLACING ==01== BY ==05==,
000996                               ==()== BY ==RST-==.
000997*
001000 FD  ADVICE-REPORT
001010     LABEL RECORDS ARE OMITTED.
001020*
001140         88  WS-HOLCAL-EOF                    VALUE 'Y'.
001150     05  WS-IS-HOLIDAY-SW         PIC X(01)   VALUE 'N'.
001160         88  WS-IS-HOLIDAY                    VALUE 'Y'.
001162     05  WS-RSTHST-EOF-SW         PIC X(01)   VALUE 'N'.
001164         88  WS-RSTHST-EOF                    VALUE 'Y'.
001166     05  WS-FIXING-FOUND-SW       PIC X(01)   VALUE 'N'.
001168         88  WS-FIXING-FOUND                  VALUE 'Y'.
001170*
001180 01  FILE-STATUS-FIELDS.
001190*
001220     05  WS-SWPPRT-STATUS         PIC X(02)   VALUE '00'.
001230     05  WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001240     05  WS-HOLCAL-STATUS         PIC X(02)   VALUE '00'.
001245     05  WS-RSTHST-STATUS         PIC X(02)   VALUE '00'.
001250*
001260 01  WORK-FIELDS.
001270*
001350     05  WS-PAY-LEG-RATE    PIC S9(02)V9(6) COMP-3 VALUE ZERO.
001360     05  WS-SETTLE-DATE     PIC 9(08)   VALUE ZERO.
001370     05  WS-DAY-OF-WEEK     PIC S9(01)  COMP-3 VALUE ZERO.
001373     05  WS-NOTFIX-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
001376     05  WS-FIXING-LEG            PIC X(01)   VALUE SPACE.
001377     05  WS-BALANCE-DAYS    PIC S9(18) COMP-3 VALUE ZERO.
001378     05  WS-AVERAGE-BALANCE PIC S9(13) COMP-3 VALUE ZERO.
001380*
001390******************************************************************
001400*   HOLIDAY TABLE -- THE SHARED HOLCAL CALENDAR, LOADED ONCE AT  *
001490 01  HOLIDAY-TABLE.
001500     05  HT-DATE OCCURS 500 TIMES
001510                            PIC 9(08).
001511*
001512******************************************************************
001513*   FIXING TABLE -- THE RSTHST RESET HISTORY, LOADED AT START-   *
001514*   UP: WHICH LEG OF WHICH CONTRACT WAS FIXED FOR WHICH PERIOD.  *
001515******************************************************************
001516 01  FIXING-TABLE-CONTROL.
001517     05  FT-MAX-ENTRIES     PIC S9(05) COMP-3 VALUE +5000.
001518     05  FT-ENTRY-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
001519     05  FT-SUB             PIC S9(05) COMP-3 VALUE ZERO.
001520*
001521 01  FIXING-TABLE.
001522     05  FT-ENTRY OCCURS 5000 TIMES.
001523         10  FT-CTLNUM            PIC X(04).
001524         10  FT-LEGTYP            PIC X(01).
001525         10  FT-INTBGN            PIC X(08).
001526*
001530******************************************************************
001540*   DATE WORK FIELDS -- 8100-COMPUTE-DAY-NUMBER TURNS A         *
001550*   YYYYMMDD DATE INTO A SERIAL DAY NUMBER (JAN/FEB COUNT AS    *
001730     05  DN-DUE-NUMBER          PIC S9(09) COMP-3.
001740     05  DW-MONTH-DAYS          PIC S9(03) COMP-3.
001750     05  DW-LEAP-WORK           PIC S9(09) COMP-3.
001751     05  DW-MONTH-INDEX         PIC S9(07) COMP-3.
001752     05  DW-MONTH-REM           PIC S9(03) COMP-3.
001753     05  DW-YEAR-WORK           PIC S9(05) COMP-3.
001754     05  DW-GRID-DATE           PIC 9(08).
001755     05  DW-SEG-BGN             PIC 9(08).
001756     05  DW-SEG-END             PIC 9(08).
001757     05  DW-SEG-DAYS            PIC S9(05) COMP-3.
001760*
001761*    AMORTIZATION WORK -- SEE 2250-AMORTIZED-BALANCE.
001762 01  AMORTIZATION-FIELDS.
001763     05  AM-CYCLE           PIC S9(03) COMP-3 VALUE ZERO.
001764     05  AM-INDEX           PIC S9(05) COMP-3 VALUE ZERO.
001765     05  AM-GRID-INDEX      PIC S9(05) COMP-3 VALUE ZERO.
001766     05  AM-ADD-MONTHS      PIC S9(05) COMP-3 VALUE ZERO.
001767     05  AM-BALANCE         PIC S9(13) COMP-3 VALUE ZERO.
001768*
001770 01  WS-BNKNAM-N                PIC N(25).
001780 01  WS-BNKNAM-X REDEFINES WS-BNKNAM-N
001790                                PIC X(50).
002340     05  AL3-SETTLE-DATE          PIC 9(08).
002350     05  AL3-SHIFT-NOTE           PIC X(30).
002360     05  FILLER                   PIC X(72)   VALUE SPACE.
002361*
002362 01  NOT-ACCRUED-LINE.
002363*
002364     05  FILLER                   PIC X(10)   VALUE ' CONTRACT '.
002365     05  NA-CTLNUM                PIC X(04).
002366     05  FILLER                   PIC X(44)   VALUE
002367             '  NOT ACCRUED - FLOATING LEG NOT FIXED FOR  '.
002368     05  NA-INTBGN                PIC X(08).
002369     05  FILLER                   PIC X(66)   VALUE SPACE.
002370*
002380 01  SUMMARY-LINE-1.
002390*
002430     05  SL1-CONTRACT-COUNT       PIC ZZZZ9.
002440     05  FILLER                   PIC X(101)  VALUE SPACE.
002450*
002451 01  SUMMARY-LINE-2.
002452*
002453     05  FILLER                   PIC X(01)   VALUE SPACE.
002454     05  FILLER                   PIC X(25)   VALUE
002455             'CONTRACTS NOT ACCRUED...:'.
002456     05  SL2-NOTFIX-COUNT         PIC ZZZZ9.
002457     05  FILLER                   PIC X(101)  VALUE SPACE.
002458*
002460 PROCEDURE DIVISION.
002470*
002480 0000-MAINLINE.
002580     OPEN INPUT  CONTROL-FILE.
002590     OPEN INPUT  SWPMST-FILE.
002600     OPEN INPUT  HOLCAL-FILE.
002605     OPEN INPUT  RSTHST-FILE.
002610     OPEN OUTPUT SWPPRT-FILE.
002620     OPEN OUTPUT ADVICE-REPORT.
002630*
002640     IF WS-CONTROL-STATUS NOT = '00'
002650      OR WS-SWPMST-STATUS NOT = '00'
002660      OR WS-HOLCAL-STATUS NOT = '00'
002665      OR WS-RSTHST-STATUS NOT = '00'
002670      OR WS-SWPPRT-STATUS NOT = '00'
002680      OR WS-REPORT-STATUS NOT = '00'
002690         DISPLAY 'SWPACR010001E FILE OPEN FAILED, CTL='
002700             WS-CONTROL-STATUS ' MST=' WS-SWPMST-STATUS
002710             ' PRT=' WS-SWPPRT-STATUS ' RPT=' WS-REPORT-STATUS
002720             ' CAL=' WS-HOLCAL-STATUS ' HST=' WS-RSTHST-STATUS
002730         MOVE 'Y' TO WS-ABORT-SW
002740         MOVE 16 TO RETURN-CODE
002750     END-IF.
002790             UNTIL WS-HOLCAL-EOF
002800     END-IF.
002810*
002811     IF NOT WS-ABORT
002812         PERFORM 1200-LOAD-FIXINGS THRU 1200-EXIT
002813             UNTIL WS-RSTHST-EOF
002814     END-IF.
002815*
002820     IF NOT WS-ABORT
002830         READ CONTROL-FILE
002840             AT END
003650         GO TO 2100-EXIT
003660     END-IF.
003670*
003671     PERFORM 2150-CHECK-FIXINGS THRU 2150-EXIT.
003672     IF NOT WS-FIXING-FOUND
003673         ADD 1 TO WS-NOTFIX-COUNT
003674         GO TO 2100-EXIT
003675     END-IF.
003676*
003680     ADD 1 TO WS-CONTRACT-COUNT.
003690*
003700     PERFORM 2200-COMPUTE-DAY-COUNT THRU 2200-EXIT.
003705     PERFORM 2250-AMORTIZED-BALANCE THRU 2250-EXIT.
003710     PERFORM 2300-ACCRUE-LEGS THRU 2300-EXIT.
003720     PERFORM 2400-SHIFT-SETTLEMENT-DATE THRU 2400-EXIT.
003730     PERFORM 2500-WRITE-PRINT-RECORD THRU 2500-EXIT.
004270     EXIT.
004280*
004290******************************************************************
004300*   2300-ACCRUE-LEGS -- SIMPLE INTEREST ON THE OUTSTANDING       *
004310*   PRINCIPAL: THE RECEIVE LEG AT RCVRAT, THE PAY LEG AT         *
004320*   PAYRAT PLUS MARGIN, EACH RATE IN PERCENT PER ANNUM, THEN     *
004330*   THE NET OF THE TWO.                                          *
004335*   THE PRINCIPAL IS THE BALANCE-DAYS FROM 2250.                 *
004340******************************************************************
004350 2300-ACCRUE-LEGS.
004360*
004370     COMPUTE WS-RCV-INTEREST ROUNDED =
004380         WS-BALANCE-DAYS * SWP-RCVRAT
004390         / (WS-YEAR-BASE * 100).
004400*
004410     COMPUTE WS-PAY-LEG-RATE = SWP-PAYRAT + SWP-MARGIN.
004420     COMPUTE WS-PAY-INTEREST ROUNDED =
004430         WS-BALANCE-DAYS * WS-PAY-LEG-RATE
004440         / (WS-YEAR-BASE * 100).
004450*
004460     COMPUTE WS-NET-INTEREST =
005080     MOVE ZERO           TO PRT-UNPDAY.
005090     MOVE SWP-CNTCAP     TO PRT-CNTCAP.
005100     MOVE SWP-BALCAP     TO PRT-BALCAP.
005110     MOVE WS-AVERAGE-BALANCE TO PRT-AVEBAL.
005120     MOVE SWP-RCVRAT     TO PRT-RCVRAT
005130                            PRT-RCVAVE
005140                            PRT-RCVYLD.
006600     IF NOT WS-ABORT
006610         MOVE WS-CONTRACT-COUNT TO SL1-CONTRACT-COUNT
006620         WRITE REPORT-LINE FROM SUMMARY-LINE-1
006621         MOVE WS-NOTFIX-COUNT TO SL2-NOTFIX-COUNT
006622         WRITE REPORT-LINE FROM SUMMARY-LINE-2
006623         IF WS-NOTFIX-COUNT > ZERO AND RETURN-CODE = ZERO
006624             MOVE 4 TO RETURN-CODE
006625         END-IF
006630     END-IF.
006640*
006650     CLOSE CONTROL-FILE.
006660     CLOSE SWPMST-FILE.
006670     CLOSE HOLCAL-FILE.
006675     CLOSE RSTHST-FILE.
006680     CLOSE SWPPRT-FILE.
006690     CLOSE ADVICE-REPORT.
006700*
006710 3000-EXIT.
006720     EXIT.
006730*
006740******************************************************************
006750*   1200-LOAD-FIXINGS -- THE RESET HISTORY INTO THE TABLE.  A    *
006760*   FULL TABLE STOPS THE RUN RATHER THAN REFUSE CONTRACTS        *
006770*   WHOSE FIXING SIMPLY DID NOT FIT.                             *
006780******************************************************************
006790 1200-LOAD-FIXINGS.
006800*
006810     READ RSTHST-FILE
006820         AT END
006830             MOVE 'Y' TO WS-RSTHST-EOF-SW
006840     END-READ.
006850*
006860     IF WS-RSTHST-EOF
006870         GO TO 1200-EXIT
006880     END-IF.
006890*
006900     IF FT-ENTRY-COUNT < FT-MAX-ENTRIES
006910         ADD 1 TO FT-ENTRY-COUNT
006920         MOVE RST-CTLNUM TO FT-CTLNUM(FT-ENTRY-COUNT)
006930         MOVE RST-LEGTYP TO FT-LEGTYP(FT-ENTRY-COUNT)
006940         MOVE RST-INTBGN TO FT-INTBGN(FT-ENTRY-COUNT)
006950     ELSE
006960         DISPLAY 'SWPACR010007E FIXING TABLE FULL'
006970         MOVE 'Y' TO WS-ABORT-SW
006980         MOVE 'Y' TO WS-RSTHST-EOF-SW
006990         MOVE 16 TO RETURN-CODE
007000     END-IF.
007010*
007020 1200-EXIT.
007030     EXIT.
007040*
007050******************************************************************
007060*   2150-CHECK-FIXINGS -- EVERY FLOATING LEG OF THE CONTRACT     *
007070*   MUST HAVE BEEN FIXED FOR THE PERIOD BEGINNING INTBGN.  A     *
007080*   FIXED-RATE CONTRACT PASSES STRAIGHT THROUGH.                 *
007090******************************************************************
007100 2150-CHECK-FIXINGS.
007110*
007120     MOVE 'Y' TO WS-FIXING-FOUND-SW.
007130*
007140     IF SWP-RCVFIX = '0'
007150         MOVE 'R' TO WS-FIXING-LEG
007160         PERFORM 2160-FIND-FIXING THRU 2160-EXIT
007170     END-IF.
007180*
007190     IF WS-FIXING-FOUND AND SWP-PAYFIX = '0'
007200         MOVE 'P' TO WS-FIXING-LEG
007210         PERFORM 2160-FIND-FIXING THRU 2160-EXIT
007220     END-IF.
007230*
007240     IF NOT WS-FIXING-FOUND
007250         MOVE SWP-CTLNUM TO NA-CTLNUM
007260         MOVE SWP-INTBGN TO NA-INTBGN
007270         WRITE REPORT-LINE FROM NOT-ACCRUED-LINE
007280     END-IF.
007290*
007300 2150-EXIT.
007310     EXIT.
007320*
007330 2160-FIND-FIXING.
007340*
007350     MOVE 'N' TO WS-FIXING-FOUND-SW.
007360     PERFORM VARYING FT-SUB FROM 1 BY 1
007370             UNTIL FT-SUB > FT-ENTRY-COUNT
007380                OR WS-FIXING-FOUND
007390         IF  FT-CTLNUM(FT-SUB) = SWP-CTLNUM
007400         AND FT-LEGTYP(FT-SUB) = WS-FIXING-LEG
007410         AND FT-INTBGN(FT-SUB) = SWP-INTBGN
007420             MOVE 'Y' TO WS-FIXING-FOUND-SW
007430         END-IF
007440     END-PERFORM.
007450*
007460 2160-EXIT.
007470     EXIT.
007480*
007490******************************************************************
007500*   2250-AMORTIZED-BALANCE -- PRINCIPAL TIMES DAYS OVER THE      *
007510*   PERIOD, WS-BALANCE-DAYS.  A CONTRACT THAT DOES NOT AMORTIZE  *
007520*   IS SIMPLY BALCAP FOR THE WHOLE PERIOD.  FOR ONE THAT DOES,   *
007530*   THE COLLECTION DATES FOLLOW SWPAMT01: COLLECTION N (1 = THE  *
007540*   NEXT ONE STILL TO COME, 0 AND BELOW ALREADY TAKEN, EACH      *
007550*   COLAMT) FALLS MONCNT - (COLCNT - N) * UPDCYC MONTHS AFTER    *
007560*   CONDAY.  STEP BACK OR FORWARD FROM BALCAP TO THE BALANCE     *
007570*   STANDING AT INTBGN (NEVER ABOVE CNTCAP), THEN WALK THE       *
007580*   COLLECTIONS THAT FALL BEFORE DUEDAY, EACH STRETCH AT ITS     *
007590*   OWN BALANCE.  A COLLECTION TAKES EFFECT ON ITS OWN DATE.     *
007600******************************************************************
007610 2250-AMORTIZED-BALANCE.
007620*
007630     COMPUTE WS-BALANCE-DAYS = SWP-BALCAP * WS-DAY-COUNT.
007640     MOVE SWP-BALCAP TO WS-AVERAGE-BALANCE.
007650*
007660     IF SWP-COLCNT NOT > ZERO
007670      OR SWP-CONDAY NOT NUMERIC
007680      OR SWP-INTBGN NOT NUMERIC
007690      OR SWP-DUEDAY NOT NUMERIC
007700      OR SWP-UPDCYC NOT NUMERIC
007710      OR SWP-UPDCYC = '00'
007720      OR SWP-MONCNT NOT > ZERO
007730      OR WS-DAY-COUNT NOT > ZERO
007740         GO TO 2250-EXIT
007750     END-IF.
007760*
007770     MOVE SWP-UPDCYC TO AM-CYCLE.
007780     MOVE ZERO       TO AM-INDEX.
007790     MOVE SWP-BALCAP TO AM-BALANCE.
007800*
007810     MOVE AM-INDEX TO AM-GRID-INDEX.
007820     PERFORM 2260-GRID-DATE THRU 2260-EXIT.
007830     PERFORM 2270-STEP-BACK THRU 2270-EXIT
007840         UNTIL DW-GRID-DATE NOT > SWP-INTBGN
007850            OR AM-BALANCE + SWP-COLAMT > SWP-CNTCAP.
007860*
007870     COMPUTE AM-GRID-INDEX = AM-INDEX + 1.
007880     PERFORM 2260-GRID-DATE THRU 2260-EXIT.
007890     PERFORM 2275-STEP-FORWARD THRU 2275-EXIT
007900         UNTIL AM-INDEX NOT < SWP-COLCNT
007910            OR DW-GRID-DATE > SWP-INTBGN.
007920*
007930     MOVE ZERO       TO WS-BALANCE-DAYS.
007940     MOVE SWP-INTBGN TO DW-SEG-BGN.
007950     PERFORM 2280-ACCRUE-STRETCH THRU 2280-EXIT
007960         UNTIL AM-INDEX NOT < SWP-COLCNT
007970            OR DW-GRID-DATE NOT < SWP-DUEDAY.
007980*
007990     MOVE SWP-DUEDAY TO DW-SEG-END.
008000     PERFORM 8500-STRETCH-DAYS THRU 8500-EXIT.
008010     COMPUTE WS-BALANCE-DAYS =
008020         WS-BALANCE-DAYS + (AM-BALANCE * DW-SEG-DAYS).
008030*
008040     COMPUTE WS-AVERAGE-BALANCE ROUNDED =
008050         WS-BALANCE-DAYS / WS-DAY-COUNT.
008060*
008070 2250-EXIT.
008080     EXIT.
008090*
008100 2260-GRID-DATE.
008110*
008120     COMPUTE AM-ADD-MONTHS =
008130         SWP-MONCNT - ((SWP-COLCNT - AM-GRID-INDEX) * AM-CYCLE).
008140     PERFORM 8400-ADD-MONTHS THRU 8400-EXIT.
008150*
008160 2260-EXIT.
008170     EXIT.
008180*
008190*    COLLECTION AM-INDEX FELL AFTER INTBGN: PUT IT BACK.
008200 2270-STEP-BACK.
008210*
008220     ADD SWP-COLAMT TO AM-BALANCE.
008230     SUBTRACT 1 FROM AM-INDEX.
008240     MOVE AM-INDEX TO AM-GRID-INDEX.
008250     PERFORM 2260-GRID-DATE THRU 2260-EXIT.
008260*
008270 2270-EXIT.
008280     EXIT.
008290*
008300*    COLLECTION AM-INDEX + 1 FELL ON OR BEFORE INTBGN BUT HAS
008310*    NOT BEEN TAKEN YET: TAKE IT OUT.
008320 2275-STEP-FORWARD.
008330*
008340     ADD 1 TO AM-INDEX.
008350     PERFORM 2285-TAKE-COLLECTION THRU 2285-EXIT.
008360     COMPUTE AM-GRID-INDEX = AM-INDEX + 1.
008370     PERFORM 2260-GRID-DATE THRU 2260-EXIT.
008380*
008390 2275-EXIT.
008400     EXIT.
008410*
008420*    THE STRETCH UP TO THE NEXT COLLECTION, THEN THE COLLECTION.
008430 2280-ACCRUE-STRETCH.
008440*
008450     MOVE DW-GRID-DATE TO DW-SEG-END.
008460     PERFORM 8500-STRETCH-DAYS THRU 8500-EXIT.
008470     COMPUTE WS-BALANCE-DAYS =
008480         WS-BALANCE-DAYS + (AM-BALANCE * DW-SEG-DAYS).
008490*
008500     ADD 1 TO AM-INDEX.
008510     PERFORM 2285-TAKE-COLLECTION THRU 2285-EXIT.
008520     MOVE DW-GRID-DATE TO DW-SEG-BGN.
008530     COMPUTE AM-GRID-INDEX = AM-INDEX + 1.
008540     PERFORM 2260-GRID-DATE THRU 2260-EXIT.
008550*
008560 2280-EXIT.
008570     EXIT.
008580*
008590 2285-TAKE-COLLECTION.
008600*
008610     IF AM-INDEX = SWP-COLCNT
008620         SUBTRACT SWP-COLLST FROM AM-BALANCE
008630     ELSE
008640         SUBTRACT SWP-COLAMT FROM AM-BALANCE
008650     END-IF.
008660     IF AM-BALANCE < ZERO
008670         MOVE ZERO TO AM-BALANCE
008680     END-IF.
008690*
008700 2285-EXIT.
008710     EXIT.
008720*
008730******************************************************************
008740*   8400-ADD-MONTHS -- CONDAY MOVED AM-ADD-MONTHS MONTHS INTO    *
008750*   DW-GRID-DATE.  A DAY THE TARGET MONTH DOES NOT HAVE BECOMES  *
008760*   ITS LAST DAY, AS IN SWPAMT01.                                *
008770******************************************************************
008780 8400-ADD-MONTHS.
008790*
008800     MOVE SWP-CONDAY TO DW-DATE.
008810     COMPUTE DW-MONTH-INDEX =
008820         (DW-YYYY * 12) + DW-MM - 1 + AM-ADD-MONTHS.
008830     DIVIDE DW-MONTH-INDEX BY 12
008840         GIVING DW-YEAR-WORK REMAINDER DW-MONTH-REM.
008850     MOVE DW-YEAR-WORK TO DW-YYYY.
008860     COMPUTE DW-MM = DW-MONTH-REM + 1.
008870*
008880     EVALUATE DW-MM
008890         WHEN 04
008900         WHEN 06
008910         WHEN 09
008920         WHEN 11
008930             MOVE 30 TO DW-MONTH-DAYS
008940         WHEN 02
008950             MOVE 28 TO DW-MONTH-DAYS
008960             COMPUTE DW-LEAP-WORK =
008970                 FUNCTION MOD(DW-YYYY 4)
008980             IF DW-LEAP-WORK = ZERO
008990                 MOVE 29 TO DW-MONTH-DAYS
009000                 COMPUTE DW-LEAP-WORK =
009010                     FUNCTION MOD(DW-YYYY 100)
009020                 IF DW-LEAP-WORK = ZERO
009030                     COMPUTE DW-LEAP-WORK =
009040                         FUNCTION MOD(DW-YYYY 400)
009050                     IF DW-LEAP-WORK NOT = ZERO
009060                         MOVE 28 TO DW-MONTH-DAYS
009070                     END-IF
009080                 END-IF
009090             END-IF
009100         WHEN OTHER
009110             MOVE 31 TO DW-MONTH-DAYS
009120     END-EVALUATE.
009130*
009140     IF DW-DD > DW-MONTH-DAYS
009150         MOVE DW-MONTH-DAYS TO DW-DD
009160     END-IF.
009170     MOVE DW-DATE-NUM TO DW-GRID-DATE.
009180*
009190 8400-EXIT.
009200     EXIT.
009210*
009220******************************************************************
009230*   8500-STRETCH-DAYS -- DAYS FROM DW-SEG-BGN TO DW-SEG-END BY   *
009240*   THE CONTRACT'S FRACTN RULE, COUNTED AS IN 2200.              *
009250******************************************************************
009260 8500-STRETCH-DAYS.
009270*
009280     MOVE DW-SEG-BGN TO DW-DATE.
009290     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
009300     MOVE DN-DAY-NUMBER TO DN-BGN-NUMBER.
009310*
009320     MOVE DW-SEG-END TO DW-DATE.
009330     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
009340     MOVE DN-DAY-NUMBER TO DN-DUE-NUMBER.
009350*
009360     IF SWP-FRACTN = '2'
009370         MOVE DW-SEG-BGN TO T3-BGN
009380         MOVE DW-SEG-END TO T3-DUE
009390         MOVE T3-BGN-D TO T3-BGN-DD
009400         MOVE T3-DUE-D TO T3-DUE-DD
009410         IF T3-BGN-DD > 30
009420             MOVE 30 TO T3-BGN-DD
009430         END-IF
009440         IF T3-DUE-DD > 30
009450             MOVE 30 TO T3-DUE-DD
009460         END-IF
009470         COMPUTE DW-SEG-DAYS =
009480               ((T3-DUE-Y - T3-BGN-Y) * 360)
009490             + ((T3-DUE-M - T3-BGN-M) * 30)
009500             + (T3-DUE-DD - T3-BGN-DD)
009510     ELSE
009520         COMPUTE DW-SEG-DAYS =
009530             DN-DUE-NUMBER - DN-BGN-NUMBER
009540     END-IF.
009550*
009560     IF DW-SEG-DAYS < ZERO
009570         MOVE ZERO TO DW-SEG-DAYS
009580     END-IF.
009590*
009600 8500-EXIT.
009610     EXIT.
