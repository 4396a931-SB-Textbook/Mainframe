000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    SWPAMT01.
000040 AUTHOR.        SERVER MAINTENANCE GROUP.
000050 INSTALLATION.  HISOFT SERVER DEVELOPMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   SWPAMT01 -- AMORTIZING-NOTIONAL STEP FOR INTEREST SWAPS.     *
000110*   SWP_INTSWP CARRIES COLAMT, COLLST, AND COLCNT FOR A          *
000120*   CONTRACT WHOSE PRINCIPAL REDUCES OVER ITS LIFE, BUT          *
000130*   NOTHING EVER REDUCED BALCAP.  THE COLLECTION SCHEDULE IS:    *
000140*     - THE CONTRACT MATURES MONCNT MONTHS AFTER CONDAY;         *
000150*     - COLLECTIONS FALL EVERY UPDCYC MONTHS, COUNTING BACK      *
000160*       FROM MATURITY, THE LAST ONE ON THE MATURITY DATE (A      *
000170*       DAY PAST THE END OF A SHORT MONTH FALLS ON ITS LAST      *
000180*       DAY);                                                    *
000190*     - COLCNT IS THE NUMBER OF COLLECTIONS STILL TO COME, SO    *
000200*       THE NEXT ONE IS (COLCNT - 1) CYCLES BEFORE MATURITY;     *
000210*     - EACH TAKES COLAMT OFF BALCAP, THE FINAL ONE COLLST.      *
000220*   THIS STEP TAKES THE SWAP MASTER, OLD COPY IN (SWPOLD) AND    *
000230*   AMORTIZED COPY OUT (SWPNEW), AND FOR EVERY CONTRACT WITH     *
000240*   COLLECTIONS LEFT TAKES EACH ONE FALLING ON OR BEFORE THE     *
000250*   BASE DATE (CTLDD, YYYYMMDD IN COLUMNS 1-8), REDUCING         *
000260*   BALCAP AND COLCNT.  A RERUN FOR THE SAME DATE TAKES          *
000270*   NOTHING TWICE.  RUN IT AHEAD OF SWPACR01 AND SWPVAL01,       *
000280*   WHICH ACCRUE AND REVALUE EACH STRETCH OF THE PERIOD ON THE   *
000290*   BALANCE OUTSTANDING OVER IT.                                 *
000300*   RPTOUT CARRIES THE PRINCIPAL SCHEDULE PER CONTRACT FOR       *
000310*   TREASURY TO CHECK AGAINST THE CONFIRMATIONS: THE             *
000320*   COLLECTIONS TAKEN THIS RUN AND EVERY ONE STILL TO COME,      *
000330*   EACH WITH THE BALANCE REMAINING AFTER IT.  A CONTRACT        *
000340*   WHOSE SCHEDULE CANNOT BE BUILT (CONDAY, UPDCYC, OR MONCNT    *
000350*   MISSING) IS LEFT AS IT WAS, AND ONE WHOSE SCHEDULE DOES      *
000360*   NOT RUN THE BALANCE DOWN TO ZERO AT MATURITY IS FLAGGED;     *
000370*   EITHER ENDS THE RUN WITH CODE 4.                             *
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
000580     SELECT  SWPOLD-FILE    ASSIGN TO SWPOLD
000590             ORGANIZATION IS SEQUENTIAL
000600             ACCESS MODE IS SEQUENTIAL
000610             FILE STATUS IS WS-SWPOLD-STATUS.
000620*
000630     SELECT  SWPNEW-FILE    ASSIGN TO SWPNEW
000640             ORGANIZATION IS SEQUENTIAL
000650             ACCESS MODE IS SEQUENTIAL
000660             FILE STATUS IS WS-SWPNEW-STATUS.
000670*
000680     SELECT  SCHEDULE-REPORT ASSIGN TO RPTOUT
000690             ORGANIZATION IS LINE SEQUENTIAL
000700             FILE STATUS IS WS-REPORT-STATUS.
000710*
000720 DATA DIVISION.
000730*
000740 FILE SECTION.
000750*
000760 FD  CONTROL-FILE
000770     LABEL RECORDS ARE STANDARD.
000780*
000790 01  CONTROL-RECORD.
000800     05  CTL-BASE-DATE            PIC 9(08).
000810     05  FILLER                   PIC X(72).
000820*
000830 FD  SWPOLD-FILE
000840     LABEL RECORDS ARE STANDARD.
000850*
000860 01  SWPOLD-RECORD.
000870     COPY SWP_INTSWP REPLACING ==01== BY ==05==,
000880                               ==()== BY ==SWP-==.
000890*
000900 FD  SWPNEW-FILE
000910     LABEL RECORDS ARE STANDARD.
000920*
000930 01  SWPNEW-RECORD                PIC X(206).
000940*
000950 FD  SCHEDULE-REPORT
000960     LABEL RECORDS ARE OMITTED.
000970*
000980 01  REPORT-LINE                  PIC X(132).
000990*
001000 WORKING-STORAGE SECTION.
001010*
001020 01  SWITCHES.
001030*
001040     05  WS-ABORT-SW              PIC X(01)   VALUE 'N'.
001050         88  WS-ABORT                         VALUE 'Y'.
001060     05  WS-SWPOLD-EOF-SW         PIC X(01)   VALUE 'N'.
001070         88  WS-SWPOLD-EOF                    VALUE 'Y'.
001080     05  WS-SCHEDULE-OK-SW        PIC X(01)   VALUE 'Y'.
001090         88  WS-SCHEDULE-OK                   VALUE 'Y'.
001100*
001110 01  FILE-STATUS-FIELDS.
001120*
001130     05  WS-CONTROL-STATUS        PIC X(02)   VALUE '00'.
001140     05  WS-SWPOLD-STATUS         PIC X(02)   VALUE '00'.
001150     05  WS-SWPNEW-STATUS         PIC X(02)   VALUE '00'.
001160     05  WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001170*
001180 01  WORK-FIELDS.
001190*
001200     05  WS-CONTRACT-COUNT  PIC S9(05) COMP-3 VALUE ZERO.
001210     05  WS-AMORTIZING-COUNT PIC S9(05) COMP-3 VALUE ZERO.
001220     05  WS-COLLECTED-COUNT PIC S9(05) COMP-3 VALUE ZERO.
001230     05  WS-EXCEPT-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
001240     05  WS-COLLECTED-TOTAL PIC S9(15) COMP-3 VALUE ZERO.
001250     05  WS-BASE-DATE             PIC 9(08)   VALUE ZERO.
001260     05  WS-LINE-SEQ        PIC S9(03) COMP-3 VALUE ZERO.
001270     05  WS-AMOUNT          PIC S9(13) COMP-3 VALUE ZERO.
001280     05  WS-RUNNING-BALANCE PIC S9(13) COMP-3 VALUE ZERO.
001290*
001300******************************************************************
001310*   SCHEDULE FIELDS -- AM-INDEX NUMBERS THE COLLECTIONS STILL    *
001320*   TO COME 1 THROUGH COLCNT; 2300-GRID-DATE TURNS ONE INTO      *
001330*   ITS DATE AS A MONTH OFFSET FROM CONDAY, AND                  *
001340*   8400-ADD-MONTHS DOES THE CALENDAR WORK.                      *
001350******************************************************************
001360 01  AMORTIZATION-FIELDS.
001370     05  AM-CYCLE           PIC S9(03) COMP-3 VALUE ZERO.
001380     05  AM-INDEX           PIC S9(05) COMP-3 VALUE ZERO.
001390     05  AM-ADD-MONTHS      PIC S9(05) COMP-3 VALUE ZERO.
001400     05  AM-GRID-DATE             PIC 9(08)   VALUE ZERO.
001410     05  AM-MONTH-INDEX     PIC S9(07) COMP-3 VALUE ZERO.
001420     05  AM-MONTH-REM       PIC S9(03) COMP-3 VALUE ZERO.
001430     05  AM-YEAR            PIC S9(05) COMP-3 VALUE ZERO.
001440     05  AM-MONTH-DAYS      PIC S9(03) COMP-3 VALUE ZERO.
001450     05  AM-LEAP-QUOT       PIC S9(05) COMP-3 VALUE ZERO.
001460     05  AM-LEAP-REM        PIC S9(03) COMP-3 VALUE ZERO.
001470*
001480 01  DATE-WORK-FIELDS.
001490     05  DW-DATE.
001500         10  DW-YYYY            PIC 9(04).
001510         10  DW-MM              PIC 9(02).
001520         10  DW-DD              PIC 9(02).
001530     05  DW-DATE-NUM REDEFINES DW-DATE
001540                                PIC 9(08).
001550*
001560 01  HEADING-LINE-1.
001570*
001580     05  FILLER                   PIC X(01)   VALUE SPACE.
001590     05  FILLER                   PIC X(44)   VALUE
001600             'SWPAMT01 SWAP PRINCIPAL SCHEDULE  BASE DATE '.
001610     05  HL1-BASE-DATE            PIC 9(08).
001620     05  FILLER                   PIC X(79)   VALUE SPACE.
001630*
001640 01  CONTRACT-LINE.
001650*
001660     05  FILLER                   PIC X(01)   VALUE SPACE.
001670     05  FILLER                   PIC X(09)   VALUE 'CONTRACT '.
001680     05  CL-CTLNUM                PIC X(04).
001690     05  FILLER                   PIC X(06)   VALUE '  CCY '.
001700     05  CL-CCYCOD                PIC X(03).
001710     05  FILLER                   PIC X(12)   VALUE
001720             '  PRINCIPAL '.
001730     05  CL-CNTCAP                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
001740     05  FILLER                   PIC X(18)   VALUE
001750             '  OPENING BALANCE '.
001760     05  CL-BALCAP                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
001770     05  FILLER                   PIC X(19)   VALUE
001780             '  COLLECTIONS LEFT '.
001790     05  CL-COLCNT                PIC ZZ9.
001800     05  FILLER                   PIC X(08)   VALUE
001810             '  EVERY '.
001820     05  CL-CYCLE                 PIC Z9.
001830     05  FILLER                   PIC X(13)   VALUE ' MONTHS'.
001840*
001850 01  SCHEDULE-LINE.
001860*
001870     05  FILLER                   PIC X(05)   VALUE SPACE.
001880     05  SL-SEQ                   PIC ZZ9.
001890     05  FILLER                   PIC X(02)   VALUE SPACE.
001900     05  SL-DATE                  PIC 9(08).
001910     05  FILLER                   PIC X(02)   VALUE SPACE.
001920     05  SL-STATUS                PIC X(10).
001930     05  FILLER                   PIC X(08)   VALUE ' AMOUNT '.
001940     05  SL-AMOUNT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
001950     05  FILLER                   PIC X(16)   VALUE
001960             '  BALANCE AFTER '.
001970     05  SL-BALANCE               PIC -,---,---,---,--9.
001980     05  FILLER                   PIC X(02)   VALUE SPACE.
001990     05  SL-NOTE                  PIC X(18).
002000     05  FILLER                   PIC X(24)   VALUE SPACE.
002010*
002020 01  MESSAGE-LINE.
002030*
002040     05  FILLER                   PIC X(01)   VALUE SPACE.
002050     05  FILLER                   PIC X(09)   VALUE 'CONTRACT '.
002060     05  ML-CTLNUM                PIC X(04).
002070     05  FILLER                   PIC X(02)   VALUE SPACE.
002080     05  ML-MESSAGE               PIC X(46).
002090     05  ML-AMOUNT                PIC -,---,---,---,--9.
002100     05  FILLER                   PIC X(53)   VALUE SPACE.
002110*
002120 01  SUMMARY-LINE-1.
002130*
002140     05  FILLER                   PIC X(01)   VALUE SPACE.
002150     05  FILLER                   PIC X(25)   VALUE
002160             'CONTRACTS READ..........:'.
002170     05  SL1-CONTRACT-COUNT       PIC ZZZZ9.
002180     05  FILLER                   PIC X(101)  VALUE SPACE.
002190*
002200 01  SUMMARY-LINE-2.
002210*
002220     05  FILLER                   PIC X(01)   VALUE SPACE.
002230     05  FILLER                   PIC X(25)   VALUE
002240             'AMORTIZING CONTRACTS....:'.
002250     05  SL2-AMORTIZING-COUNT     PIC ZZZZ9.
002260     05  FILLER                   PIC X(101)  VALUE SPACE.
002270*
002280 01  SUMMARY-LINE-3.
002290*
002300     05  FILLER                   PIC X(01)   VALUE SPACE.
002310     05  FILLER                   PIC X(25)   VALUE
002320             'COLLECTIONS TAKEN.......:'.
002330     05  SL3-COLLECTED-COUNT      PIC ZZZZ9.
002340     05  FILLER                   PIC X(12)   VALUE
002350             '  PRINCIPAL '.
002360     05  SL3-COLLECTED-TOTAL      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002370     05  FILLER                   PIC X(70)   VALUE SPACE.
002380*
002390 01  SUMMARY-LINE-4.
002400*
002410     05  FILLER                   PIC X(01)   VALUE SPACE.
002420     05  FILLER                   PIC X(25)   VALUE
002430             'CONTRACTS FLAGGED.......:'.
002440     05  SL4-EXCEPT-COUNT         PIC ZZZZ9.
002450     05  FILLER                   PIC X(101)  VALUE SPACE.
002460*
002470 PROCEDURE DIVISION.
002480*
002490 0000-MAINLINE.
002500*
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002520     PERFORM 2000-PROCESS-CONTRACTS THRU 2000-EXIT.
002530     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002540*
002550     STOP RUN.
002560*
002570 1000-INITIALIZE.
002580*
002590     OPEN INPUT  CONTROL-FILE.
002600     OPEN INPUT  SWPOLD-FILE.
002610     OPEN OUTPUT SWPNEW-FILE.
002620     OPEN OUTPUT SCHEDULE-REPORT.
002630*
002640     IF WS-CONTROL-STATUS NOT = '00'
002650      OR WS-SWPOLD-STATUS NOT = '00'
002660      OR WS-SWPNEW-STATUS NOT = '00'
002670      OR WS-REPORT-STATUS NOT = '00'
002680         DISPLAY 'SWPAMT010001E FILE OPEN FAILED, CTL='
002690             WS-CONTROL-STATUS ' OLD=' WS-SWPOLD-STATUS
002700             ' NEW=' WS-SWPNEW-STATUS ' RPT=' WS-REPORT-STATUS
002710         MOVE 'Y' TO WS-ABORT-SW
002720         MOVE 16 TO RETURN-CODE
002730     END-IF.
002740*
002750     IF NOT WS-ABORT
002760         READ CONTROL-FILE
002770             AT END
002780                 DISPLAY 'SWPAMT010002E CONTROL CARD MISSING'
002790                 MOVE 'Y' TO WS-ABORT-SW
002800                 MOVE 16 TO RETURN-CODE
002810         END-READ
002820     END-IF.
002830*
002840     IF NOT WS-ABORT
002850         IF CTL-BASE-DATE NUMERIC
002860             MOVE CTL-BASE-DATE TO WS-BASE-DATE
002870                                   HL1-BASE-DATE
002880             WRITE REPORT-LINE FROM HEADING-LINE-1
002890         ELSE
002900             DISPLAY 'SWPAMT010003E CONTROL CARD INVALID: '
002910                 CONTROL-RECORD
002920             MOVE 'Y' TO WS-ABORT-SW
002930             MOVE 16 TO RETURN-CODE
002940         END-IF
002950     END-IF.
002960*
002970 1000-EXIT.
002980     EXIT.
002990*
003000 2000-PROCESS-CONTRACTS.
003010*
003020     IF WS-ABORT
003030         GO TO 2000-EXIT
003040     END-IF.
003050*
003060     PERFORM 2100-PROCESS-ONE-CONTRACT THRU 2100-EXIT
003070         UNTIL WS-SWPOLD-EOF.
003080*
003090 2000-EXIT.
003100     EXIT.
003110*
003120 2100-PROCESS-ONE-CONTRACT.
003130*
003140     READ SWPOLD-FILE
003150         AT END
003160             MOVE 'Y' TO WS-SWPOLD-EOF-SW
003170     END-READ.
003180*
003190     IF WS-SWPOLD-EOF
003200         GO TO 2100-EXIT
003210     END-IF.
003220*
003230     ADD 1 TO WS-CONTRACT-COUNT.
003240*
003250     IF SWP-COLCNT > ZERO
003260         PERFORM 2200-AMORTIZE-CONTRACT THRU 2200-EXIT
003270     END-IF.
003280*
003290     WRITE SWPNEW-RECORD FROM SWPOLD-RECORD.
003300     IF WS-SWPNEW-STATUS NOT = '00'
003310         DISPLAY 'SWPAMT010004E SWPNEW WRITE FAILED, STATUS='
003320             WS-SWPNEW-STATUS
003330         MOVE 'Y' TO WS-ABORT-SW
003340         MOVE 'Y' TO WS-SWPOLD-EOF-SW
003350         MOVE 16 TO RETURN-CODE
003360     END-IF.
003370*
003380 2100-EXIT.
003390     EXIT.
003400*
003410******************************************************************
003420*   2200-AMORTIZE-CONTRACT -- A CONTRACT WITH COLLECTIONS LEFT.  *
003430*   CHECK THE SCHEDULE CAN BE BUILT, TAKE WHAT IS DUE BY THE     *
003440*   BASE DATE, THEN LIST WHAT REMAINS.                           *
003450******************************************************************
003460 2200-AMORTIZE-CONTRACT.
003470*
003480     MOVE 'Y' TO WS-SCHEDULE-OK-SW.
003490     MOVE SWP-CTLNUM TO ML-CTLNUM.
003500     MOVE ZERO       TO ML-AMOUNT.
003510*
003520     EVALUATE TRUE
003530         WHEN SWP-CONDAY NOT NUMERIC
003540             MOVE 'NOT AMORTIZED - CONDAY IS NOT A DATE          '
003550                 TO ML-MESSAGE
003560             MOVE 'N' TO WS-SCHEDULE-OK-SW
003570         WHEN SWP-UPDCYC NOT NUMERIC
003580           OR SWP-UPDCYC = '00'
003590             MOVE 'NOT AMORTIZED - UPDCYC IS NOT A MONTH CYCLE   '
003600                 TO ML-MESSAGE
003610             MOVE 'N' TO WS-SCHEDULE-OK-SW
003620         WHEN SWP-MONCNT NOT > ZERO
003630             MOVE 'NOT AMORTIZED - MONCNT (TERM) IS MISSING      '
003640                 TO ML-MESSAGE
003650             MOVE 'N' TO WS-SCHEDULE-OK-SW
003660     END-EVALUATE.
003670*
003680     IF NOT WS-SCHEDULE-OK
003690         ADD 1 TO WS-EXCEPT-COUNT
003700         WRITE REPORT-LINE FROM MESSAGE-LINE
003710         GO TO 2200-EXIT
003720     END-IF.
003730*
003740     ADD 1 TO WS-AMORTIZING-COUNT.
003750     MOVE SWP-UPDCYC TO AM-CYCLE.
003760     MOVE ZERO       TO WS-LINE-SEQ.
003770*
003780     MOVE SPACE      TO REPORT-LINE.
003790     WRITE REPORT-LINE.
003800     MOVE SWP-CTLNUM TO CL-CTLNUM.
003810     MOVE SWP-CCYCOD TO CL-CCYCOD.
003820     MOVE SWP-CNTCAP TO CL-CNTCAP.
003830     MOVE SWP-BALCAP TO CL-BALCAP.
003840     MOVE SWP-COLCNT TO CL-COLCNT.
003850     MOVE AM-CYCLE   TO CL-CYCLE.
003860     WRITE REPORT-LINE FROM CONTRACT-LINE.
003870*
003880     MOVE 1 TO AM-INDEX.
003890     PERFORM 2300-GRID-DATE THRU 2300-EXIT.
003900     PERFORM 2400-TAKE-COLLECTION THRU 2400-EXIT
003910         UNTIL SWP-COLCNT NOT > ZERO
003920            OR AM-GRID-DATE > WS-BASE-DATE.
003930*
003940     MOVE SWP-BALCAP TO WS-RUNNING-BALANCE.
003950     PERFORM 2500-LIST-REMAINING THRU 2500-EXIT
003960         VARYING AM-INDEX FROM 1 BY 1
003970         UNTIL AM-INDEX > SWP-COLCNT.
003980*
003990     IF WS-RUNNING-BALANCE NOT = ZERO
004000         ADD 1 TO WS-EXCEPT-COUNT
004010         MOVE 'SCHEDULE DOES NOT CLEAR THE BALANCE, LEAVES   '
004020             TO ML-MESSAGE
004030         MOVE WS-RUNNING-BALANCE TO ML-AMOUNT
004040         WRITE REPORT-LINE FROM MESSAGE-LINE
004050     END-IF.
004060*
004070 2200-EXIT.
004080     EXIT.
004090*
004100******************************************************************
004110*   2300-GRID-DATE -- THE DATE OF COLLECTION AM-INDEX (1 = THE   *
004120*   NEXT ONE DUE), (COLCNT - AM-INDEX) CYCLES BEFORE MATURITY.   *
004130******************************************************************
004140 2300-GRID-DATE.
004150*
004160     COMPUTE AM-ADD-MONTHS =
004170         SWP-MONCNT - ((SWP-COLCNT - AM-INDEX) * AM-CYCLE).
004180     PERFORM 8400-ADD-MONTHS THRU 8400-EXIT.
004190*
004200 2300-EXIT.
004210     EXIT.
004220*
004230******************************************************************
004240*   2400-TAKE-COLLECTION -- THE NEXT COLLECTION HAS FALLEN DUE:  *
004250*   COLAMT OFF BALCAP (COLLST ON THE FINAL ONE), ONE FEWER TO    *
004260*   COME.  THE BALANCE IS NOT TAKEN BELOW ZERO.                  *
004270******************************************************************
004280 2400-TAKE-COLLECTION.
004290*
004300     IF SWP-COLCNT = 1
004310         MOVE SWP-COLLST TO WS-AMOUNT
004320         MOVE 'FINAL'    TO SL-NOTE
004330     ELSE
004340         MOVE SWP-COLAMT TO WS-AMOUNT
004350         MOVE SPACE      TO SL-NOTE
004360     END-IF.
004370*
004380     IF WS-AMOUNT > SWP-BALCAP
004390         MOVE SWP-BALCAP TO WS-AMOUNT
004400         MOVE 'SHORT - BAL USED UP' TO SL-NOTE
004410     END-IF.
004420*
004430     SUBTRACT WS-AMOUNT FROM SWP-BALCAP.
004440     SUBTRACT 1 FROM SWP-COLCNT.
004450     ADD 1 TO WS-COLLECTED-COUNT.
004460     ADD WS-AMOUNT TO WS-COLLECTED-TOTAL.
004470*
004480     ADD 1 TO WS-LINE-SEQ.
004490     MOVE WS-LINE-SEQ  TO SL-SEQ.
004500     MOVE AM-GRID-DATE TO SL-DATE.
004510     MOVE 'COLLECTED ' TO SL-STATUS.
004520     MOVE WS-AMOUNT    TO SL-AMOUNT.
004530     MOVE SWP-BALCAP   TO SL-BALANCE.
004540     WRITE REPORT-LINE FROM SCHEDULE-LINE.
004550*
004560*    WITH ONE FEWER TO COME, THE NEXT ONE DUE IS AGAIN NUMBER 1.
004570     MOVE 1 TO AM-INDEX.
004580     PERFORM 2300-GRID-DATE THRU 2300-EXIT.
004590*
004600 2400-EXIT.
004610     EXIT.
004620*
004630 2500-LIST-REMAINING.
004640*
004650     PERFORM 2300-GRID-DATE THRU 2300-EXIT.
004660*
004670     IF AM-INDEX = SWP-COLCNT
004680         MOVE SWP-COLLST TO WS-AMOUNT
004690         MOVE 'FINAL'    TO SL-NOTE
004700     ELSE
004710         MOVE SWP-COLAMT TO WS-AMOUNT
004720         MOVE SPACE      TO SL-NOTE
004730     END-IF.
004740     SUBTRACT WS-AMOUNT FROM WS-RUNNING-BALANCE.
004750*
004760     ADD 1 TO WS-LINE-SEQ.
004770     MOVE WS-LINE-SEQ        TO SL-SEQ.
004780     MOVE AM-GRID-DATE       TO SL-DATE.
004790     MOVE 'SCHEDULED '       TO SL-STATUS.
004800     MOVE WS-AMOUNT          TO SL-AMOUNT.
004810     MOVE WS-RUNNING-BALANCE TO SL-BALANCE.
004820     WRITE REPORT-LINE FROM SCHEDULE-LINE.
004830*
004840 2500-EXIT.
004850     EXIT.
004860*
004870******************************************************************
004880*   8400-ADD-MONTHS -- CONDAY MOVED FORWARD AM-ADD-MONTHS        *
004890*   MONTHS INTO AM-GRID-DATE.  A DAY THE TARGET MONTH DOES NOT   *
004900*   HAVE BECOMES ITS LAST DAY.                                   *
004910******************************************************************
004920 8400-ADD-MONTHS.
004930*
004940     MOVE SWP-CONDAY TO DW-DATE.
004950     COMPUTE AM-MONTH-INDEX =
004960         (DW-YYYY * 12) + DW-MM - 1 + AM-ADD-MONTHS.
004970     DIVIDE AM-MONTH-INDEX BY 12
004980         GIVING AM-YEAR REMAINDER AM-MONTH-REM.
004990     MOVE AM-YEAR TO DW-YYYY.
005000     COMPUTE DW-MM = AM-MONTH-REM + 1.
005010*
005020     EVALUATE DW-MM
005030         WHEN 04
005040         WHEN 06
005050         WHEN 09
005060         WHEN 11
005070             MOVE 30 TO AM-MONTH-DAYS
005080         WHEN 02
005090             MOVE 28 TO AM-MONTH-DAYS
005100             DIVIDE DW-YYYY BY 4
005110                 GIVING AM-LEAP-QUOT REMAINDER AM-LEAP-REM
005120             IF AM-LEAP-REM = ZERO
005130                 MOVE 29 TO AM-MONTH-DAYS
005140                 DIVIDE DW-YYYY BY 100
005150                     GIVING AM-LEAP-QUOT REMAINDER AM-LEAP-REM
005160                 IF AM-LEAP-REM = ZERO
005170                     DIVIDE DW-YYYY BY 400
005180                         GIVING AM-LEAP-QUOT
005190                         REMAINDER AM-LEAP-REM
005200                     IF AM-LEAP-REM NOT = ZERO
005210                         MOVE 28 TO AM-MONTH-DAYS
005220                     END-IF
005230                 END-IF
005240             END-IF
005250         WHEN OTHER
005260             MOVE 31 TO AM-MONTH-DAYS
005270     END-EVALUATE.
005280*
005290     IF DW-DD > AM-MONTH-DAYS
005300         MOVE AM-MONTH-DAYS TO DW-DD
005310     END-IF.
005320     MOVE DW-DATE-NUM TO AM-GRID-DATE.
005330*
005340 8400-EXIT.
005350     EXIT.
005360*
005370 3000-TERMINATE.
005380*
005390     IF NOT WS-ABORT
005400         MOVE SPACE TO REPORT-LINE
005410         WRITE REPORT-LINE
005420         MOVE WS-CONTRACT-COUNT   TO SL1-CONTRACT-COUNT
005430         WRITE REPORT-LINE FROM SUMMARY-LINE-1
005440         MOVE WS-AMORTIZING-COUNT TO SL2-AMORTIZING-COUNT
005450         WRITE REPORT-LINE FROM SUMMARY-LINE-2
005460         MOVE WS-COLLECTED-COUNT  TO SL3-COLLECTED-COUNT
005470         MOVE WS-COLLECTED-TOTAL  TO SL3-COLLECTED-TOTAL
005480         WRITE REPORT-LINE FROM SUMMARY-LINE-3
005490         MOVE WS-EXCEPT-COUNT     TO SL4-EXCEPT-COUNT
005500         WRITE REPORT-LINE FROM SUMMARY-LINE-4
005510         IF WS-EXCEPT-COUNT > ZERO AND RETURN-CODE = ZERO
005520             MOVE 4 TO RETURN-CODE
005530         END-IF
005540     END-IF.
005550*
005560     CLOSE CONTROL-FILE.
005570     CLOSE SWPOLD-FILE.
005580     CLOSE SWPNEW-FILE.
005590     CLOSE SCHEDULE-REPORT.
005600*
005610 3000-EXIT.
005620     EXIT.
