000160*   PER CURRENCY WITH THE CURRENT MARKET SWAP RATE AND THE       *
000170*   CURRENT YEN RATE) AND, PER CONTRACT:                         *
000180*     - ACCRUES THE PERIOD AT THE CONTRACT'S OWN TERMS           *
000190*       (RCVRAT / PAYRAT+MARGIN, FRACTN DAY COUNT), EXACTLY      *
000200*       AS SWPACR01 DOES (THE CONTRACT NET);                     *
000210*     - ACCRUES THE SAME PERIOD WITH THE RECEIVE LEG REPRICED    *
000220*       AT THE CURRENCY'S MARKET RATE (THE MARKET NET);          *
000320*   CURRENCY WITH NO RATE RECORD IS REPORTED AND SKIPPED, AND    *
000330*   THE RUN ENDS WITH CODE 4.  THE BASE DATE COMES FROM THE      *
000340*   CONTROL CARD ON CTLDD (YYYYMMDD IN COLUMNS 1-8).             *
000342*   AN AMORTIZING CONTRACT (COLCNT > 0, BALCAP RUN DOWN BY       *
000344*   SWPAMT01) IS VALUED ON THE BALANCE OUTSTANDING OVER EACH     *
000346*   STRETCH OF THE PERIOD, SPLIT AT COLLECTION DATES.            *
000350*                                                                *
000360*   MODIFICATION HISTORY.                                        *
000370*   09/02/2026  SMG  INITIAL VERSION.                            *
000373*   10/15/2026  SMG  AMORTIZING CONTRACTS VALUED ON THE BALANCE  *
000376*                    OUTSTANDING, SPLIT AT COLLECTION DATES.     *
000380******************************************************************
000390*
000400 ENVIRONMENT DIVISION.
001470     05  WS-PAY-LEG-RATE    PIC S9(02)V9(6) COMP-3 VALUE ZERO.
001480     05  WS-CUR-MKTRAT      PIC S9(02)V9(6) COMP-3 VALUE ZERO.
001490     05  WS-CUR-CCYRAT      PIC S9(04)V9(2) COMP-3 VALUE ZERO.
001491     05  WS-BALANCE-DAYS    PIC S9(18) COMP-3 VALUE ZERO.
001492*
001493*    AMORTIZATION WORK -- SEE 2250-AMORTIZED-BALANCE.
001494 01  AMORTIZATION-FIELDS.
001495     05  AM-CYCLE           PIC S9(03) COMP-3 VALUE ZERO.
001496     05  AM-INDEX           PIC S9(05) COMP-3 VALUE ZERO.
001497     05  AM-GRID-INDEX      PIC S9(05) COMP-3 VALUE ZERO.
001498     05  AM-ADD-MONTHS      PIC S9(05) COMP-3 VALUE ZERO.
001499     05  AM-BALANCE         PIC S9(13) COMP-3 VALUE ZERO.
001500*
001510 01  DATE-WORK-FIELDS.
001520     05  DW-DATE.
001610     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
001620     05  DN-BGN-NUMBER          PIC S9(09) COMP-3.
001630     05  DN-DUE-NUMBER          PIC S9(09) COMP-3.
001631     05  DW-MONTH-DAYS          PIC S9(03) COMP-3.
001632     05  DW-LEAP-WORK           PIC S9(05) COMP-3.
001633     05  DW-MONTH-INDEX         PIC S9(07) COMP-3.
001634     05  DW-MONTH-REM           PIC S9(03) COMP-3.
001635     05  DW-YEAR-WORK           PIC S9(05) COMP-3.
001636     05  DW-GRID-DATE           PIC 9(08).
001637     05  DW-SEG-BGN             PIC 9(08).
001638     05  DW-SEG-END             PIC 9(08).
001639     05  DW-SEG-DAYS            PIC S9(05) COMP-3.
001640*
001650 01  THIRTY-360-FIELDS.
001660     05  T3-BGN-DD              PIC S9(03) COMP-3.
004170     ADD 1 TO WS-CONTRACT-COUNT.
004180*
004190     PERFORM 2200-COMPUTE-DAY-COUNT THRU 2200-EXIT.
004195     PERFORM 2250-AMORTIZED-BALANCE THRU 2250-EXIT.
004200     PERFORM 2300-VALUE-LEGS THRU 2300-EXIT.
004210     PERFORM 2400-WRITE-HISTORY THRU 2400-EXIT.
004220     PERFORM 2500-ROLL-UP-GROUP THRU 2500-EXIT.
004950*   MARKET RATE, THE DIFFERENCE IN CURRENCY, AND THE YEN VIEW    *
004960*   AT THE CURRENT RATE PLUS THE TRANSLATION EFFECT AGAINST      *
004970*   THE RATE BOOKED ON THE CONTRACT.                             *
004975*   THE PRINCIPAL IS THE BALANCE-DAYS FROM 2250.                 *
004980******************************************************************
004990 2300-VALUE-LEGS.
005000*
005010     COMPUTE WS-RCV-INTEREST ROUNDED =
005020         WS-BALANCE-DAYS * SWP-RCVRAT
005030         / (WS-YEAR-BASE * 100).
005040*
005050     COMPUTE WS-PAY-LEG-RATE = SWP-PAYRAT + SWP-MARGIN.
005060     COMPUTE WS-PAY-INTEREST ROUNDED =
005070         WS-BALANCE-DAYS * WS-PAY-LEG-RATE
005080         / (WS-YEAR-BASE * 100).
005090*
005100     COMPUTE WS-CONTRACT-NET =
005110         WS-RCV-INTEREST - WS-PAY-INTEREST.
005120*
005130     COMPUTE WS-MKT-RCV-INT ROUNDED =
005140         WS-BALANCE-DAYS * WS-CUR-MKTRAT
005150         / (WS-YEAR-BASE * 100).
005160*
005170     COMPUTE WS-MARKET-NET =
006680*
006690 3000-EXIT.
006700     EXIT.
006710*
006720******************************************************************
006730*   2250-AMORTIZED-BALANCE -- PRINCIPAL TIMES DAYS OVER THE      *
006740*   PERIOD, WS-BALANCE-DAYS.  A CONTRACT THAT DOES NOT AMORTIZE  *
006750*   IS SIMPLY BALCAP FOR THE WHOLE PERIOD.  FOR ONE THAT DOES,   *
006760*   THE COLLECTION DATES FOLLOW SWPAMT01: COLLECTION N (1 = THE  *
006770*   NEXT ONE STILL TO COME, 0 AND BELOW ALREADY TAKEN, EACH      *
006780*   COLAMT) FALLS MONCNT - (COLCNT - N) * UPDCYC MONTHS AFTER    *
006790*   CONDAY.  STEP BACK OR FORWARD FROM BALCAP TO THE BALANCE     *
006800*   STANDING AT INTBGN (NEVER ABOVE CNTCAP), THEN WALK THE       *
006810*   COLLECTIONS THAT FALL BEFORE DUEDAY, EACH STRETCH AT ITS     *
006820*   OWN BALANCE.  A COLLECTION TAKES EFFECT ON ITS OWN DATE.     *
006830******************************************************************
006840 2250-AMORTIZED-BALANCE.
006850*
006860     COMPUTE WS-BALANCE-DAYS = SWP-BALCAP * WS-DAY-COUNT.
006870*
006880     IF SWP-COLCNT NOT > ZERO
006890      OR SWP-CONDAY NOT NUMERIC
006900      OR SWP-INTBGN NOT NUMERIC
006910      OR SWP-DUEDAY NOT NUMERIC
006920      OR SWP-UPDCYC NOT NUMERIC
006930      OR SWP-UPDCYC = '00'
006940      OR SWP-MONCNT NOT > ZERO
006950      OR WS-DAY-COUNT NOT > ZERO
006960         GO TO 2250-EXIT
006970     END-IF.
006980*
006990     MOVE SWP-UPDCYC TO AM-CYCLE.
007000     MOVE ZERO       TO AM-INDEX.
007010     MOVE SWP-BALCAP TO AM-BALANCE.
007020*
007030     MOVE AM-INDEX TO AM-GRID-INDEX.
007040     PERFORM 2260-GRID-DATE THRU 2260-EXIT.
007050     PERFORM 2270-STEP-BACK THRU 2270-EXIT
007060         UNTIL DW-GRID-DATE NOT > SWP-INTBGN
007070            OR AM-BALANCE + SWP-COLAMT > SWP-CNTCAP.
007080*
007090     COMPUTE AM-GRID-INDEX = AM-INDEX + 1.
007100     PERFORM 2260-GRID-DATE THRU 2260-EXIT.
007110     PERFORM 2275-STEP-FORWARD THRU 2275-EXIT
007120         UNTIL AM-INDEX NOT < SWP-COLCNT
007130            OR DW-GRID-DATE > SWP-INTBGN.
007140*
007150     MOVE ZERO       TO WS-BALANCE-DAYS.
007160     MOVE SWP-INTBGN TO DW-SEG-BGN.
007170     PERFORM 2280-ACCRUE-STRETCH THRU 2280-EXIT
007180         UNTIL AM-INDEX NOT < SWP-COLCNT
007190            OR DW-GRID-DATE NOT < SWP-DUEDAY.
007200*
007210     MOVE SWP-DUEDAY TO DW-SEG-END.
007220     PERFORM 8500-STRETCH-DAYS THRU 8500-EXIT.
007230     COMPUTE WS-BALANCE-DAYS =
007240         WS-BALANCE-DAYS + (AM-BALANCE * DW-SEG-DAYS).
007250*
007260 2250-EXIT.
007270     EXIT.
007280*
007290 2260-GRID-DATE.
007300*
007310     COMPUTE AM-ADD-MONTHS =
007320         SWP-MONCNT - ((SWP-COLCNT - AM-GRID-INDEX) * AM-CYCLE).
007330     PERFORM 8400-ADD-MONTHS THRU 8400-EXIT.
007340*
007350 2260-EXIT.
007360     EXIT.
007370*
007380*    COLLECTION AM-INDEX FELL AFTER INTBGN: PUT IT BACK.
007390 2270-STEP-BACK.
007400*
007410     ADD SWP-COLAMT TO AM-BALANCE.
007420     SUBTRACT 1 FROM AM-INDEX.
007430     MOVE AM-INDEX TO AM-GRID-INDEX.
007440     PERFORM 2260-GRID-DATE THRU 2260-EXIT.
007450*
007460 2270-EXIT.
007470     EXIT.
007480*
007490*    COLLECTION AM-INDEX + 1 FELL ON OR BEFORE INTBGN BUT HAS
007500*    NOT BEEN TAKEN YET: TAKE IT OUT.
007510 2275-STEP-FORWARD.
007520*
007530     ADD 1 TO AM-INDEX.
007540     PERFORM 2285-TAKE-COLLECTION THRU 2285-EXIT.
007550     COMPUTE AM-GRID-INDEX = AM-INDEX + 1.
007560     PERFORM 2260-GRID-DATE THRU 2260-EXIT.
007570*
007580 2275-EXIT.
007590     EXIT.
007600*
007610*    THE STRETCH UP TO THE NEXT COLLECTION, THEN THE COLLECTION.
007620 2280-ACCRUE-STRETCH.
007630*
007640     MOVE DW-GRID-DATE TO DW-SEG-END.
007650     PERFORM 8500-STRETCH-DAYS THRU 8500-EXIT.
007660     COMPUTE WS-BALANCE-DAYS =
007670         WS-BALANCE-DAYS + (AM-BALANCE * DW-SEG-DAYS).
007680*
007690     ADD 1 TO AM-INDEX.
007700     PERFORM 2285-TAKE-COLLECTION THRU 2285-EXIT.
007710     MOVE DW-GRID-DATE TO DW-SEG-BGN.
007720     COMPUTE AM-GRID-INDEX = AM-INDEX + 1.
007730     PERFORM 2260-GRID-DATE THRU 2260-EXIT.
007740*
007750 2280-EXIT.
007760     EXIT.
007770*
007780 2285-TAKE-COLLECTION.
007790*
007800     IF AM-INDEX = SWP-COLCNT
007810         SUBTRACT SWP-COLLST FROM AM-BALANCE
007820     ELSE
007830         SUBTRACT SWP-COLAMT FROM AM-BALANCE
007840     END-IF.
007850     IF AM-BALANCE < ZERO
007860         MOVE ZERO TO AM-BALANCE
007870     END-IF.
007880*
007890 2285-EXIT.
007900     EXIT.
007910*
007920******************************************************************
007930*   8400-ADD-MONTHS -- CONDAY MOVED AM-ADD-MONTHS MONTHS INTO    *
007940*   DW-GRID-DATE.  A DAY THE TARGET MONTH DOES NOT HAVE BECOMES  *
007950*   ITS LAST DAY, AS IN SWPAMT01.                                *
007960******************************************************************
007970 8400-ADD-MONTHS.
007980*
007990     MOVE SWP-CONDAY TO DW-DATE.
008000     COMPUTE DW-MONTH-INDEX =
008010         (DW-YYYY * 12) + DW-MM - 1 + AM-ADD-MONTHS.
008020     DIVIDE DW-MONTH-INDEX BY 12
008030         GIVING DW-YEAR-WORK REMAINDER DW-MONTH-REM.
008040     MOVE DW-YEAR-WORK TO DW-YYYY.
008050     COMPUTE DW-MM = DW-MONTH-REM + 1.
008060*
008070     EVALUATE DW-MM
008080         WHEN 04
008090         WHEN 06
008100         WHEN 09
008110         WHEN 11
008120             MOVE 30 TO DW-MONTH-DAYS
008130         WHEN 02
008140             MOVE 28 TO DW-MONTH-DAYS
008150             DIVIDE DW-YYYY BY 4
008160                 GIVING DW-YEAR-WORK REMAINDER DW-LEAP-WORK
008170             IF DW-LEAP-WORK = ZERO
008180                 MOVE 29 TO DW-MONTH-DAYS
008190                 DIVIDE DW-YYYY BY 100
008200                     GIVING DW-YEAR-WORK REMAINDER DW-LEAP-WORK
008210                 IF DW-LEAP-WORK = ZERO
008220                     DIVIDE DW-YYYY BY 400
008230                         GIVING DW-YEAR-WORK
008240                         REMAINDER DW-LEAP-WORK
008250                     IF DW-LEAP-WORK NOT = ZERO
008260                         MOVE 28 TO DW-MONTH-DAYS
008270                     END-IF
008280                 END-IF
008290             END-IF
008300         WHEN OTHER
008310             MOVE 31 TO DW-MONTH-DAYS
008320     END-EVALUATE.
008330*
008340     IF DW-DD > DW-MONTH-DAYS
008350         MOVE DW-MONTH-DAYS TO DW-DD
008360     END-IF.
008370     MOVE DW-DATE-NUM TO DW-GRID-DATE.
008380*
008390 8400-EXIT.
008400     EXIT.
008410*
008420******************************************************************
008430*   8500-STRETCH-DAYS -- DAYS FROM DW-SEG-BGN TO DW-SEG-END BY   *
008440*   THE CONTRACT'S FRACTN RULE, COUNTED AS IN 2200.              *
008450******************************************************************
008460 8500-STRETCH-DAYS.
008470*
008480     MOVE DW-SEG-BGN TO DW-DATE.
008490     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
008500     MOVE DN-DAY-NUMBER TO DN-BGN-NUMBER.
008510*
008520     MOVE DW-SEG-END TO DW-DATE.
008530     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
008540     MOVE DN-DAY-NUMBER TO DN-DUE-NUMBER.
008550*
008560     IF SWP-FRACTN = '2'
008570         MOVE DW-SEG-BGN TO T3-BGN
008580         MOVE DW-SEG-END TO T3-DUE
008590         MOVE T3-BGN-D TO T3-BGN-DD
008600         MOVE T3-DUE-D TO T3-DUE-DD
008610         IF T3-BGN-DD > 30
008620             MOVE 30 TO T3-BGN-DD
008630         END-IF
008640         IF T3-DUE-DD > 30
008650             MOVE 30 TO T3-DUE-DD
008660         END-IF
008670         COMPUTE DW-SEG-DAYS =
008680               ((T3-DUE-Y - T3-BGN-Y) * 360)
008690             + ((T3-DUE-M - T3-BGN-M) * 30)
008700             + (T3-DUE-DD - T3-BGN-DD)
008710     ELSE
008720         COMPUTE DW-SEG-DAYS =
008730             DN-DUE-NUMBER - DN-BGN-NUMBER
008740     END-IF.
008750*
008760     IF DW-SEG-DAYS < ZERO
008770         MOVE ZERO TO DW-SEG-DAYS
008780     END-IF.
008790*
008800 8500-EXIT.
008810     EXIT.
