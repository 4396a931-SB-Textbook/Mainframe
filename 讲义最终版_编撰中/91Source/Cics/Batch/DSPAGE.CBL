000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    DSPAGE.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   DSPAGE -- WEEKLY OPEN-DISPUTE AGING REPORT.                  *
000110*   WALKS THE DISPUTE FILE IN INVOICE ORDER AND LISTS EVERY      *
000120*   DISPUTE NOT YET RESOLVED -- STILL OPEN, OR DECIDED ON        *
000130*   DSPMNT1 AND WAITING FOR DSPPOST -- WITH ITS AGE IN DAYS      *
000140*   SINCE IT WAS OPENED.  THE DISPUTED AMOUNTS ARE THEN          *
000150*   TOTALLED INTO 0-30, 31-60, 61-90 AND OVER-90-DAY BUCKETS     *
000160*   TWICE: BY REASON (A DISPUTE NOBODY HAS CLASSIFIED SHOWS AS   *
000170*   UNCLASSIFIED) AND BY THE OWNER WORKING IT (UNASSIGNED WHEN   *
000180*   NOBODY IS), SO THE CREDIT MANAGER CAN SEE WHAT IS STUCK AND  *
000190*   WHO HAS IT.  DAYS ARE COUNTED WITH AGERPT'S DAY-NUMBER       *
000200*   ARITHMETIC.  THE RUN IS LOGGED THROUGH RUNLOGW.              *
000210*                                                                *
000220*   MODIFICATION HISTORY.                                        *
000230*   10/15/2026  RH   INITIAL VERSION.                            *
000231*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000232*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000233*                    NOT COMPLETED.                              *
000240******************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000270*
000280 CONFIGURATION SECTION.
000290*
000300 SOURCE-COMPUTER.  IBM-370.
000310 OBJECT-COMPUTER.  IBM-370.
000320*
000330 INPUT-OUTPUT SECTION.
000340*
000350 FILE-CONTROL.
000360*
000370     SELECT  DISPUTE-FILE   ASSIGN TO DISPUTE
000380             ORGANIZATION IS INDEXED
000390             ACCESS MODE IS SEQUENTIAL
000400             RECORD KEY IS DSP-INVOICE-NUMBER
000410             FILE STATUS IS WS-DISPUTE-STATUS.
000420*
000430     SELECT  AGING-REPORT   ASSIGN TO RPTOUT
000440             ORGANIZATION IS LINE SEQUENTIAL
000450             FILE STATUS IS WS-REPORT-STATUS.
000460*
000470 DATA DIVISION.
000480*
000490 FILE SECTION.
000500*
000510 FD  DISPUTE-FILE
000520     LABEL RECORDS ARE STANDARD.
000530*
000540     COPY DISPUTE.
000550*
000560 FD  AGING-REPORT
000570     LABEL RECORDS ARE OMITTED.
000580*
000590 01  REPORT-LINE                      PIC X(132).
000600*
000610 WORKING-STORAGE SECTION.
000620*
000630     COPY RUNLOG.
000631*
000632     COPY PREDPARM.
000640*
000650 01  RUN-TIMING-FIELDS.
000660     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000670*
000680 01  SWITCHES.
000690*
000700     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
000710         88  WS-ABORT                             VALUE 'Y'.
000720     05  WS-DISPUTE-OPEN-SW           PIC X(01)   VALUE 'N'.
000730         88  WS-DISPUTE-OPEN                      VALUE 'Y'.
000740     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
000750         88  WS-REPORT-OPEN                       VALUE 'Y'.
000760     05  WS-DISPUTE-EOF-SW            PIC X(01)   VALUE 'N'.
000770         88  WS-DISPUTE-EOF                       VALUE 'Y'.
000780     05  WS-OWNER-FOUND-SW            PIC X(01)   VALUE 'N'.
000790         88  WS-OWNER-FOUND                       VALUE 'Y'.
000800*
000810 01  FILE-STATUS-FIELDS.
000820*
000830     05  WS-DISPUTE-STATUS            PIC X(02)   VALUE '00'.
000840     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
000850*
000860 01  WORK-FIELDS.
000870*
000880     05  WS-DISPUTE-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
000890     05  WS-OPEN-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
000900     05  WS-RUN-DAY-NUMBER      PIC S9(09) COMP-3 VALUE ZERO.
000910     05  WS-OPENED-DAY-NUMBER   PIC S9(09) COMP-3 VALUE ZERO.
000920     05  WS-AGE-DAYS            PIC S9(05) COMP-3 VALUE ZERO.
000930     05  WS-BUCKET              PIC S9(03) COMP-3 VALUE ZERO.
000940     05  WS-REASON-SUB          PIC S9(03) COMP-3 VALUE ZERO.
000950     05  WS-OWNER-SUB           PIC S9(03) COMP-3 VALUE ZERO.
000960     05  WS-BUCKET-SUB          PIC S9(03) COMP-3 VALUE ZERO.
000970*
000980 01  WS-RUN-DATE.
000990     05  WS-RUN-YYYY                  PIC 9(04).
001000     05  WS-RUN-MM                    PIC 9(02).
001010     05  WS-RUN-DD                    PIC 9(02).
001020*
001030 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001040                                      PIC 9(08).
001050*
001060 01  DAY-NUMBER-FIELDS.
001070     05  DN-YYYY                PIC S9(09) COMP-3.
001080     05  DN-MM                  PIC S9(09) COMP-3.
001090     05  DN-DD                  PIC S9(09) COMP-3.
001100     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
001110*
001120******************************************************************
001130*   REASON CODES AND THE NAMES THE REPORT PRINTS FOR THEM, IN    *
001140*   THE ORDER OF THE DSP-REASON-CODE CONDITIONS IN DISPUTE.      *
001150******************************************************************
001160 01  REASON-NAME-VALUES.
001170     05  FILLER                 PIC X(15)   VALUE
001180             ' UNCLASSIFIED'.
001190     05  FILLER                 PIC X(15)   VALUE
001200             'PPRICING'.
001210     05  FILLER                 PIC X(15)   VALUE
001220             'DDAMAGED'.
001230     05  FILLER                 PIC X(15)   VALUE
001240             'NNOT RECEIVED'.
001250     05  FILLER                 PIC X(15)   VALUE
001260             'TTAX'.
001270     05  FILLER                 PIC X(15)   VALUE
001280             'FFREIGHT'.
001290*
001300 01  REASON-NAME-TABLE REDEFINES REASON-NAME-VALUES.
001310     05  RN-ENTRY OCCURS 6 TIMES.
001320         10  RN-CODE            PIC X(01).
001330         10  RN-NAME            PIC X(14).
001340*
001350******************************************************************
001360*   AGING ACCUMULATORS.  BUCKETS 1-4 ARE 0-30, 31-60, 61-90 AND  *
001370*   OVER 90 DAYS; BUCKET 5 IS THE ROW TOTAL.                     *
001380******************************************************************
001390 01  REASON-TOTALS.
001400     05  RT-ENTRY OCCURS 6 TIMES.
001410         10  RT-COUNT           PIC S9(05) COMP-3.
001420         10  RT-AMOUNT          PIC S9(09)V99 COMP-3
001430                                OCCURS 5 TIMES.
001440*
001450 01  OWNER-TOTALS.
001460     05  OT-COUNT-USED          PIC S9(03) COMP-3.
001470     05  OT-ENTRY OCCURS 200 TIMES.
001480         10  OT-OWNER-ID        PIC X(03).
001490         10  OT-COUNT           PIC S9(05) COMP-3.
001500         10  OT-AMOUNT          PIC S9(09)V99 COMP-3
001510                                OCCURS 5 TIMES.
001520*
001530 01  GRAND-TOTALS.
001540     05  GT-COUNT               PIC S9(05) COMP-3.
001550     05  GT-AMOUNT              PIC S9(09)V99 COMP-3
001560                                OCCURS 5 TIMES.
001570*
001580 01  HEADING-LINE-1.
001590*
001600     05  FILLER                       PIC X(01)   VALUE SPACE.
001610     05  FILLER                       PIC X(42)   VALUE
001620             'OPEN DISPUTE AGING            RUN OF'.
001630     05  HL1-RUN-DATE                 PIC 9(08).
001640     05  FILLER                       PIC X(81)   VALUE SPACE.
001650*
001660 01  HEADING-LINE-2.
001670*
001680     05  FILLER                       PIC X(01)   VALUE SPACE.
001690     05  FILLER                       PIC X(48)   VALUE
001700         'INVOICE  CUSTOMER  OWNER  REASON          OPENED'.
001710     05  FILLER                       PIC X(39)   VALUE
001720         '      AGE         AMOUNT  STATUS'.
001730     05  FILLER                       PIC X(44)   VALUE SPACE.
001740*
001750 01  DETAIL-LINE.
001760*
001770     05  FILLER                       PIC X(01)   VALUE SPACE.
001780     05  DL-INVOICE-NUMBER            PIC ZZZZZ9.
001790     05  FILLER                       PIC X(03)   VALUE SPACE.
001800     05  DL-CUSTOMER-NUMBER           PIC X(06).
001810     05  FILLER                       PIC X(04)   VALUE SPACE.
001820     05  DL-OWNER-ID                  PIC X(03).
001830     05  FILLER                       PIC X(04)   VALUE SPACE.
001840     05  DL-REASON                    PIC X(14).
001850     05  FILLER                       PIC X(02)   VALUE SPACE.
001860     05  DL-OPENED-DATE               PIC 9(08).
001870     05  FILLER                       PIC X(02)   VALUE SPACE.
001880     05  DL-AGE-DAYS                  PIC ZZZZ9.
001890     05  FILLER                       PIC X(02)   VALUE SPACE.
001900     05  DL-AMOUNT                    PIC ZZ,ZZZ,ZZ9.99.
001910     05  FILLER                       PIC X(02)   VALUE SPACE.
001920     05  DL-STATUS                    PIC X(20).
001930     05  FILLER                       PIC X(37)   VALUE SPACE.
001940*
001950 01  SECTION-HEADING.
001960*
001970     05  FILLER                       PIC X(01)   VALUE SPACE.
001980     05  SH-TITLE                     PIC X(20).
001990     05  FILLER                       PIC X(06)   VALUE
002000             ' COUNT'.
002010     05  FILLER                       PIC X(60)   VALUE
002020         '       0 - 30      31 - 60      61 - 90      OVER 90'.
002030     05  FILLER                       PIC X(15)   VALUE
002040         '        TOTAL'.
002050     05  FILLER                       PIC X(30)   VALUE SPACE.
002060*
002070 01  BUCKET-LINE.
002080*
002090     05  FILLER                       PIC X(01)   VALUE SPACE.
002100     05  BL-LABEL                     PIC X(20).
002110     05  BL-COUNT                     PIC ZZZZZ9.
002120     05  BL-AMOUNT                    PIC ZZ,ZZZ,ZZ9.99-
002130                                      OCCURS 5 TIMES.
002140     05  FILLER                       PIC X(35)   VALUE SPACE.
002150*
002160 01  SUMMARY-LINE-1.
002170*
002180     05  FILLER                       PIC X(01)   VALUE SPACE.
002190     05  FILLER                       PIC X(25)   VALUE
002200             'DISPUTES READ...........:'.
002210     05  SL1-DISPUTE-COUNT            PIC ZZZZ9.
002220     05  FILLER                       PIC X(101)  VALUE SPACE.
002230*
002240 01  SUMMARY-LINE-2.
002250*
002260     05  FILLER                       PIC X(01)   VALUE SPACE.
002270     05  FILLER                       PIC X(25)   VALUE
002280             'DISPUTES STILL OPEN.....:'.
002290     05  SL2-OPEN-COUNT               PIC ZZZZ9.
002300     05  FILLER                       PIC X(101)  VALUE SPACE.
002310*
002320 PROCEDURE DIVISION.
002330*
002340 0000-MAINLINE.
002350*
002360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002370     PERFORM 2000-PROCESS-DISPUTES THRU 2000-EXIT.
002380     PERFORM 2500-PRINT-BY-REASON THRU 2500-EXIT.
002390     PERFORM 2600-PRINT-BY-OWNER THRU 2600-EXIT.
002400     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002410*
002420     STOP RUN.
002430*
002440 1000-INITIALIZE.
002450*
002460     ACCEPT WS-START-TIME-RAW FROM TIME.
002461     MOVE 'DSPAGE  ' TO PC-PROGRAM.
002462     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002463     IF PC-REFUSED
002464         MOVE PC-RETURN-CODE TO RETURN-CODE
002465         STOP RUN
002466     END-IF.
002470*
002480     INITIALIZE REASON-TOTALS
002490                OWNER-TOTALS
002500                GRAND-TOTALS.
002510*
002520     OPEN INPUT  DISPUTE-FILE.
002530     OPEN OUTPUT AGING-REPORT.
002540*
002550     IF WS-DISPUTE-STATUS = '00'
002560         MOVE 'Y' TO WS-DISPUTE-OPEN-SW
002570     ELSE
002580         DISPLAY 'DSPAGE0001E DISPUTE FILE OPEN FAILED, STATUS='
002590             WS-DISPUTE-STATUS
002600         MOVE 'Y' TO WS-ABORT-SW
002610     END-IF.
002620*
002630     IF WS-REPORT-STATUS = '00'
002640         MOVE 'Y' TO WS-REPORT-OPEN-SW
002650     ELSE
002660         DISPLAY 'DSPAGE0002E AGING-REPORT OPEN FAILED, STATUS='
002670             WS-REPORT-STATUS
002680         MOVE 'Y' TO WS-ABORT-SW
002690     END-IF.
002700*
002710     IF NOT WS-ABORT
002720         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002730         MOVE WS-RUN-YYYY TO DN-YYYY
002740         MOVE WS-RUN-MM   TO DN-MM
002750         MOVE WS-RUN-DD   TO DN-DD
002760         PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT
002770         MOVE DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER
002780         MOVE WS-RUN-DATE-N TO HL1-RUN-DATE
002790         WRITE REPORT-LINE FROM HEADING-LINE-1
002800         MOVE SPACE TO REPORT-LINE
002810         WRITE REPORT-LINE
002820         WRITE REPORT-LINE FROM HEADING-LINE-2
002830     END-IF.
002840*
002850 1000-EXIT.
002860     EXIT.
002870*
002880 1910-COMPUTE-DAY-NUMBER.
002890*
002900     IF DN-MM < 3
002910         ADD 12 TO DN-MM
002920         SUBTRACT 1 FROM DN-YYYY
002930     END-IF.
002940*
002950     COMPUTE DN-DAY-NUMBER =
002960           (365 * DN-YYYY)
002970         + (DN-YYYY / 4)
002980         - (DN-YYYY / 100)
002990         + (DN-YYYY / 400)
003000         + ((153 * DN-MM + 8) / 5)
003010         + DN-DD.
003020*
003030 1910-EXIT.
003040     EXIT.
003050*
003060 2000-PROCESS-DISPUTES.
003070*
003080     IF NOT WS-ABORT
003090         PERFORM 2100-PROCESS-ONE-DISPUTE THRU 2100-EXIT
003100             UNTIL WS-DISPUTE-EOF
003110     END-IF.
003120*
003130 2000-EXIT.
003140     EXIT.
003150*
003160******************************************************************
003170*   2100-PROCESS-ONE-DISPUTE -- A RESOLVED DISPUTE IS PASSED;    *
003180*   ANY OTHER IS AGED, LISTED, AND ADDED TO ITS REASON, ITS      *
003190*   OWNER, AND THE GRAND TOTAL.                                  *
003200******************************************************************
003210 2100-PROCESS-ONE-DISPUTE.
003220*
003230     READ DISPUTE-FILE
003240         AT END
003250             MOVE 'Y' TO WS-DISPUTE-EOF-SW
003260     END-READ.
003270*
003280     IF WS-DISPUTE-EOF
003290         GO TO 2100-EXIT
003300     END-IF.
003310*
003320     ADD 1 TO WS-DISPUTE-COUNT.
003330*
003340     IF NOT DSP-STILL-DISPUTED
003350         GO TO 2100-EXIT
003360     END-IF.
003370*
003380     ADD 1 TO WS-OPEN-COUNT.
003390*
003400     MOVE DSP-OPENED-DATE(1:4) TO DN-YYYY.
003410     MOVE DSP-OPENED-DATE(5:2) TO DN-MM.
003420     MOVE DSP-OPENED-DATE(7:2) TO DN-DD.
003430     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
003440     MOVE DN-DAY-NUMBER TO WS-OPENED-DAY-NUMBER.
003450     COMPUTE WS-AGE-DAYS =
003460         WS-RUN-DAY-NUMBER - WS-OPENED-DAY-NUMBER.
003470     IF WS-AGE-DAYS < ZERO
003480         MOVE ZERO TO WS-AGE-DAYS
003490     END-IF.
003500*
003510     EVALUATE TRUE
003520         WHEN WS-AGE-DAYS NOT > 30
003530             MOVE 1 TO WS-BUCKET
003540         WHEN WS-AGE-DAYS NOT > 60
003550             MOVE 2 TO WS-BUCKET
003560         WHEN WS-AGE-DAYS NOT > 90
003570             MOVE 3 TO WS-BUCKET
003580         WHEN OTHER
003590             MOVE 4 TO WS-BUCKET
003600     END-EVALUATE.
003610*
003620     PERFORM 2200-FIND-REASON THRU 2200-EXIT.
003630     ADD 1          TO RT-COUNT(WS-REASON-SUB).
003640     ADD DSP-AMOUNT TO RT-AMOUNT(WS-REASON-SUB, WS-BUCKET)
003650                       RT-AMOUNT(WS-REASON-SUB, 5).
003660*
003670     PERFORM 2300-FIND-OWNER THRU 2300-EXIT.
003680     IF WS-OWNER-FOUND
003690         ADD 1          TO OT-COUNT(WS-OWNER-SUB)
003700         ADD DSP-AMOUNT TO OT-AMOUNT(WS-OWNER-SUB, WS-BUCKET)
003710                           OT-AMOUNT(WS-OWNER-SUB, 5)
003720     END-IF.
003730*
003740     ADD 1          TO GT-COUNT.
003750     ADD DSP-AMOUNT TO GT-AMOUNT(WS-BUCKET)
003760                       GT-AMOUNT(5).
003770*
003780     PERFORM 2400-PRINT-DISPUTE THRU 2400-EXIT.
003790*
003800 2100-EXIT.
003810     EXIT.
003820*
003830******************************************************************
003840*   2200-FIND-REASON -- A CODE THE TABLE DOES NOT KNOW IS        *
003850*   COUNTED AS UNCLASSIFIED.                                     *
003860******************************************************************
003870 2200-FIND-REASON.
003880*
003890     MOVE 1 TO WS-REASON-SUB.
003900     PERFORM 2210-CHECK-ONE-REASON THRU 2210-EXIT
003910         VARYING WS-BUCKET-SUB FROM 2 BY 1
003920         UNTIL WS-BUCKET-SUB > 6.
003930*
003940 2200-EXIT.
003950     EXIT.
003960*
003970 2210-CHECK-ONE-REASON.
003980*
003990     IF RN-CODE(WS-BUCKET-SUB) = DSP-REASON-CODE
004000         MOVE WS-BUCKET-SUB TO WS-REASON-SUB
004010     END-IF.
004020*
004030 2210-EXIT.
004040     EXIT.
004050*
004060******************************************************************
004070*   2300-FIND-OWNER -- LOOK THE OWNER UP IN THE TABLE, ADDING    *
004080*   IT ON FIRST SIGHT.  A BLANK OWNER IS KEPT AS SPACES AND      *
004090*   PRINTS AS UNASSIGNED.  PAST 200 OWNERS THE DISPUTE STILL     *
004100*   COUNTS IN THE REASON AND GRAND TOTALS.                       *
004110******************************************************************
004120 2300-FIND-OWNER.
004130*
004140     MOVE 'N' TO WS-OWNER-FOUND-SW.
004150     PERFORM 2310-CHECK-ONE-OWNER THRU 2310-EXIT
004160         VARYING WS-OWNER-SUB FROM 1 BY 1
004170         UNTIL WS-OWNER-SUB > OT-COUNT-USED
004180            OR WS-OWNER-FOUND.
004190*
004200     IF WS-OWNER-FOUND
004210         SUBTRACT 1 FROM WS-OWNER-SUB
004220         GO TO 2300-EXIT
004230     END-IF.
004240*
004250     IF OT-COUNT-USED < 200
004260         ADD 1 TO OT-COUNT-USED
004270         MOVE OT-COUNT-USED TO WS-OWNER-SUB
004280         MOVE DSP-OWNER-ID  TO OT-OWNER-ID(WS-OWNER-SUB)
004290         MOVE 'Y' TO WS-OWNER-FOUND-SW
004300     ELSE
004310         DISPLAY 'DSPAGE0003W OWNER TABLE FULL, OWNER='
004320             DSP-OWNER-ID
004330     END-IF.
004340*
004350 2300-EXIT.
004360     EXIT.
004370*
004380 2310-CHECK-ONE-OWNER.
004390*
004400     IF OT-OWNER-ID(WS-OWNER-SUB) = DSP-OWNER-ID
004410         MOVE 'Y' TO WS-OWNER-FOUND-SW
004420     END-IF.
004430*
004440 2310-EXIT.
004450     EXIT.
004460*
004470 2400-PRINT-DISPUTE.
004480*
004490     MOVE DSP-INVOICE-NUMBER  TO DL-INVOICE-NUMBER.
004500     MOVE DSP-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
004510     MOVE DSP-OWNER-ID        TO DL-OWNER-ID.
004520     MOVE RN-NAME(WS-REASON-SUB) TO DL-REASON.
004530     MOVE DSP-OPENED-DATE     TO DL-OPENED-DATE.
004540     MOVE WS-AGE-DAYS         TO DL-AGE-DAYS.
004550     MOVE DSP-AMOUNT          TO DL-AMOUNT.
004560     IF DSP-POSTING-PENDING
004570         MOVE 'RESOLVED - TO POST' TO DL-STATUS
004580     ELSE
004590         MOVE 'OPEN'               TO DL-STATUS
004600     END-IF.
004610     WRITE REPORT-LINE FROM DETAIL-LINE.
004620*
004630 2400-EXIT.
004640     EXIT.
004650*
004660******************************************************************
004670*   2500-PRINT-BY-REASON -- ONE BUCKET LINE PER REASON CODE,     *
004680*   THEN THE GRAND TOTAL.                                        *
004690******************************************************************
004700 2500-PRINT-BY-REASON.
004710*
004720     IF WS-ABORT
004730         GO TO 2500-EXIT
004740     END-IF.
004750*
004760     MOVE SPACE TO REPORT-LINE.
004770     WRITE REPORT-LINE.
004780     MOVE 'BY REASON' TO SH-TITLE.
004790     WRITE REPORT-LINE FROM SECTION-HEADING.
004800*
004810     PERFORM 2510-PRINT-ONE-REASON THRU 2510-EXIT
004820         VARYING WS-REASON-SUB FROM 1 BY 1
004830         UNTIL WS-REASON-SUB > 6.
004840*
004850     PERFORM 2700-PRINT-GRAND-TOTAL THRU 2700-EXIT.
004860*
004870 2500-EXIT.
004880     EXIT.
004890*
004900 2510-PRINT-ONE-REASON.
004910*
004920     MOVE RN-NAME(WS-REASON-SUB)  TO BL-LABEL.
004930     MOVE RT-COUNT(WS-REASON-SUB) TO BL-COUNT.
004940     PERFORM 2520-MOVE-REASON-BUCKET THRU 2520-EXIT
004950         VARYING WS-BUCKET-SUB FROM 1 BY 1
004960         UNTIL WS-BUCKET-SUB > 5.
004970     WRITE REPORT-LINE FROM BUCKET-LINE.
004980*
004990 2510-EXIT.
005000     EXIT.
005010*
005020 2520-MOVE-REASON-BUCKET.
005030*
005040     MOVE RT-AMOUNT(WS-REASON-SUB, WS-BUCKET-SUB)
005050         TO BL-AMOUNT(WS-BUCKET-SUB).
005060*
005070 2520-EXIT.
005080     EXIT.
005090*
005100******************************************************************
005110*   2600-PRINT-BY-OWNER -- ONE BUCKET LINE PER OWNER, IN THE     *
005120*   ORDER THE OWNERS WERE FIRST MET, THEN THE GRAND TOTAL.       *
005130******************************************************************
005140 2600-PRINT-BY-OWNER.
005150*
005160     IF WS-ABORT
005170         GO TO 2600-EXIT
005180     END-IF.
005190*
005200     MOVE SPACE TO REPORT-LINE.
005210     WRITE REPORT-LINE.
005220     MOVE 'BY OWNER' TO SH-TITLE.
005230     WRITE REPORT-LINE FROM SECTION-HEADING.
005240*
005250     PERFORM 2610-PRINT-ONE-OWNER THRU 2610-EXIT
005260         VARYING WS-OWNER-SUB FROM 1 BY 1
005270         UNTIL WS-OWNER-SUB > OT-COUNT-USED.
005280*
005290     PERFORM 2700-PRINT-GRAND-TOTAL THRU 2700-EXIT.
005300*
005310 2600-EXIT.
005320     EXIT.
005330*
005340 2610-PRINT-ONE-OWNER.
005350*
005360     IF OT-OWNER-ID(WS-OWNER-SUB) = SPACE
005370         MOVE 'UNASSIGNED' TO BL-LABEL
005380     ELSE
005390         MOVE OT-OWNER-ID(WS-OWNER-SUB) TO BL-LABEL
005400     END-IF.
005410     MOVE OT-COUNT(WS-OWNER-SUB) TO BL-COUNT.
005420     PERFORM 2620-MOVE-OWNER-BUCKET THRU 2620-EXIT
005430         VARYING WS-BUCKET-SUB FROM 1 BY 1
005440         UNTIL WS-BUCKET-SUB > 5.
005450     WRITE REPORT-LINE FROM BUCKET-LINE.
005460*
005470 2610-EXIT.
005480     EXIT.
005490*
005500 2620-MOVE-OWNER-BUCKET.
005510*
005520     MOVE OT-AMOUNT(WS-OWNER-SUB, WS-BUCKET-SUB)
005530         TO BL-AMOUNT(WS-BUCKET-SUB).
005540*
005550 2620-EXIT.
005560     EXIT.
005570*
005580 2700-PRINT-GRAND-TOTAL.
005590*
005600     MOVE 'TOTAL OPEN' TO BL-LABEL.
005610     MOVE GT-COUNT     TO BL-COUNT.
005620     PERFORM 2710-MOVE-TOTAL-BUCKET THRU 2710-EXIT
005630         VARYING WS-BUCKET-SUB FROM 1 BY 1
005640         UNTIL WS-BUCKET-SUB > 5.
005650     WRITE REPORT-LINE FROM BUCKET-LINE.
005660*
005670 2700-EXIT.
005680     EXIT.
005690*
005700 2710-MOVE-TOTAL-BUCKET.
005710*
005720     MOVE GT-AMOUNT(WS-BUCKET-SUB) TO BL-AMOUNT(WS-BUCKET-SUB).
005730*
005740 2710-EXIT.
005750     EXIT.
005760*
005770 3000-TERMINATE.
005780*
005790     IF NOT WS-ABORT
005800         MOVE SPACE TO REPORT-LINE
005810         WRITE REPORT-LINE
005820         MOVE WS-DISPUTE-COUNT TO SL1-DISPUTE-COUNT
005830         WRITE REPORT-LINE FROM SUMMARY-LINE-1
005840         MOVE WS-OPEN-COUNT    TO SL2-OPEN-COUNT
005850         WRITE REPORT-LINE FROM SUMMARY-LINE-2
005860     ELSE
005870         MOVE 8 TO RETURN-CODE
005880     END-IF.
005890*
005900     MOVE 'DSPAGE  ' TO RL-PROGRAM.
005910     MOVE 'WEEKLY  ' TO RL-JOB-NAME.
005920     MOVE 'DSPAGE  ' TO RL-STEP-NAME.
005930     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
005940     MOVE WS-DISPUTE-COUNT TO RL-RECORDS-READ.
005950     MOVE WS-OPEN-COUNT    TO RL-RECORDS-WRITTEN.
005960     MOVE ZERO             TO RL-RECORDS-REJECTED.
005970     MOVE RETURN-CODE      TO RL-COMPLETION-CODE.
005980     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
005990*
006000     IF WS-DISPUTE-OPEN
006010         CLOSE DISPUTE-FILE
006020     END-IF.
006030     IF WS-REPORT-OPEN
006040         CLOSE AGING-REPORT
006050     END-IF.
006060*
006070 3000-EXIT.
006080     EXIT.
