000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    RUNRPT.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   RUNRPT -- MORNING BATCH RUN-ORDER REPORT.                    *
000110*   LISTS EVERY RUN THE RUNLOG FILE HOLDS FOR ONE BATCH DAY --   *
000120*   NOON TO NOON, THE SAME DAY PREDCHK CHECKS PREDECESSORS       *
000130*   AGAINST -- IN THE ORDER THE RUNS FINISHED, SO THE MORNING    *
000140*   SHIFT CAN SEE WHAT RAN IN WHAT ORDER.  A RUN THAT PREDCHK    *
000150*   REFUSED, A RUN THAT WENT AHEAD UNDER AN OPERATOR OVERRIDE,   *
000160*   AND A RUN THAT ENDED WITH CODE 8 OR MORE ARE FLAGGED.  A     *
000170*   SECOND SECTION LISTS EVERY PREDECESSOR OVERRIDE THE JOBOVR   *
000180*   LOG HOLDS FOR THE DAY, WITH THE OPERATOR AND THE REASON.     *
000190*   THE RUN ENDS WITH CODE 4 WHEN ANYTHING WAS REFUSED,          *
000200*   OVERRIDDEN, OR FAILED.                                       *
000210*                                                                *
000220*   RUNPARM CARD (OPTIONAL): COLS 1-8 THE DATE THE BATCH DAY     *
000230*   BEGAN (YYYYMMDD).  NO CARD, OR A BLANK DATE, REPORTS THE     *
000240*   BATCH DAY THAT BEGAN AT NOON YESTERDAY.                      *
000250*                                                                *
000260*   MODIFICATION HISTORY.                                        *
000270*   10/15/2026  RH   INITIAL VERSION.                            *
000280******************************************************************
000290*
000300 ENVIRONMENT DIVISION.
000310*
000320 CONFIGURATION SECTION.
000330*
000340 SOURCE-COMPUTER.  IBM-370.
000350 OBJECT-COMPUTER.  IBM-370.
000360*
000370 INPUT-OUTPUT SECTION.
000380*
000390 FILE-CONTROL.
000400*
000410     SELECT  PARM-FILE      ASSIGN TO RUNPARM
000420             ORGANIZATION IS LINE SEQUENTIAL
000430             FILE STATUS IS WS-PARM-STATUS.
000440*
000450     SELECT  RUNLOG-FILE    ASSIGN TO RUNLOG
000460             ORGANIZATION IS INDEXED
000470             ACCESS MODE IS DYNAMIC
000480             RECORD KEY IS RL-LOG-KEY
000490             FILE STATUS IS WS-RUNLOG-STATUS.
000500*
000510     SELECT  JOBOVR-FILE    ASSIGN TO JOBOVR
000520             ORGANIZATION IS INDEXED
000530             ACCESS MODE IS DYNAMIC
000540             RECORD KEY IS JO-OVERRIDE-KEY
000550             FILE STATUS IS WS-JOBOVR-STATUS.
000560*
000570     SELECT  RUN-REPORT     ASSIGN TO RPTOUT
000580             ORGANIZATION IS LINE SEQUENTIAL
000590             FILE STATUS IS WS-REPORT-STATUS.
000600*
000610 DATA DIVISION.
000620*
000630 FILE SECTION.
000640*
000650 FD  PARM-FILE
000660     LABEL RECORDS ARE STANDARD.
000670*
000680 01  PARM-RECORD.
000690     05  PA-BATCH-DATE                PIC X(08).
000700     05  PA-BATCH-DATE-N REDEFINES PA-BATCH-DATE
000710                                      PIC 9(08).
000720     05  FILLER                       PIC X(72).
000730*
000740 FD  RUNLOG-FILE
000750     LABEL RECORDS ARE STANDARD.
000760*
000770     COPY RUNLOG.
000780*
000790 FD  JOBOVR-FILE
000800     LABEL RECORDS ARE STANDARD.
000810*
000820     COPY JOBOVR.
000830*
000840 FD  RUN-REPORT
000850     LABEL RECORDS ARE OMITTED.
000860*
000870 01  REPORT-LINE                      PIC X(132).
000880*
000890 WORKING-STORAGE SECTION.
000900*
000910 01  WS-RUNLOG-WRITE-RECORD.
000920     05  WS-RL-KEY.
000930         10  WS-RL-DATE         PIC 9(08).
000940         10  WS-RL-END-TIME     PIC 9(06).
000950         10  WS-RL-PROGRAM      PIC X(08).
000960     05  WS-RL-JOB              PIC X(08).
000970     05  WS-RL-STEP             PIC X(08).
000980     05  WS-RL-START-TIME       PIC 9(06).
000990     05  WS-RL-READ             PIC 9(09).
001000     05  WS-RL-WRITTEN          PIC 9(09).
001010     05  WS-RL-REJECTED         PIC 9(09).
001020     05  WS-RL-COMPCODE         PIC 9(04).
001030*
001040     COPY PREDPARM.
001050*
001060 01  RUN-TIMING-FIELDS.
001070     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001080*
001090 01  SWITCHES.
001100*
001110     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001120         88  WS-ABORT                             VALUE 'Y'.
001130     05  WS-PARM-OPEN-SW              PIC X(01)   VALUE 'N'.
001140         88  WS-PARM-OPEN                         VALUE 'Y'.
001150     05  WS-RUNLOG-OPEN-SW            PIC X(01)   VALUE 'N'.
001160         88  WS-RUNLOG-OPEN                       VALUE 'Y'.
001170     05  WS-JOBOVR-OPEN-SW            PIC X(01)   VALUE 'N'.
001180         88  WS-JOBOVR-OPEN                       VALUE 'Y'.
001190     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001200         88  WS-REPORT-OPEN                       VALUE 'Y'.
001210     05  WS-RUNLOG-EOF-SW             PIC X(01)   VALUE 'N'.
001220         88  WS-RUNLOG-EOF                        VALUE 'Y'.
001230     05  WS-JOBOVR-EOF-SW             PIC X(01)   VALUE 'N'.
001240         88  WS-JOBOVR-EOF                        VALUE 'Y'.
001250     05  WS-OVERRIDE-MATCHED-SW       PIC X(01)   VALUE 'N'.
001260         88  WS-OVERRIDE-MATCHED                  VALUE 'Y'.
001270     05  WS-OVERFLOW-SW               PIC X(01)   VALUE 'N'.
001280         88  WS-OVERFLOW                          VALUE 'Y'.
001290*
001300 01  FILE-STATUS-FIELDS.
001310*
001320     05  WS-PARM-STATUS               PIC X(02)   VALUE '00'.
001330     05  WS-RUNLOG-STATUS             PIC X(02)   VALUE '00'.
001340     05  WS-JOBOVR-STATUS             PIC X(02)   VALUE '00'.
001350     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001360*
001370 01  WORK-FIELDS.
001380*
001390     05  WS-RUNS-LISTED         PIC S9(05) COMP-3 VALUE ZERO.
001400     05  WS-FAILED-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
001410     05  WS-REFUSED-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
001420     05  WS-OVERRIDE-RUN-COUNT  PIC S9(05) COMP-3 VALUE ZERO.
001430     05  WS-OVERRIDE-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
001440     05  WS-BATCH-DAY-START-TIME PIC 9(06)        VALUE 120000.
001450     05  WS-BATCH-DAY-END-TIME  PIC 9(06)         VALUE 115959.
001460     05  WS-MONTH-DAYS          PIC 9(02)         VALUE ZERO.
001470     05  WS-LEAP-QUOTIENT       PIC S9(05) COMP-3 VALUE ZERO.
001480     05  WS-LEAP-REMAINDER      PIC S9(05) COMP-3 VALUE ZERO.
001490     05  WS-SUB                 PIC S9(04) COMP   VALUE ZERO.
001500*
001510 01  WS-RUN-DATE.
001520     05  WS-RUN-YYYY                  PIC 9(04).
001530     05  WS-RUN-MM                    PIC 9(02).
001540     05  WS-RUN-DD                    PIC 9(02).
001550*
001560 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001570                                      PIC 9(08).
001580*
001590 01  WS-REPORT-DATE.
001600     05  WS-RPT-YYYY                  PIC 9(04).
001610     05  WS-RPT-MM                    PIC 9(02).
001620     05  WS-RPT-DD                    PIC 9(02).
001630*
001640 01  WS-REPORT-DATE-N REDEFINES WS-REPORT-DATE
001650                                      PIC 9(08).
001660*
001670 01  WS-BATCH-DAY-START-DATE          PIC 9(08)   VALUE ZERO.
001680 01  WS-BATCH-DAY-END-DATE            PIC 9(08)   VALUE ZERO.
001690*
001700 01  WS-WINDOW-START-KEY.
001710     05  WS-WSK-DATE                  PIC 9(08).
001720     05  WS-WSK-TIME                  PIC 9(06).
001730     05  WS-WSK-PROGRAM               PIC X(08).
001740*
001750 01  WS-WINDOW-END-KEY.
001760     05  WS-WEK-DATE                  PIC 9(08).
001770     05  WS-WEK-TIME                  PIC 9(06).
001780     05  WS-WEK-PROGRAM               PIC X(08).
001790*
001800 01  WS-RUN-KEY.
001810     05  WS-RK-DATE                   PIC 9(08).
001820     05  WS-RK-TIME                   PIC 9(06).
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
001990******************************************************************
002000*   THE DAY'S JOBOVR RECORDS, IN KEY (TIME) ORDER.  SEQUENCE 01  *
002010*   OF EACH OVERRIDE IS MATCHED TO THE FIRST RUN OF THE PROGRAM  *
002020*   TO FINISH AFTER IT, WHICH IS THE RUN IT LET THROUGH.         *
002030******************************************************************
002040 01  OVERRIDE-TABLE.
002050     05  OV-COUNT               PIC S9(04) COMP   VALUE ZERO.
002060     05  OV-ENTRY OCCURS 200 TIMES.
002070         10  OV-KEY.
002080             15  OV-DATE        PIC 9(08).
002090             15  OV-TIME        PIC 9(06).
002100         10  OV-PROGRAM         PIC X(08).
002110         10  OV-SEQUENCE        PIC 9(02).
002120         10  OV-PREDECESSOR     PIC X(08).
002130         10  OV-STATE           PIC X(01).
002140             88  OV-PREDECESSOR-FAILED            VALUE 'F'.
002150         10  OV-CODE            PIC 9(04).
002160         10  OV-OPERATOR-ID     PIC X(03).
002170         10  OV-REASON          PIC X(40).
002180         10  OV-USED-SW         PIC X(01).
002190             88  OV-USED                          VALUE 'Y'.
002200*
002210 01  HEADING-LINE-1.
002220*
002230     05  FILLER                       PIC X(01)   VALUE SPACE.
002240     05  FILLER                       PIC X(40)   VALUE
002250             'BATCH RUN-ORDER REPORT     BATCH DAY'.
002260     05  HL1-START-DATE               PIC 9(08).
002270     05  FILLER                       PIC X(10)   VALUE
002280             ' 12:00 TO'.
002290     05  HL1-END-DATE                 PIC 9(08).
002300     05  FILLER                       PIC X(16)   VALUE
002310             ' 11:59   RUN OF'.
002320     05  HL1-RUN-DATE                 PIC 9(08).
002330     05  FILLER                       PIC X(41)   VALUE SPACE.
002340*
002350 01  TITLE-LINE.
002360*
002370     05  FILLER                       PIC X(01)   VALUE SPACE.
002380     05  TL-TEXT                      PIC X(80).
002390     05  FILLER                       PIC X(51)   VALUE SPACE.
002400*
002410 01  NONE-LINE.
002420*
002430     05  FILLER                       PIC X(01)   VALUE SPACE.
002440     05  FILLER                       PIC X(40)   VALUE
002450             '    (NONE)'.
002460     05  FILLER                       PIC X(91)   VALUE SPACE.
002470*
002480 01  RUN-HEADING.
002490*
002500     05  FILLER                       PIC X(37)   VALUE
002510         '  SEQ  RUN DATE  STARTED   ENDED     '.
002520     05  FILLER                       PIC X(41)   VALUE
002530         'PROGRAM   JOB       STEP             READ'.
002540     05  FILLER                       PIC X(54)   VALUE
002550         '     WRITTEN    REJECTED  CODE  NOTE'.
002560*
002570 01  RUN-DETAIL-LINE.
002580*
002590     05  FILLER                       PIC X(01)   VALUE SPACE.
002600     05  RDL-SEQUENCE                 PIC ZZZ9.
002610     05  FILLER                       PIC X(02)   VALUE SPACE.
002620     05  RDL-RUN-DATE                 PIC 9(08).
002630     05  FILLER                       PIC X(02)   VALUE SPACE.
002640     05  RDL-START-TIME               PIC X(08).
002650     05  FILLER                       PIC X(02)   VALUE SPACE.
002660     05  RDL-END-TIME                 PIC X(08).
002670     05  FILLER                       PIC X(02)   VALUE SPACE.
002680     05  RDL-PROGRAM                  PIC X(08).
002690     05  FILLER                       PIC X(02)   VALUE SPACE.
002700     05  RDL-JOB-NAME                 PIC X(08).
002710     05  FILLER                       PIC X(02)   VALUE SPACE.
002720     05  RDL-STEP-NAME                PIC X(08).
002730     05  FILLER                       PIC X(02)   VALUE SPACE.
002740     05  RDL-RECORDS-READ             PIC ZZZ,ZZZ,ZZ9.
002750     05  FILLER                       PIC X(01)   VALUE SPACE.
002760     05  RDL-RECORDS-WRITTEN          PIC ZZZ,ZZZ,ZZ9.
002770     05  FILLER                       PIC X(01)   VALUE SPACE.
002780     05  RDL-RECORDS-REJECTED         PIC ZZZ,ZZZ,ZZ9.
002790     05  FILLER                       PIC X(02)   VALUE SPACE.
002800     05  RDL-COMPLETION-CODE          PIC 9(04).
002810     05  FILLER                       PIC X(02)   VALUE SPACE.
002820     05  RDL-NOTE                     PIC X(22).
002830*
002840 01  OVERRIDE-HEADING.
002850*
002860     05  FILLER                       PIC X(41)   VALUE
002870         ' DATE      TIME      PROGRAM   PRED-PGM  '.
002880     05  FILLER                       PIC X(91)   VALUE
002890         'PREDECESSOR STATE   OPR   REASON'.
002900*
002910 01  OVERRIDE-DETAIL-LINE.
002920*
002930     05  FILLER                       PIC X(01)   VALUE SPACE.
002940     05  ODL-DATE                     PIC 9(08).
002950     05  FILLER                       PIC X(02)   VALUE SPACE.
002960     05  ODL-TIME                     PIC X(08).
002970     05  FILLER                       PIC X(02)   VALUE SPACE.
002980     05  ODL-PROGRAM                  PIC X(08).
002990     05  FILLER                       PIC X(02)   VALUE SPACE.
003000     05  ODL-PREDECESSOR              PIC X(08).
003010     05  FILLER                       PIC X(02)   VALUE SPACE.
003020     05  ODL-STATE.
003030         10  ODL-STATE-TEXT           PIC X(14).
003040         10  ODL-STATE-CODE           PIC X(04).
003050     05  FILLER                       PIC X(02)   VALUE SPACE.
003060     05  ODL-OPERATOR-ID              PIC X(03).
003070     05  FILLER                       PIC X(03)   VALUE SPACE.
003080     05  ODL-REASON                   PIC X(40).
003090     05  FILLER                       PIC X(25)   VALUE SPACE.
003100*
003110 01  SUMMARY-LINE.
003120*
003130     05  FILLER                       PIC X(01)   VALUE SPACE.
003140     05  SL-LABEL                     PIC X(30).
003150     05  SL-COUNT                     PIC ZZ,ZZ9.
003160     05  FILLER                       PIC X(95)   VALUE SPACE.
003170*
003180 PROCEDURE DIVISION.
003190*
003200 0000-MAINLINE.
003210*
003220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003230     IF NOT WS-ABORT
003240         PERFORM 2000-LIST-RUNS THRU 2000-EXIT
003250         PERFORM 2500-LIST-OVERRIDES THRU 2500-EXIT
003260     END-IF.
003270     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003280*
003290     STOP RUN.
003300*
003310 1000-INITIALIZE.
003320*
003330     ACCEPT WS-START-TIME-RAW FROM TIME.
003340     MOVE 'RUNRPT  ' TO PC-PROGRAM.
003350     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
003360     IF PC-REFUSED
003370         MOVE PC-RETURN-CODE TO RETURN-CODE
003380         STOP RUN
003390     END-IF.
003400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003410*
003420     OPEN INPUT  PARM-FILE.
003430     OPEN INPUT  RUNLOG-FILE.
003440     OPEN INPUT  JOBOVR-FILE.
003450     OPEN OUTPUT RUN-REPORT.
003460*
003470     IF WS-PARM-STATUS = '00'
003480         MOVE 'Y' TO WS-PARM-OPEN-SW
003490     ELSE
003500         DISPLAY 'RUNRPT0001E RUNPARM FILE OPEN FAILED, STATUS='
003510             WS-PARM-STATUS
003520         MOVE 'Y' TO WS-ABORT-SW
003530     END-IF.
003540*
003550     IF WS-RUNLOG-STATUS = '00'
003560         MOVE 'Y' TO WS-RUNLOG-OPEN-SW
003570     ELSE
003580         DISPLAY 'RUNRPT0002E RUNLOG FILE OPEN FAILED, STATUS='
003590             WS-RUNLOG-STATUS
003600         MOVE 'Y' TO WS-ABORT-SW
003610     END-IF.
003620*
003630     IF WS-JOBOVR-STATUS = '00'
003640         MOVE 'Y' TO WS-JOBOVR-OPEN-SW
003650     ELSE
003660         DISPLAY 'RUNRPT0003E JOBOVR FILE OPEN FAILED, STATUS='
003670             WS-JOBOVR-STATUS
003680         MOVE 'Y' TO WS-ABORT-SW
003690     END-IF.
003700*
003710     IF WS-REPORT-STATUS = '00'
003720         MOVE 'Y' TO WS-REPORT-OPEN-SW
003730     ELSE
003740         DISPLAY 'RUNRPT0004E RPTOUT FILE OPEN FAILED, STATUS='
003750             WS-REPORT-STATUS
003760         MOVE 'Y' TO WS-ABORT-SW
003770     END-IF.
003780*
003790     IF WS-ABORT
003800         GO TO 1000-EXIT
003810     END-IF.
003820*
003830     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
003840     IF WS-ABORT
003850         GO TO 1000-EXIT
003860     END-IF.
003870*
003880     MOVE WS-BATCH-DAY-START-DATE TO WS-WSK-DATE.
003890     MOVE WS-BATCH-DAY-START-TIME TO WS-WSK-TIME.
003900     MOVE LOW-VALUES              TO WS-WSK-PROGRAM.
003910     MOVE WS-BATCH-DAY-END-DATE   TO WS-WEK-DATE.
003920     MOVE WS-BATCH-DAY-END-TIME   TO WS-WEK-TIME.
003930     MOVE HIGH-VALUES             TO WS-WEK-PROGRAM.
003940*
003950     PERFORM 1200-LOAD-OVERRIDES THRU 1200-EXIT.
003960*
003970     MOVE WS-BATCH-DAY-START-DATE TO HL1-START-DATE.
003980     MOVE WS-BATCH-DAY-END-DATE   TO HL1-END-DATE.
003990     MOVE WS-RUN-DATE-N           TO HL1-RUN-DATE.
004000     WRITE REPORT-LINE FROM HEADING-LINE-1.
004010*
004020 1000-EXIT.
004030     EXIT.
004040*
004050******************************************************************
004060*   1100-READ-PARM-CARD -- NO CARD, OR A BLANK DATE, REPORTS     *
004070*   THE BATCH DAY THAT BEGAN AT NOON YESTERDAY.  THE DAY ENDS    *
004080*   AT NOON THE DAY AFTER IT BEGAN.                              *
004090******************************************************************
004100 1100-READ-PARM-CARD.
004110*
004120     MOVE SPACE TO PARM-RECORD.
004130     READ PARM-FILE
004140         AT END
004150             MOVE SPACE TO PARM-RECORD
004160     END-READ.
004170*
004180     EVALUATE TRUE
004190         WHEN PA-BATCH-DATE = SPACE
004200             MOVE WS-RUN-DATE-N TO WS-REPORT-DATE-N
004210             PERFORM 1150-BACK-ONE-DAY THRU 1150-EXIT
004220         WHEN PA-BATCH-DATE NOT NUMERIC
004230             DISPLAY 'RUNRPT0005E RUNPARM CARD INVALID: '
004240                 PARM-RECORD
004250             MOVE 'Y' TO WS-ABORT-SW
004260             GO TO 1100-EXIT
004270         WHEN PA-BATCH-DATE-N NOT < WS-RUN-DATE-N
004280             DISPLAY 'RUNRPT0006E BATCH DAY ' PA-BATCH-DATE
004290                 ' HAS NOT ENDED YET'
004300             MOVE 'Y' TO WS-ABORT-SW
004310             GO TO 1100-EXIT
004320         WHEN OTHER
004330             MOVE PA-BATCH-DATE-N TO WS-REPORT-DATE-N
004340     END-EVALUATE.
004350*
004360     MOVE WS-REPORT-DATE-N TO WS-BATCH-DAY-START-DATE.
004370     PERFORM 1160-FORWARD-ONE-DAY THRU 1160-EXIT.
004380     MOVE WS-REPORT-DATE-N TO WS-BATCH-DAY-END-DATE.
004390*
004400 1100-EXIT.
004410     EXIT.
004420*
004430 1150-BACK-ONE-DAY.
004440*
004450     SUBTRACT 1 FROM WS-RPT-DD.
004460     IF WS-RPT-DD = ZERO
004470         SUBTRACT 1 FROM WS-RPT-MM
004480         IF WS-RPT-MM = ZERO
004490             MOVE 12 TO WS-RPT-MM
004500             SUBTRACT 1 FROM WS-RPT-YYYY
004510         END-IF
004520         PERFORM 1920-DAYS-IN-MONTH THRU 1920-EXIT
004530         MOVE WS-MONTH-DAYS TO WS-RPT-DD
004540     END-IF.
004550*
004560 1150-EXIT.
004570     EXIT.
004580*
004590 1160-FORWARD-ONE-DAY.
004600*
004610     PERFORM 1920-DAYS-IN-MONTH THRU 1920-EXIT.
004620     ADD 1 TO WS-RPT-DD.
004630     IF WS-RPT-DD > WS-MONTH-DAYS
004640         MOVE 1 TO WS-RPT-DD
004650         ADD 1 TO WS-RPT-MM
004660         IF WS-RPT-MM > 12
004670             MOVE 1 TO WS-RPT-MM
004680             ADD 1 TO WS-RPT-YYYY
004690         END-IF
004700     END-IF.
004710*
004720 1160-EXIT.
004730     EXIT.
004740*
004750******************************************************************
004760*   1200-LOAD-OVERRIDES -- THE DAY'S JOBOVR RECORDS INTO THE     *
004770*   OVERRIDE TABLE, FOR THE RUN LIST TO FLAG AND THE OVERRIDE    *
004780*   SECTION TO PRINT.                                            *
004790******************************************************************
004800 1200-LOAD-OVERRIDES.
004810*
004820     MOVE WS-WINDOW-START-KEY TO JO-OVERRIDE-KEY.
004830     START JOBOVR-FILE KEY IS NOT LESS THAN JO-OVERRIDE-KEY
004840         INVALID KEY
004850             MOVE 'Y' TO WS-JOBOVR-EOF-SW
004860     END-START.
004870*
004880     PERFORM 1210-READ-OVERRIDE THRU 1210-EXIT
004890         UNTIL WS-JOBOVR-EOF.
004900*
004910 1200-EXIT.
004920     EXIT.
004930*
004940 1210-READ-OVERRIDE.
004950*
004960     READ JOBOVR-FILE NEXT RECORD
004970         AT END
004980             MOVE 'Y' TO WS-JOBOVR-EOF-SW
004990     END-READ.
005000     IF WS-JOBOVR-EOF
005010         GO TO 1210-EXIT
005020     END-IF.
005030     IF JO-OVERRIDE-DATE > WS-BATCH-DAY-END-DATE
005040        OR (JO-OVERRIDE-DATE = WS-BATCH-DAY-END-DATE
005050        AND JO-OVERRIDE-TIME > WS-BATCH-DAY-END-TIME)
005060         MOVE 'Y' TO WS-JOBOVR-EOF-SW
005070         GO TO 1210-EXIT
005080     END-IF.
005090*
005100     IF OV-COUNT NOT < 200
005110         IF NOT WS-OVERFLOW
005120             DISPLAY 'RUNRPT0007W MORE THAN 200 OVERRIDES - '
005130                 'THE REST ARE NOT LISTED'
005140             MOVE 'Y' TO WS-OVERFLOW-SW
005150         END-IF
005160         GO TO 1210-EXIT
005170     END-IF.
005180*
005190     ADD 1 TO OV-COUNT.
005200     MOVE JO-OVERRIDE-DATE      TO OV-DATE(OV-COUNT).
005210     MOVE JO-OVERRIDE-TIME      TO OV-TIME(OV-COUNT).
005220     MOVE JO-PROGRAM            TO OV-PROGRAM(OV-COUNT).
005230     MOVE JO-SEQUENCE           TO OV-SEQUENCE(OV-COUNT).
005240     MOVE JO-PREDECESSOR        TO OV-PREDECESSOR(OV-COUNT).
005250     MOVE JO-PREDECESSOR-STATE  TO OV-STATE(OV-COUNT).
005260     MOVE JO-PREDECESSOR-CODE   TO OV-CODE(OV-COUNT).
005270     MOVE JO-OPERATOR-ID        TO OV-OPERATOR-ID(OV-COUNT).
005280     MOVE JO-REASON             TO OV-REASON(OV-COUNT).
005290     MOVE 'N'                   TO OV-USED-SW(OV-COUNT).
005300*
005310 1210-EXIT.
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
005700*   2000-LIST-RUNS -- THE DAY'S RUNLOG RECORDS IN KEY ORDER,     *
005710*   WHICH IS THE ORDER THE RUNS FINISHED.                        *
005720******************************************************************
005730 2000-LIST-RUNS.
005740*
005750     MOVE SPACE TO REPORT-LINE.
005760     WRITE REPORT-LINE.
005770     MOVE 'RUNS IN THE ORDER THEY FINISHED' TO TL-TEXT.
005780     WRITE REPORT-LINE FROM TITLE-LINE.
005790     WRITE REPORT-LINE FROM RUN-HEADING.
005800*
005810     MOVE WS-WINDOW-START-KEY TO RL-LOG-KEY.
005820     START RUNLOG-FILE KEY IS NOT LESS THAN RL-LOG-KEY
005830         INVALID KEY
005840             MOVE 'Y' TO WS-RUNLOG-EOF-SW
005850     END-START.
005860*
005870     PERFORM 2100-READ-RUN THRU 2100-EXIT
005880         UNTIL WS-RUNLOG-EOF.
005890*
005900     IF WS-RUNS-LISTED = ZERO
005910         WRITE REPORT-LINE FROM NONE-LINE
005920     END-IF.
005930*
005940 2000-EXIT.
005950     EXIT.
005960*
005970 2100-READ-RUN.
005980*
005990     READ RUNLOG-FILE NEXT RECORD
006000         AT END
006010             MOVE 'Y' TO WS-RUNLOG-EOF-SW
006020     END-READ.
006030     IF WS-RUNLOG-EOF
006040         GO TO 2100-EXIT
006050     END-IF.
006060     IF RL-LOG-KEY > WS-WINDOW-END-KEY
006070         MOVE 'Y' TO WS-RUNLOG-EOF-SW
006080         GO TO 2100-EXIT
006090     END-IF.
006100*
006110     ADD 1 TO WS-RUNS-LISTED.
006120     MOVE WS-RUNS-LISTED       TO RDL-SEQUENCE.
006130     MOVE RL-RUN-DATE          TO RDL-RUN-DATE.
006140     MOVE RL-START-TIME        TO WS-WORK-TIME-N.
006150     PERFORM 2900-EDIT-TIME THRU 2900-EXIT.
006160     MOVE WS-EDITED-TIME       TO RDL-START-TIME.
006170     MOVE RL-END-TIME          TO WS-WORK-TIME-N.
006180     PERFORM 2900-EDIT-TIME THRU 2900-EXIT.
006190     MOVE WS-EDITED-TIME       TO RDL-END-TIME.
006200     MOVE RL-PROGRAM           TO RDL-PROGRAM.
006210     MOVE RL-JOB-NAME          TO RDL-JOB-NAME.
006220     MOVE RL-STEP-NAME         TO RDL-STEP-NAME.
006230     MOVE RL-RECORDS-READ      TO RDL-RECORDS-READ.
006240     MOVE RL-RECORDS-WRITTEN   TO RDL-RECORDS-WRITTEN.
006250     MOVE RL-RECORDS-REJECTED  TO RDL-RECORDS-REJECTED.
006260     MOVE RL-COMPLETION-CODE   TO RDL-COMPLETION-CODE.
006270     MOVE SPACE                TO RDL-NOTE.
006280*
006290     IF RL-JOB-NAME = 'REFUSED '
006300         ADD 1 TO WS-REFUSED-COUNT
006310         MOVE '** REFUSED BY PREDCHK' TO RDL-NOTE
006320         GO TO 2100-WRITE
006330     END-IF.
006340*
006350     MOVE RL-RUN-DATE TO WS-RK-DATE.
006360     MOVE RL-END-TIME TO WS-RK-TIME.
006370     MOVE 'N' TO WS-OVERRIDE-MATCHED-SW.
006380     PERFORM 2200-MATCH-OVERRIDE THRU 2200-EXIT
006390         VARYING WS-SUB FROM 1 BY 1
006400         UNTIL WS-SUB > OV-COUNT
006410            OR WS-OVERRIDE-MATCHED.
006420*
006430     IF RL-COMPLETION-CODE > 7
006440         ADD 1 TO WS-FAILED-COUNT
006450         MOVE '** FAILED' TO RDL-NOTE
006460     END-IF.
006470     IF WS-OVERRIDE-MATCHED
006480         ADD 1 TO WS-OVERRIDE-RUN-COUNT
006490         IF RL-COMPLETION-CODE > 7
006500             MOVE '** FAILED, OVERRIDDEN' TO RDL-NOTE
006510         ELSE
006520             MOVE '** RAN UNDER OVERRIDE' TO RDL-NOTE
006530         END-IF
006540     END-IF.
006550*
006560 2100-WRITE.
006570     WRITE REPORT-LINE FROM RUN-DETAIL-LINE.
006580*
006590 2100-EXIT.
006600     EXIT.
006610*
006620 2200-MATCH-OVERRIDE.
006630*
006640     IF OV-USED(WS-SUB)
006650        OR OV-SEQUENCE(WS-SUB) NOT = 1
006660        OR OV-PROGRAM(WS-SUB) NOT = RL-PROGRAM
006670        OR OV-KEY(WS-SUB) > WS-RUN-KEY
006680         GO TO 2200-EXIT
006690     END-IF.
006700*
006710     MOVE 'Y' TO OV-USED-SW(WS-SUB).
006720     MOVE 'Y' TO WS-OVERRIDE-MATCHED-SW.
006730*
006740 2200-EXIT.
006750     EXIT.
006760*
006770******************************************************************
006780*   2500-LIST-OVERRIDES -- ONE LINE PER PREDECESSOR OVERRIDDEN.  *
006790******************************************************************
006800 2500-LIST-OVERRIDES.
006810*
006820     MOVE SPACE TO REPORT-LINE.
006830     WRITE REPORT-LINE.
006840     MOVE 'PREDECESSOR OVERRIDES' TO TL-TEXT.
006850     WRITE REPORT-LINE FROM TITLE-LINE.
006860     WRITE REPORT-LINE FROM OVERRIDE-HEADING.
006870*
006880     IF OV-COUNT = ZERO
006890         WRITE REPORT-LINE FROM NONE-LINE
006900         GO TO 2500-EXIT
006910     END-IF.
006920*
006930     PERFORM 2600-LIST-OVERRIDE THRU 2600-EXIT
006940         VARYING WS-SUB FROM 1 BY 1
006950         UNTIL WS-SUB > OV-COUNT.
006960*
006970 2500-EXIT.
006980     EXIT.
006990*
007000 2600-LIST-OVERRIDE.
007010*
007020     ADD 1 TO WS-OVERRIDE-COUNT.
007030     MOVE OV-DATE(WS-SUB)        TO ODL-DATE.
007040     MOVE OV-TIME(WS-SUB)        TO WS-WORK-TIME-N.
007050     PERFORM 2900-EDIT-TIME THRU 2900-EXIT.
007060     MOVE WS-EDITED-TIME         TO ODL-TIME.
007070     MOVE OV-PROGRAM(WS-SUB)     TO ODL-PROGRAM.
007080     MOVE OV-PREDECESSOR(WS-SUB) TO ODL-PREDECESSOR.
007090     IF OV-PREDECESSOR-FAILED(WS-SUB)
007100         MOVE 'FAILED, CODE'     TO ODL-STATE-TEXT
007110         MOVE OV-CODE(WS-SUB)    TO ODL-STATE-CODE
007120     ELSE
007130         MOVE 'NOT RUN'          TO ODL-STATE-TEXT
007140         MOVE SPACE              TO ODL-STATE-CODE
007150     END-IF.
007160     MOVE OV-OPERATOR-ID(WS-SUB) TO ODL-OPERATOR-ID.
007170     MOVE OV-REASON(WS-SUB)      TO ODL-REASON.
007180     WRITE REPORT-LINE FROM OVERRIDE-DETAIL-LINE.
007190*
007200 2600-EXIT.
007210     EXIT.
007220*
007230 2900-EDIT-TIME.
007240*
007250     MOVE WS-WORK-HH TO WS-ET-HH.
007260     MOVE WS-WORK-MI TO WS-ET-MI.
007270     MOVE WS-WORK-SS TO WS-ET-SS.
007280*
007290 2900-EXIT.
007300     EXIT.
007310*
007320 3000-TERMINATE.
007330*
007340     IF NOT WS-ABORT
007350         MOVE SPACE TO REPORT-LINE
007360         WRITE REPORT-LINE
007370         MOVE 'RUNS LOGGED..................:' TO SL-LABEL
007380         MOVE WS-RUNS-LISTED        TO SL-COUNT
007390         WRITE REPORT-LINE FROM SUMMARY-LINE
007400         MOVE 'RUNS REFUSED BY PREDCHK......:' TO SL-LABEL
007410         MOVE WS-REFUSED-COUNT      TO SL-COUNT
007420         WRITE REPORT-LINE FROM SUMMARY-LINE
007430         MOVE 'RUNS UNDER OVERRIDE..........:' TO SL-LABEL
007440         MOVE WS-OVERRIDE-RUN-COUNT TO SL-COUNT
007450         WRITE REPORT-LINE FROM SUMMARY-LINE
007460         MOVE 'PREDECESSORS OVERRIDDEN......:' TO SL-LABEL
007470         MOVE WS-OVERRIDE-COUNT     TO SL-COUNT
007480         WRITE REPORT-LINE FROM SUMMARY-LINE
007490         MOVE 'RUNS ENDED WITH CODE 8 OR UP.:' TO SL-LABEL
007500         MOVE WS-FAILED-COUNT       TO SL-COUNT
007510         WRITE REPORT-LINE FROM SUMMARY-LINE
007520         IF WS-REFUSED-COUNT  > ZERO
007530         OR WS-OVERRIDE-COUNT > ZERO
007540         OR WS-FAILED-COUNT   > ZERO
007550         OR WS-OVERFLOW
007560             MOVE 4 TO RETURN-CODE
007570         END-IF
007580     ELSE
007590         MOVE 8 TO RETURN-CODE
007600     END-IF.
007610*
007620*    RUNLOGW OPENS RUNLOG FOR UPDATE, SO LET GO OF IT FIRST.
007630     IF WS-RUNLOG-OPEN
007640         CLOSE RUNLOG-FILE
007650         MOVE 'N' TO WS-RUNLOG-OPEN-SW
007660     END-IF.
007670*
007680     MOVE 'RUNRPT  ' TO WS-RL-PROGRAM.
007690     MOVE 'MORNING ' TO WS-RL-JOB.
007700     MOVE 'RUNRPT  ' TO WS-RL-STEP.
007710     MOVE WS-START-TIME-RAW(1:6) TO WS-RL-START-TIME.
007720     MOVE WS-RUNS-LISTED TO WS-RL-READ.
007730     MOVE ZERO TO WS-RL-WRITTEN.
007740     MOVE WS-REFUSED-COUNT TO WS-RL-REJECTED.
007750     MOVE RETURN-CODE TO WS-RL-COMPCODE.
007760     CALL 'RUNLOGW' USING WS-RUNLOG-WRITE-RECORD.
007770*
007780     IF WS-PARM-OPEN
007790         CLOSE PARM-FILE
007800     END-IF.
007810     IF WS-RUNLOG-OPEN
007820         CLOSE RUNLOG-FILE
007830     END-IF.
007840     IF WS-JOBOVR-OPEN
007850         CLOSE JOBOVR-FILE
007860     END-IF.
007870     IF WS-REPORT-OPEN
007880         CLOSE RUN-REPORT
007890     END-IF.
007900*
007910 3000-EXIT.
007920     EXIT.
