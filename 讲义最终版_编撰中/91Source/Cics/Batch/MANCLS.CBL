000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    MANCLS.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   MANCLS -- END-OF-DAY CARRIER MANIFEST AND SHIPPER CLOSE.     *
000110*   SHPCON1 WRITES A SHPMAN RECORD FOR EVERY SHIPMENT IT         *
000120*   CONFIRMS, KEYED BY SHIPPER AND SHIP DATE.  WHEN A CARRIER'S  *
000130*   DRIVER ARRIVES FOR PICKUP, OPERATIONS RUNS THIS PROGRAM FOR  *
000140*   THAT SHIPPER (SHPMAN CLOSED TO THE REGION FOR THE FEW        *
000150*   SECONDS IT TAKES).  IT PRINTS THE CARRIER MANIFEST ON        *
000160*   RPTOUT -- ONE LINE PER SHIPMENT WITH THE INVOICE, THE        *
000170*   CONSIGNEE (THE SHIP-TO ADDRESS, OR THE CUSTOMER'S OWN),      *
000180*   CARTONS, WEIGHT, FREIGHT, AND TRACKING NUMBER, WITH CARTON,  *
000190*   WEIGHT, AND FREIGHT TOTALS FOR THE DRIVER TO SIGN -- MARKS   *
000200*   EACH SHIPMENT CLOSED, AND WRITES THE DAY'S CLOSE RECORD      *
000210*   (INVOICE NUMBER 000000) CARRYING THE TOTALS.  FROM THEN ON   *
000220*   SHPCON1 CONFIRMS NOTHING MORE FOR THAT SHIPPER THAT DAY AND  *
000230*   THE CLOSED SHIPMENTS' TRACKING AND CARTONS ARE LOCKED.  A    *
000240*   SHIPPER ALREADY CLOSED FOR THE DAY IS REFUSED, SO THE        *
000250*   MANIFEST CAN NEVER BE PRINTED TWICE WITH DIFFERENT CONTENTS. *
000260*                                                                *
000270*   THE MANPARM CONTROL CARD NAMES THE SHIPPER:                  *
000280*     COLS  1-10  SHIPPER, EXACTLY AS KEYED ON SHPCON1           *
000290*     COLS 11-18  SHIP DATE YYYYMMDD (BLANK = TODAY)             *
000300*   THE DATE IS ONLY KEYED TO CLOSE A DAY SOMEONE FORGOT.        *
000310*                                                                *
000320*   MODIFICATION HISTORY.                                        *
000330*   10/15/2026  RH   INITIAL VERSION.                            *
000331*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000332*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000333*                    NOT COMPLETED.                              *
000340******************************************************************
000350*
000360 ENVIRONMENT DIVISION.
000370*
000380 CONFIGURATION SECTION.
000390*
000400 SOURCE-COMPUTER.  IBM-370.
000410 OBJECT-COMPUTER.  IBM-370.
000420*
000430 INPUT-OUTPUT SECTION.
000440*
000450 FILE-CONTROL.
000460*
000470     SELECT  PARM-FILE      ASSIGN TO MANPARM
000480             ORGANIZATION IS LINE SEQUENTIAL
000490             FILE STATUS IS WS-PARM-STATUS.
000500*
000510     SELECT  SHPMAN-FILE    ASSIGN TO SHPMAN
000520             ORGANIZATION IS INDEXED
000530             ACCESS MODE IS DYNAMIC
000540             RECORD KEY IS SM-MANIFEST-KEY
000550             FILE STATUS IS WS-SHPMAN-STATUS.
000560*
000570     SELECT  CUSTMAS-FILE   ASSIGN TO CUSTMAS
000580             ORGANIZATION IS INDEXED
000590             ACCESS MODE IS RANDOM
000600             RECORD KEY IS CM-CUSTOMER-NUMBER
000610             FILE STATUS IS WS-CUSTMAS-STATUS.
000620*
000630     SELECT  SHIPTO-FILE    ASSIGN TO SHIPTO
000640             ORGANIZATION IS INDEXED
000650             ACCESS MODE IS RANDOM
000660             RECORD KEY IS ST-SHIP-KEY
000670             FILE STATUS IS WS-SHIPTO-STATUS.
000680*
000690     SELECT  MANIFEST-REPORT ASSIGN TO RPTOUT
000700             ORGANIZATION IS LINE SEQUENTIAL
000710             FILE STATUS IS WS-REPORT-STATUS.
000720*
000730 DATA DIVISION.
000740*
000750 FILE SECTION.
000760*
000770 FD  PARM-FILE
000780     LABEL RECORDS ARE STANDARD.
000790*
000800 01  PARM-RECORD.
000810     05  PA-SHIPPER                   PIC X(10).
000820     05  PA-SHIP-DATE                 PIC X(08).
000830     05  PA-SHIP-DATE-N REDEFINES PA-SHIP-DATE
000840                                      PIC 9(08).
000850     05  FILLER                       PIC X(62).
000860*
000870 FD  SHPMAN-FILE
000880     LABEL RECORDS ARE STANDARD.
000890*
000900     COPY SHPMAN.
000910*
000920 FD  CUSTMAS-FILE
000930     LABEL RECORDS ARE STANDARD.
000940*
000950     COPY CUSTMAS.
000960*
000970 FD  SHIPTO-FILE
000980     LABEL RECORDS ARE STANDARD.
000990*
001000     COPY SHIPTO.
001010*
001020 FD  MANIFEST-REPORT
001030     LABEL RECORDS ARE OMITTED.
001040*
001050 01  REPORT-LINE                      PIC X(132).
001060*
001070 WORKING-STORAGE SECTION.
001080*
001090     COPY RUNLOG.
001091*
001092     COPY PREDPARM.
001100*
001110 01  RUN-TIMING-FIELDS.
001120     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001130*
001140 01  SWITCHES.
001150*
001160     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001170         88  WS-ABORT                             VALUE 'Y'.
001180     05  WS-PARM-OPEN-SW              PIC X(01)   VALUE 'N'.
001190         88  WS-PARM-OPEN                         VALUE 'Y'.
001200     05  WS-SHPMAN-OPEN-SW            PIC X(01)   VALUE 'N'.
001210         88  WS-SHPMAN-OPEN                       VALUE 'Y'.
001220     05  WS-CUSTMAS-OPEN-SW           PIC X(01)   VALUE 'N'.
001230         88  WS-CUSTMAS-OPEN                      VALUE 'Y'.
001240     05  WS-SHIPTO-OPEN-SW            PIC X(01)   VALUE 'N'.
001250         88  WS-SHIPTO-OPEN                       VALUE 'Y'.
001260     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001270         88  WS-REPORT-OPEN                       VALUE 'Y'.
001280     05  WS-SHPMAN-EOF-SW             PIC X(01)   VALUE 'N'.
001290         88  WS-SHPMAN-EOF                        VALUE 'Y'.
001300*
001310 01  FILE-STATUS-FIELDS.
001320*
001330     05  WS-PARM-STATUS               PIC X(02)   VALUE '00'.
001340     05  WS-SHPMAN-STATUS             PIC X(02)   VALUE '00'.
001350     05  WS-CUSTMAS-STATUS            PIC X(02)   VALUE '00'.
001360     05  WS-SHIPTO-STATUS             PIC X(02)   VALUE '00'.
001370     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001380*
001390 01  WORK-FIELDS.
001400*
001410     05  WS-SHIPMENTS-READ      PIC S9(07) COMP-3 VALUE ZERO.
001420     05  WS-SHIPMENTS-CLOSED    PIC S9(05) COMP-3 VALUE ZERO.
001430     05  WS-NO-TRACKING-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
001440     05  WS-CARTON-TOTAL        PIC S9(07) COMP-3 VALUE ZERO.
001450     05  WS-WEIGHT-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
001460     05  WS-FREIGHT-TOTAL       PIC S9(07)V99 COMP-3 VALUE ZERO.
001470     05  WS-CLOSE-SHIPPER       PIC X(10)         VALUE SPACE.
001480     05  WS-CLOSE-DATE          PIC 9(08)         VALUE ZERO.
001490*
001500 01  WS-RUN-DATE.
001510     05  WS-RUN-YYYY                  PIC 9(04).
001520     05  WS-RUN-MM                    PIC 9(02).
001530     05  WS-RUN-DD                    PIC 9(02).
001540*
001550 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001560                                      PIC 9(08).
001570*
001580 01  WS-CONSIGNEE-PLACE.
001590     05  WP-CITY                      PIC X(20).
001600     05  FILLER                       PIC X(01)   VALUE SPACE.
001610     05  WP-STATE                     PIC X(02).
001620*
001630 01  HEADING-LINE-1.
001640*
001650     05  FILLER                       PIC X(01)   VALUE SPACE.
001660     05  FILLER                       PIC X(28)   VALUE
001670             'CARRIER PICKUP MANIFEST'.
001680     05  FILLER                       PIC X(09)   VALUE
001690             'SHIPPER '.
001700     05  HL1-SHIPPER                  PIC X(10).
001710     05  FILLER                       PIC X(13)   VALUE
001720             '   SHIP DATE '.
001730     05  HL1-SHIP-DATE                PIC 9(08).
001740     05  FILLER                       PIC X(12)   VALUE
001750             '   PRINTED '.
001760     05  HL1-RUN-DATE                 PIC 9(08).
001770     05  FILLER                       PIC X(43)   VALUE SPACE.
001780*
001790 01  HEADING-LINE-2.
001800*
001810     05  FILLER                       PIC X(01)   VALUE SPACE.
001820     05  FILLER                       PIC X(09)   VALUE 'INVOICE'.
001830     05  FILLER                       PIC X(31)   VALUE
001840             'CONSIGNEE'.
001850     05  FILLER                       PIC X(24)   VALUE
001860             'CITY / STATE'.
001870     05  FILLER                       PIC X(07)   VALUE 'CTNS'.
001880     05  FILLER                       PIC X(14)   VALUE
001890             '    WEIGHT'.
001900     05  FILLER                       PIC X(13)   VALUE
001910             '   FREIGHT'.
001920     05  FILLER                       PIC X(20)   VALUE
001930             'TRACKING NUMBER'.
001940     05  FILLER                       PIC X(13)   VALUE SPACE.
001950*
001960 01  DETAIL-LINE.
001970*
001980     05  FILLER                       PIC X(01)   VALUE SPACE.
001990     05  DL-INVOICE-NUMBER            PIC 9(06).
002000     05  FILLER                       PIC X(03)   VALUE SPACE.
002010     05  DL-CONSIGNEE                 PIC X(30).
002020     05  FILLER                       PIC X(01)   VALUE SPACE.
002030     05  DL-PLACE                     PIC X(23).
002040     05  FILLER                       PIC X(01)   VALUE SPACE.
002050     05  DL-CARTONS                   PIC ZZ9.
002060     05  FILLER                       PIC X(02)   VALUE SPACE.
002070     05  DL-WEIGHT                    PIC Z,ZZZ,ZZ9.99.
002080     05  FILLER                       PIC X(02)   VALUE SPACE.
002090     05  DL-FREIGHT                   PIC ZZ,ZZ9.99.
002100     05  FILLER                       PIC X(03)   VALUE SPACE.
002110     05  DL-TRACKING-NUMBER           PIC X(20).
002120     05  FILLER                       PIC X(16)   VALUE SPACE.
002130*
002140 01  TOTAL-LINE.
002150*
002160     05  FILLER                       PIC X(01)   VALUE SPACE.
002170     05  FILLER                       PIC X(17)   VALUE
002180             'MANIFEST TOTALS'.
002190     05  TL-SHIPMENT-COUNT            PIC ZZZZ9.
002200     05  FILLER                       PIC X(11)   VALUE
002210             ' SHIPMENTS'.
002220     05  FILLER                       PIC X(25)   VALUE SPACE.
002230     05  TL-CARTONS                   PIC Z,ZZZ,ZZ9.
002240     05  FILLER                       PIC X(01)   VALUE SPACE.
002250     05  TL-WEIGHT                    PIC ZZ,ZZZ,ZZ9.99.
002260     05  FILLER                       PIC X(01)   VALUE SPACE.
002270     05  TL-FREIGHT                   PIC ZZZ,ZZ9.99.
002280     05  FILLER                       PIC X(39)   VALUE SPACE.
002290*
002300 01  SIGNATURE-LINE.
002310*
002320     05  FILLER                       PIC X(01)   VALUE SPACE.
002330     05  FILLER                       PIC X(50)   VALUE
002340             'RECEIVED BY DRIVER ______________________'.
002350     05  FILLER                       PIC X(30)   VALUE
002360             'PIECES ________  TIME ______'.
002370     05  FILLER                       PIC X(51)   VALUE SPACE.
002380*
002390 01  NOTHING-SHIPPED-LINE.
002400*
002410     05  FILLER                       PIC X(01)   VALUE SPACE.
002420     05  FILLER                       PIC X(50)   VALUE
002430             '*** NO SHIPMENTS CONFIRMED FOR THIS SHIPPER ***'.
002440     05  FILLER                       PIC X(81)   VALUE SPACE.
002450*
002460 PROCEDURE DIVISION.
002470*
002480 0000-MAINLINE.
002490*
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510     PERFORM 2000-LIST-MANIFEST THRU 2000-EXIT.
002520     PERFORM 2500-WRITE-CLOSE-RECORD THRU 2500-EXIT.
002530     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002540*
002550     STOP RUN.
002560*
002570 1000-INITIALIZE.
002580*
002590     ACCEPT WS-START-TIME-RAW FROM TIME.
002591     MOVE 'MANCLS  ' TO PC-PROGRAM.
002592     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002593     IF PC-REFUSED
002594         MOVE PC-RETURN-CODE TO RETURN-CODE
002595         STOP RUN
002596     END-IF.
002597*
002600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002610*
002620     OPEN INPUT  PARM-FILE.
002630     OPEN I-O    SHPMAN-FILE.
002640     OPEN INPUT  CUSTMAS-FILE.
002650     OPEN INPUT  SHIPTO-FILE.
002660     OPEN OUTPUT MANIFEST-REPORT.
002670*
002680     IF WS-PARM-STATUS = '00'
002690         MOVE 'Y' TO WS-PARM-OPEN-SW
002700     ELSE
002710         DISPLAY 'MANCLS0001E MANPARM FILE OPEN FAILED, STATUS='
002720             WS-PARM-STATUS
002730         MOVE 'Y' TO WS-ABORT-SW
002740     END-IF.
002750*
002760     IF WS-SHPMAN-STATUS = '00'
002770         MOVE 'Y' TO WS-SHPMAN-OPEN-SW
002780     ELSE
002790         DISPLAY 'MANCLS0002E SHPMAN FILE OPEN FAILED, STATUS='
002800             WS-SHPMAN-STATUS
002810         MOVE 'Y' TO WS-ABORT-SW
002820     END-IF.
002830*
002840     IF WS-CUSTMAS-STATUS = '00'
002850         MOVE 'Y' TO WS-CUSTMAS-OPEN-SW
002860     ELSE
002870         DISPLAY 'MANCLS0003E CUSTMAS FILE OPEN FAILED, STATUS='
002880             WS-CUSTMAS-STATUS
002890         MOVE 'Y' TO WS-ABORT-SW
002900     END-IF.
002910*
002920     IF WS-SHIPTO-STATUS = '00'
002930         MOVE 'Y' TO WS-SHIPTO-OPEN-SW
002940     ELSE
002950         DISPLAY 'MANCLS0004E SHIPTO FILE OPEN FAILED, STATUS='
002960             WS-SHIPTO-STATUS
002970         MOVE 'Y' TO WS-ABORT-SW
002980     END-IF.
002990*
003000     IF WS-REPORT-STATUS = '00'
003010         MOVE 'Y' TO WS-REPORT-OPEN-SW
003020     ELSE
003030         DISPLAY 'MANCLS0005E REPORT FILE OPEN FAILED, STATUS='
003040             WS-REPORT-STATUS
003050         MOVE 'Y' TO WS-ABORT-SW
003060     END-IF.
003070*
003080     IF WS-ABORT
003090         GO TO 1000-EXIT
003100     END-IF.
003110*
003120     READ PARM-FILE
003130         AT END
003140             DISPLAY 'MANCLS0006E MANPARM CARD MISSING'
003150             MOVE 'Y' TO WS-ABORT-SW
003160             GO TO 1000-EXIT
003170     END-READ.
003180*
003190     IF PA-SHIPPER = SPACE
003200         DISPLAY 'MANCLS0007E MANPARM CARD INVALID: ' PARM-RECORD
003210         MOVE 'Y' TO WS-ABORT-SW
003220         GO TO 1000-EXIT
003230     END-IF.
003240     MOVE PA-SHIPPER TO WS-CLOSE-SHIPPER.
003250*
003260     EVALUATE TRUE
003270         WHEN PA-SHIP-DATE = SPACE
003280             MOVE WS-RUN-DATE-N TO WS-CLOSE-DATE
003290         WHEN PA-SHIP-DATE NOT NUMERIC
003300             DISPLAY 'MANCLS0007E MANPARM CARD INVALID: '
003310                 PARM-RECORD
003320             MOVE 'Y' TO WS-ABORT-SW
003330             GO TO 1000-EXIT
003340         WHEN PA-SHIP-DATE-N > WS-RUN-DATE-N
003350             DISPLAY 'MANCLS0008E SHIP DATE ' PA-SHIP-DATE
003360                 ' IS IN THE FUTURE'
003370             MOVE 'Y' TO WS-ABORT-SW
003380             GO TO 1000-EXIT
003390         WHEN OTHER
003400             MOVE PA-SHIP-DATE-N TO WS-CLOSE-DATE
003410     END-EVALUATE.
003420*
003430*    A DAY ALREADY CLOSED STAYS CLOSED -- THE DRIVER HAS THE
003440*    MANIFEST THAT WAS PRINTED THEN.
003450     MOVE WS-CLOSE-SHIPPER TO SM-SHIPPER.
003460     MOVE WS-CLOSE-DATE    TO SM-SHIP-DATE.
003470     MOVE ZERO             TO SM-INVOICE-NUMBER.
003480     READ SHPMAN-FILE
003490         INVALID KEY
003500             CONTINUE
003510         NOT INVALID KEY
003520             DISPLAY 'MANCLS0009E SHIPPER ' WS-CLOSE-SHIPPER
003530                 ' ALREADY CLOSED FOR ' WS-CLOSE-DATE
003540             MOVE 'Y' TO WS-ABORT-SW
003550             GO TO 1000-EXIT
003560     END-READ.
003570*
003580     MOVE WS-CLOSE-SHIPPER TO HL1-SHIPPER.
003590     MOVE WS-CLOSE-DATE    TO HL1-SHIP-DATE.
003600     MOVE WS-RUN-DATE-N    TO HL1-RUN-DATE.
003610     WRITE REPORT-LINE FROM HEADING-LINE-1.
003620     MOVE SPACE TO REPORT-LINE.
003630     WRITE REPORT-LINE.
003640     WRITE REPORT-LINE FROM HEADING-LINE-2.
003650*
003660 1000-EXIT.
003670     EXIT.
003680*
003690******************************************************************
003700*   2000-LIST-MANIFEST -- POSITION AT THE SHIPPER'S DAY (THE     *
003710*   CLOSE-RECORD KEY, 000000, SORTS AHEAD OF EVERY SHIPMENT) AND *
003720*   READ FORWARD UNTIL THE SHIPPER OR THE DATE CHANGES.          *
003730******************************************************************
003740 2000-LIST-MANIFEST.
003750*
003760     IF WS-ABORT
003770         GO TO 2000-EXIT
003780     END-IF.
003790*
003800     MOVE WS-CLOSE-SHIPPER TO SM-SHIPPER.
003810     MOVE WS-CLOSE-DATE    TO SM-SHIP-DATE.
003820     MOVE ZERO             TO SM-INVOICE-NUMBER.
003830     START SHPMAN-FILE KEY IS NOT LESS THAN SM-MANIFEST-KEY
003840         INVALID KEY
003850             MOVE 'Y' TO WS-SHPMAN-EOF-SW
003860     END-START.
003870*
003880     PERFORM 2100-CLOSE-ONE-SHIPMENT THRU 2100-EXIT
003890         UNTIL WS-SHPMAN-EOF.
003900*
003910     IF NOT WS-ABORT AND WS-SHIPMENTS-CLOSED = ZERO
003920         WRITE REPORT-LINE FROM NOTHING-SHIPPED-LINE
003930     END-IF.
003940*
003950 2000-EXIT.
003960     EXIT.
003970*
003980 2100-CLOSE-ONE-SHIPMENT.
003990*
004000     READ SHPMAN-FILE NEXT RECORD
004010         AT END
004020             MOVE 'Y' TO WS-SHPMAN-EOF-SW
004030             GO TO 2100-EXIT
004040     END-READ.
004050*
004060     IF      SM-SHIPPER NOT = WS-CLOSE-SHIPPER
004070          OR SM-SHIP-DATE NOT = WS-CLOSE-DATE
004080         MOVE 'Y' TO WS-SHPMAN-EOF-SW
004090         GO TO 2100-EXIT
004100     END-IF.
004110     ADD 1 TO WS-SHIPMENTS-READ.
004120*
004130     PERFORM 2200-FIND-CONSIGNEE THRU 2200-EXIT.
004140*
004150     MOVE SM-INVOICE-NUMBER  TO DL-INVOICE-NUMBER.
004160     MOVE SM-CARTON-COUNT    TO DL-CARTONS.
004170     MOVE SM-SHIP-WEIGHT     TO DL-WEIGHT.
004180     MOVE SM-FREIGHT-AMOUNT  TO DL-FREIGHT.
004190     MOVE SM-TRACKING-NUMBER TO DL-TRACKING-NUMBER.
004200     IF SM-TRACKING-NUMBER = SPACE
004210         MOVE '(NONE ISSUED)' TO DL-TRACKING-NUMBER
004220         ADD 1 TO WS-NO-TRACKING-COUNT
004230     END-IF.
004240*
004250     SET SM-MANIFEST-CLOSED TO TRUE.
004260     MOVE WS-RUN-DATE-N TO SM-CLOSED-DATE.
004270     REWRITE SHIPMENT-MANIFEST-RECORD
004280         INVALID KEY
004290             DISPLAY 'MANCLS0010E SHPMAN REWRITE FAILED FOR '
004300                 'INVOICE ' SM-INVOICE-NUMBER
004310             MOVE 'Y' TO WS-ABORT-SW
004320             MOVE 'Y' TO WS-SHPMAN-EOF-SW
004330             GO TO 2100-EXIT
004340     END-REWRITE.
004350*
004360     WRITE REPORT-LINE FROM DETAIL-LINE.
004370     ADD 1                 TO WS-SHIPMENTS-CLOSED.
004380     ADD SM-CARTON-COUNT   TO WS-CARTON-TOTAL.
004390     ADD SM-SHIP-WEIGHT    TO WS-WEIGHT-TOTAL.
004400     ADD SM-FREIGHT-AMOUNT TO WS-FREIGHT-TOTAL.
004410*
004420 2100-EXIT.
004430     EXIT.
004440*
004450******************************************************************
004460*   2200-FIND-CONSIGNEE -- THE SHIP-TO ADDRESS THE ORDER NAMED,  *
004470*   OR THE CUSTOMER'S OWN NAME AND ADDRESS WHEN IT NAMED NONE    *
004480*   (OR THE SHIP-TO HAS SINCE BEEN REMOVED).                     *
004490******************************************************************
004500 2200-FIND-CONSIGNEE.
004510*
004520     MOVE SPACE TO DL-CONSIGNEE
004530                   WS-CONSIGNEE-PLACE.
004540*
004550     IF SM-SHIP-TO-NUMBER > ZERO
004560         MOVE SM-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER
004570         MOVE SM-SHIP-TO-NUMBER  TO ST-SHIP-TO-NUMBER
004580         READ SHIPTO-FILE
004590             INVALID KEY
004600                 CONTINUE
004610             NOT INVALID KEY
004620                 MOVE ST-SHIP-TO-NAME TO DL-CONSIGNEE
004630                 MOVE ST-CITY         TO WP-CITY
004640                 MOVE ST-STATE        TO WP-STATE
004650                 MOVE WS-CONSIGNEE-PLACE TO DL-PLACE
004660                 GO TO 2200-EXIT
004670         END-READ
004680     END-IF.
004690*
004700     MOVE SM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
004710     READ CUSTMAS-FILE
004720         INVALID KEY
004730             MOVE 'CUSTOMER NOT ON FILE' TO DL-CONSIGNEE
004740             MOVE SPACE TO DL-PLACE
004750             GO TO 2200-EXIT
004760     END-READ.
004770*
004780     MOVE CM-LAST-NAME TO DL-CONSIGNEE.
004790     MOVE CM-CITY      TO WP-CITY.
004800     MOVE CM-STATE     TO WP-STATE.
004810     MOVE WS-CONSIGNEE-PLACE TO DL-PLACE.
004820*
004830 2200-EXIT.
004840     EXIT.
004850*
004860******************************************************************
004870*   2500-WRITE-CLOSE-RECORD -- THE CLOSE RECORD IS WRITTEN EVEN  *
004880*   FOR A DAY WITH NO SHIPMENTS, SO A LATE CONFIRMATION CANNOT   *
004890*   SLIP ONTO A MANIFEST THE DRIVER HAS ALREADY TAKEN.  A RUN    *
004900*   THAT FAILED PART WAY WRITES NONE AND IS SIMPLY RUN AGAIN;    *
004910*   THE SHIPMENTS IT ALREADY MARKED ARE PICKED UP AGAIN WITH     *
004920*   THE REST.                                                    *
004930******************************************************************
004940 2500-WRITE-CLOSE-RECORD.
004950*
004960     IF WS-ABORT
004970         GO TO 2500-EXIT
004980     END-IF.
004990*
005000     MOVE SPACE            TO SHIPMENT-MANIFEST-RECORD.
005010     MOVE WS-CLOSE-SHIPPER TO SM-SHIPPER.
005020     MOVE WS-CLOSE-DATE    TO SM-SHIP-DATE.
005030     MOVE ZERO             TO SM-INVOICE-NUMBER.
005040     MOVE WS-SHIPMENTS-CLOSED TO SM-SHIPMENT-COUNT.
005050     MOVE WS-CARTON-TOTAL  TO SM-CARTON-TOTAL.
005060     MOVE WS-WEIGHT-TOTAL  TO SM-WEIGHT-TOTAL.
005070     MOVE WS-FREIGHT-TOTAL TO SM-FREIGHT-TOTAL.
005080     SET SM-MANIFEST-CLOSED TO TRUE.
005090     MOVE WS-RUN-DATE-N    TO SM-CLOSED-DATE.
005100     MOVE 'BTCH'           TO SM-TERMINAL-ID.
005110     MOVE SPACE            TO SM-OPERATOR-ID.
005120*
005130     WRITE SHIPMENT-MANIFEST-RECORD
005140         INVALID KEY
005150             DISPLAY 'MANCLS0011E SHPMAN CLOSE RECORD WRITE '
005160                 'FAILED, STATUS=' WS-SHPMAN-STATUS
005170             MOVE 'Y' TO WS-ABORT-SW
005180     END-WRITE.
005190*
005200 2500-EXIT.
005210     EXIT.
005220*
005230 3000-TERMINATE.
005240*
005250     IF NOT WS-ABORT
005260         MOVE WS-SHIPMENTS-CLOSED TO TL-SHIPMENT-COUNT
005270         MOVE WS-CARTON-TOTAL     TO TL-CARTONS
005280         MOVE WS-WEIGHT-TOTAL     TO TL-WEIGHT
005290         MOVE WS-FREIGHT-TOTAL    TO TL-FREIGHT
005300         MOVE SPACE TO REPORT-LINE
005310         WRITE REPORT-LINE
005320         WRITE REPORT-LINE FROM TOTAL-LINE
005330         MOVE SPACE TO REPORT-LINE
005340         WRITE REPORT-LINE
005350         WRITE REPORT-LINE
005360         WRITE REPORT-LINE FROM SIGNATURE-LINE
005370         IF WS-NO-TRACKING-COUNT > ZERO
005380             DISPLAY 'MANCLS0012W ' WS-NO-TRACKING-COUNT
005390                 ' SHIPMENT(S) CLOSED WITH NO TRACKING NUMBER'
005400             MOVE 4 TO RETURN-CODE
005410         END-IF
005420     ELSE
005430         MOVE 8 TO RETURN-CODE
005440     END-IF.
005450*
005460     MOVE 'MANCLS  ' TO RL-PROGRAM.
005470     MOVE 'ADHOC   ' TO RL-JOB-NAME.
005480     MOVE 'MANCLS  ' TO RL-STEP-NAME.
005490     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
005500     MOVE WS-SHIPMENTS-READ   TO RL-RECORDS-READ.
005510     MOVE WS-SHIPMENTS-CLOSED TO RL-RECORDS-WRITTEN.
005520     MOVE ZERO                TO RL-RECORDS-REJECTED.
005530     MOVE RETURN-CODE         TO RL-COMPLETION-CODE.
005540     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
005550*
005560     IF WS-PARM-OPEN
005570         CLOSE PARM-FILE
005580     END-IF.
005590     IF WS-SHPMAN-OPEN
005600         CLOSE SHPMAN-FILE
005610     END-IF.
005620     IF WS-CUSTMAS-OPEN
005630         CLOSE CUSTMAS-FILE
005640     END-IF.
005650     IF WS-SHIPTO-OPEN
005660         CLOSE SHIPTO-FILE
005670     END-IF.
005680     IF WS-REPORT-OPEN
005690         CLOSE MANIFEST-REPORT
005700     END-IF.
005710*
005720 3000-EXIT.
005730     EXIT.
