000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    CHKPRT.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   CHKPRT -- REFUND CHECK PRINT RUN AND CHECK REGISTER.         *
000110*   REFENT1 WRITES ONE PENDING ('P') REQUEST TO CHKREQ FOR EACH  *
000120*   REFUND OF UNAPPLIED CASH.  THIS RUN PICKS UP EVERY PENDING   *
000130*   REQUEST, PRINTS THE CHECK ON THE CONTINUOUS CHECK FORMS      *
000140*   MOUNTED ON CHKOUT, AND MARKS THE REQUEST PRINTED ('C') WITH  *
000150*   THE CHECK NUMBER AND TODAY'S DATE.  CHECK NUMBERS ARE DRAWN  *
000160*   FROM THE 'N' SERIES ON INVCTL, WHICH OPERATIONS KEEPS IN     *
000170*   STEP WITH THE NUMBERS PRE-PRINTED ON THE CHECK STOCK, UNDER  *
000180*   THE SAME ROLLOVER RULES GETINV APPLIES.  EACH CHECK IS       *
000190*   COMMITTED -- SERIES ADVANCED, FORM PRINTED, REQUEST          *
000200*   REWRITTEN -- BEFORE THE NEXT ONE IS TOUCHED, SO A RUN THAT   *
000210*   DIES PART WAY IS SIMPLY RUN AGAIN AND CARRIES ON WITH THE    *
000220*   REQUESTS STILL PENDING.                                      *
000230*                                                                *
000240*   THE CHECK REGISTER ON RPTOUT LISTS EVERY CHECK NUMBER THE    *
000250*   RUN USED OR VOIDED WITH A CONTROL TOTAL FOR ACCOUNTING TO    *
000260*   SIGN OFF.  THE CHKPARM CONTROL CARD SAYS WHAT KIND OF RUN    *
000270*   THIS IS:                                                     *
000280*     COL   1     RUN TYPE  'N' NORMAL, 'R' RESTART              *
000290*     COLS  2-7   FIRST SPOILED CHECK NUMBER  (RESTART ONLY)     *
000300*     COLS  8-13  LAST SPOILED CHECK NUMBER   (RESTART ONLY)     *
000310*   AFTER A PRINTER JAM THE OPERATOR NAMES THE RANGE OF CHECK    *
000320*   NUMBERS THAT WERE RUINED.  A RESTART LISTS EVERY NUMBER IN   *
000330*   THE RANGE ON THE REGISTER AS VOID AND REPRINTS THE REQUESTS  *
000340*   THAT CARRIED THOSE NUMBERS UNDER NEW ONES, SO NO NUMBER IS   *
000350*   EVER USED TWICE OR LEFT UNACCOUNTED FOR.  A RESTART MAY      *
000360*   ONLY NAME NUMBERS THE SERIES HAS ALREADY ISSUED.             *
000370*                                                                *
000380*   MODIFICATION HISTORY.                                        *
000390*   10/15/2026  RH   INITIAL VERSION.                            *
000391*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000392*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000393*                    NOT COMPLETED.                              *
000400******************************************************************
000410*
000420 ENVIRONMENT DIVISION.
000430*
000440 CONFIGURATION SECTION.
000450*
000460 SOURCE-COMPUTER.  IBM-370.
000470 OBJECT-COMPUTER.  IBM-370.
000480*
000490 INPUT-OUTPUT SECTION.
000500*
000510 FILE-CONTROL.
000520*
000530     SELECT  PARM-FILE      ASSIGN TO CHKPARM
000540             ORGANIZATION IS LINE SEQUENTIAL
000550             FILE STATUS IS WS-PARM-STATUS.
000560*
000570     SELECT  CHKREQ-FILE    ASSIGN TO CHKREQ
000580             ORGANIZATION IS INDEXED
000590             ACCESS MODE IS SEQUENTIAL
000600             RECORD KEY IS CK-REQUEST-NUMBER
000610             FILE STATUS IS WS-CHKREQ-STATUS.
000620*
000630     SELECT  INVCTL-FILE    ASSIGN TO INVCTL
000640             ORGANIZATION IS INDEXED
000650             ACCESS MODE IS RANDOM
000660             RECORD KEY IS ICR-CONTROL-KEY
000670             FILE STATUS IS WS-INVCTL-STATUS.
000680*
000690     SELECT  CHECK-FORMS    ASSIGN TO CHKOUT
000700             ORGANIZATION IS LINE SEQUENTIAL
000710             FILE STATUS IS WS-FORMS-STATUS.
000720*
000730     SELECT  CHECK-REGISTER ASSIGN TO RPTOUT
000740             ORGANIZATION IS LINE SEQUENTIAL
000750             FILE STATUS IS WS-REPORT-STATUS.
000760*
000770 DATA DIVISION.
000780*
000790 FILE SECTION.
000800*
000810 FD  PARM-FILE
000820     LABEL RECORDS ARE STANDARD.
000830*
000840 01  PARM-RECORD.
000850     05  PA-RUN-TYPE                  PIC X(01).
000860         88  PA-NORMAL-RUN                        VALUE 'N'.
000870         88  PA-RESTART-RUN                       VALUE 'R'.
000880     05  PA-SPOILED-FROM              PIC 9(06).
000890     05  PA-SPOILED-THRU              PIC 9(06).
000900     05  FILLER                       PIC X(67).
000910*
000920 FD  CHKREQ-FILE
000930     LABEL RECORDS ARE STANDARD.
000940*
000950     COPY CHKREQ.
000960*
000970 FD  INVCTL-FILE
000980     LABEL RECORDS ARE STANDARD.
000990*
001000     COPY INVCTL.
001010*
001020 FD  CHECK-FORMS
001030     LABEL RECORDS ARE OMITTED.
001040*
001050 01  CHECK-FORM-LINE                  PIC X(132).
001060*
001070 FD  CHECK-REGISTER
001080     LABEL RECORDS ARE OMITTED.
001090*
001100 01  REPORT-LINE                      PIC X(132).
001110*
001120 WORKING-STORAGE SECTION.
001130*
001140     COPY RUNLOG.
001141*
001142     COPY PREDPARM.
001150*
001160 01  RUN-TIMING-FIELDS.
001170     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001180*
001190 01  SWITCHES.
001200*
001210     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001220         88  WS-ABORT                             VALUE 'Y'.
001230     05  WS-PARM-OPEN-SW              PIC X(01)   VALUE 'N'.
001240         88  WS-PARM-OPEN                         VALUE 'Y'.
001250     05  WS-CHKREQ-OPEN-SW            PIC X(01)   VALUE 'N'.
001260         88  WS-CHKREQ-OPEN                       VALUE 'Y'.
001270     05  WS-INVCTL-OPEN-SW            PIC X(01)   VALUE 'N'.
001280         88  WS-INVCTL-OPEN                       VALUE 'Y'.
001290     05  WS-FORMS-OPEN-SW             PIC X(01)   VALUE 'N'.
001300         88  WS-FORMS-OPEN                        VALUE 'Y'.
001310     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001320         88  WS-REPORT-OPEN                       VALUE 'Y'.
001330     05  WS-CHKREQ-EOF-SW             PIC X(01)   VALUE 'N'.
001340         88  WS-CHKREQ-EOF                        VALUE 'Y'.
001350     05  WS-RESTART-SW                PIC X(01)   VALUE 'N'.
001360         88  WS-RESTART-RUN                       VALUE 'Y'.
001370*
001380 01  FILE-STATUS-FIELDS.
001390*
001400     05  WS-PARM-STATUS               PIC X(02)   VALUE '00'.
001410     05  WS-CHKREQ-STATUS             PIC X(02)   VALUE '00'.
001420     05  WS-INVCTL-STATUS             PIC X(02)   VALUE '00'.
001430     05  WS-FORMS-STATUS              PIC X(02)   VALUE '00'.
001440     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001450*
001460 01  WORK-FIELDS.
001470*
001480     05  WS-REQUESTS-READ       PIC S9(07) COMP-3 VALUE ZERO.
001490     05  WS-CHECKS-PRINTED      PIC S9(05) COMP-3 VALUE ZERO.
001500     05  WS-CHECKS-VOIDED       PIC S9(05) COMP-3 VALUE ZERO.
001510     05  WS-REJECTED-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
001520     05  WS-CONTROL-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
001530     05  WS-SPOILED-FROM        PIC 9(06)         VALUE ZERO.
001540     05  WS-SPOILED-THRU        PIC 9(06)         VALUE ZERO.
001550     05  WS-VOID-NUMBER         PIC 9(06)         VALUE ZERO.
001560     05  WS-OLD-CHECK-NUMBER    PIC 9(06)         VALUE ZERO.
001570     05  WS-CHECK-NUMBER        PIC 9(06)         VALUE ZERO.
001580     05  WS-FIRST-CHECK-NUMBER  PIC 9(06)         VALUE ZERO.
001590     05  WS-LAST-CHECK-NUMBER   PIC 9(06)         VALUE ZERO.
001600     05  WS-CHECK-DOLLARS       PIC 9(07)         VALUE ZERO.
001610     05  WS-CHECK-CENTS         PIC 9(02)         VALUE ZERO.
001620     05  WS-FORM-LINES-USED     PIC S9(03) COMP-3 VALUE ZERO.
001630*
001640******************************************************************
001650*   THE CHECK STOCK IS 3-1/2 INCH CONTINUOUS FORMS AT SIX LINES  *
001660*   TO THE INCH -- EVERY CHECK TAKES EXACTLY WS-FORM-DEPTH LINES *
001670*   SO THE NEXT ONE LANDS SQUARELY ON THE NEXT FORM.             *
001680******************************************************************
001690 77  WS-FORM-DEPTH              PIC S9(03) COMP-3 VALUE +21.
001700*
001710 01  WS-RUN-DATE.
001720     05  WS-RUN-YYYY                  PIC 9(04).
001730     05  WS-RUN-MM                    PIC 9(02).
001740     05  WS-RUN-DD                    PIC 9(02).
001750*
001760 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001770                                      PIC 9(08).
001780*
001790 01  WS-RUN-MDY.
001800     05  WS-MDY-MM                    PIC 9(02).
001810     05  WS-MDY-DD                    PIC 9(02).
001820     05  WS-MDY-YYYY                  PIC 9(04).
001830*
001840 01  WS-RUN-MDY-N REDEFINES WS-RUN-MDY
001850                                      PIC 9(08).
001860*
001870 01  WS-CITY-LINE.
001880     05  WC-CITY                      PIC X(20).
001890     05  FILLER                       PIC X(01)   VALUE SPACE.
001900     05  WC-STATE                     PIC X(02).
001910     05  FILLER                       PIC X(02)   VALUE SPACE.
001920     05  WC-ZIP-CODE                  PIC X(10).
001930     05  FILLER                       PIC X(17)   VALUE SPACE.
001940*
001950******************************************************************
001960*   CHECK-FORM LINES.  THE STUB LINE TIES THE CHECK BACK TO THE  *
001970*   REQUEST AND THE REVERSING PAYMENT REFENT1 POSTED; THE BODY   *
001980*   LINES FALL IN THE BOXES PRE-PRINTED ON THE CHECK STOCK.      *
001990******************************************************************
002000 01  CHECK-LINE-STUB.
002010*
002020     05  FILLER                       PIC X(01)   VALUE SPACE.
002030     05  FILLER                       PIC X(15)   VALUE
002040             'REFUND REQUEST '.
002050     05  CS-REQUEST-NUMBER            PIC 9(06).
002060     05  FILLER                       PIC X(11)   VALUE
002070             '  CUSTOMER '.
002080     05  CS-CUSTOMER-NUMBER           PIC X(06).
002090     05  FILLER                       PIC X(19)   VALUE
002100             '  REVERSES PAYMENT '.
002110     05  CS-REVERSAL-PAYMENT          PIC 9(06).
002120     05  FILLER                       PIC X(12)   VALUE
002130             '  REQUESTED '.
002140     05  CS-REQUEST-DATE              PIC 99/99/9999.
002150     05  FILLER                       PIC X(46)   VALUE SPACE.
002160*
002170 01  CHECK-LINE-DATE.
002180*
002190     05  FILLER                       PIC X(60)   VALUE SPACE.
002200     05  FILLER                       PIC X(10)   VALUE
002210             'CHECK NO. '.
002220     05  CD-CHECK-NUMBER              PIC 9(06).
002230     05  FILLER                       PIC X(08)   VALUE
002240             '  DATE  '.
002250     05  CD-CHECK-DATE                PIC 99/99/9999.
002260     05  FILLER                       PIC X(38)   VALUE SPACE.
002270*
002280 01  CHECK-LINE-AMOUNT.
002290*
002300     05  FILLER                       PIC X(01)   VALUE SPACE.
002310     05  FILLER                       PIC X(12)   VALUE
002320             'PAY EXACTLY '.
002330     05  CA-DOLLARS                   PIC *,***,**9.
002340     05  FILLER                       PIC X(13)   VALUE
002350             ' DOLLARS AND '.
002360     05  CA-CENTS                     PIC 9(02).
002370     05  FILLER                       PIC X(06)   VALUE
002380             ' CENTS'.
002390     05  FILLER                       PIC X(17)   VALUE SPACE.
002400     05  CA-AMOUNT                    PIC $*,***,**9.99.
002410     05  FILLER                       PIC X(59)   VALUE SPACE.
002420*
002430 01  CHECK-LINE-PAYEE.
002440*
002450     05  FILLER                       PIC X(01)   VALUE SPACE.
002460     05  FILLER                       PIC X(17)   VALUE
002470             'TO THE ORDER OF  '.
002480     05  CP-PAYEE-NAME                PIC X(52).
002490     05  FILLER                       PIC X(62)   VALUE SPACE.
002500*
002510 01  CHECK-LINE-ADDRESS.
002520*
002530     05  FILLER                       PIC X(18)   VALUE SPACE.
002540     05  CL-ADDRESS-LINE              PIC X(52).
002550     05  FILLER                       PIC X(62)   VALUE SPACE.
002560*
002570 01  HEADING-LINE-1.
002580*
002590     05  FILLER                       PIC X(01)   VALUE SPACE.
002600     05  FILLER                       PIC X(42)   VALUE
002610             'REFUND CHECK REGISTER         RUN OF'.
002620     05  HL1-RUN-DATE                 PIC 9(08).
002630     05  FILLER                       PIC X(02)   VALUE SPACE.
002640     05  HL1-RUN-TYPE                 PIC X(20)   VALUE SPACE.
002650     05  FILLER                       PIC X(59)   VALUE SPACE.
002660*
002670 01  HEADING-LINE-2.
002680*
002690     05  FILLER                       PIC X(01)   VALUE SPACE.
002700     05  FILLER                       PIC X(10)   VALUE
002710             'CHECK NO'.
002720     05  FILLER                       PIC X(09)   VALUE 'REQUEST'.
002730     05  FILLER                       PIC X(10)   VALUE
002740             'CUSTOMER'.
002750     05  FILLER                       PIC X(32)   VALUE 'PAYEE'.
002760     05  FILLER                       PIC X(14)   VALUE
002770             '        AMOUNT'.
002780     05  FILLER                       PIC X(02)   VALUE SPACE.
002790     05  FILLER                       PIC X(40)   VALUE 'REMARK'.
002800     05  FILLER                       PIC X(14)   VALUE SPACE.
002810*
002820 01  DETAIL-LINE.
002830*
002840     05  FILLER                       PIC X(01)   VALUE SPACE.
002850     05  DL-CHECK-NUMBER              PIC X(06).
002860     05  FILLER                       PIC X(04)   VALUE SPACE.
002870     05  DL-REQUEST-NUMBER            PIC X(06).
002880     05  FILLER                       PIC X(03)   VALUE SPACE.
002890     05  DL-CUSTOMER-NUMBER           PIC X(06).
002900     05  FILLER                       PIC X(04)   VALUE SPACE.
002910     05  DL-PAYEE-NAME                PIC X(30).
002920     05  FILLER                       PIC X(02)   VALUE SPACE.
002930     05  DL-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99.
002940     05  FILLER                       PIC X(02)   VALUE SPACE.
002950     05  DL-REMARK                    PIC X(40).
002960     05  FILLER                       PIC X(14)   VALUE SPACE.
002970*
002980 01  WS-REPRINT-REMARK.
002990     05  FILLER                       PIC X(23)   VALUE
003000             'REPRINT OF SPOILED NO. '.
003010     05  RR-OLD-NUMBER                PIC 9(06).
003020     05  FILLER                       PIC X(11)   VALUE SPACE.
003030*
003040 01  SUMMARY-LINE-1.
003050*
003060     05  FILLER                       PIC X(01)   VALUE SPACE.
003070     05  FILLER                       PIC X(25)   VALUE
003080             'CHECKS PRINTED..........:'.
003090     05  SL1-PRINTED-COUNT            PIC ZZZZ9.
003100     05  FILLER                       PIC X(101)  VALUE SPACE.
003110*
003120 01  SUMMARY-LINE-2.
003130*
003140     05  FILLER                       PIC X(01)   VALUE SPACE.
003150     05  FILLER                       PIC X(25)   VALUE
003160             'CHECK NUMBERS VOIDED....:'.
003170     05  SL2-VOIDED-COUNT             PIC ZZZZ9.
003180     05  FILLER                       PIC X(101)  VALUE SPACE.
003190*
003200 01  SUMMARY-LINE-3.
003210*
003220     05  FILLER                       PIC X(01)   VALUE SPACE.
003230     05  FILLER                       PIC X(25)   VALUE
003240             'REQUESTS REJECTED.......:'.
003250     05  SL3-REJECTED-COUNT           PIC ZZZZ9.
003260     05  FILLER                       PIC X(101)  VALUE SPACE.
003270*
003280 01  SUMMARY-LINE-4.
003290*
003300     05  FILLER                       PIC X(01)   VALUE SPACE.
003310     05  FILLER                       PIC X(25)   VALUE
003320             'CHECK NUMBERS USED......:'.
003330     05  SL4-FIRST-NUMBER             PIC 9(06).
003340     05  FILLER                       PIC X(06)   VALUE ' THRU '.
003350     05  SL4-LAST-NUMBER              PIC 9(06).
003360     05  FILLER                       PIC X(88)   VALUE SPACE.
003370*
003380 01  SUMMARY-LINE-5.
003390*
003400     05  FILLER                       PIC X(01)   VALUE SPACE.
003410     05  FILLER                       PIC X(25)   VALUE
003420             'CONTROL TOTAL...........:'.
003430     05  SL5-CONTROL-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
003440     05  FILLER                       PIC X(92)   VALUE SPACE.
003450*
003460 01  SUMMARY-LINE-6.
003470*
003480     05  FILLER                       PIC X(01)   VALUE SPACE.
003490     05  FILLER                       PIC X(50)   VALUE
003500             'REVIEWED BY ACCOUNTING ______________________'.
003510     05  FILLER                       PIC X(20)   VALUE
003520             'DATE ____________'.
003530     05  FILLER                       PIC X(61)   VALUE SPACE.
003540*
003550 PROCEDURE DIVISION.
003560*
003570 0000-MAINLINE.
003580*
003590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003600     PERFORM 1500-LIST-SPOILED-CHECKS THRU 1500-EXIT.
003610     PERFORM 2000-PRINT-CHECKS THRU 2000-EXIT.
003620     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003630*
003640     STOP RUN.
003650*
003660 1000-INITIALIZE.
003670*
003680     ACCEPT WS-START-TIME-RAW FROM TIME.
003681     MOVE 'CHKPRT  ' TO PC-PROGRAM.
003682     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
003683     IF PC-REFUSED
003684         MOVE PC-RETURN-CODE TO RETURN-CODE
003685         STOP RUN
003686     END-IF.
003690*
003700     OPEN INPUT  PARM-FILE.
003710     OPEN I-O    CHKREQ-FILE.
003720     OPEN I-O    INVCTL-FILE.
003730     OPEN OUTPUT CHECK-FORMS.
003740     OPEN OUTPUT CHECK-REGISTER.
003750*
003760     IF WS-PARM-STATUS = '00'
003770         MOVE 'Y' TO WS-PARM-OPEN-SW
003780     ELSE
003790         DISPLAY 'CHKPRT0001E CHKPARM FILE OPEN FAILED, STATUS='
003800             WS-PARM-STATUS
003810         MOVE 'Y' TO WS-ABORT-SW
003820     END-IF.
003830*
003840     IF WS-CHKREQ-STATUS = '00'
003850         MOVE 'Y' TO WS-CHKREQ-OPEN-SW
003860     ELSE
003870         DISPLAY 'CHKPRT0002E CHKREQ FILE OPEN FAILED, STATUS='
003880             WS-CHKREQ-STATUS
003890         MOVE 'Y' TO WS-ABORT-SW
003900     END-IF.
003910*
003920     IF WS-INVCTL-STATUS = '00'
003930         MOVE 'Y' TO WS-INVCTL-OPEN-SW
003940     ELSE
003950         DISPLAY 'CHKPRT0003E INVCTL FILE OPEN FAILED, STATUS='
003960             WS-INVCTL-STATUS
003970         MOVE 'Y' TO WS-ABORT-SW
003980     END-IF.
003990*
004000     IF WS-FORMS-STATUS = '00'
004010         MOVE 'Y' TO WS-FORMS-OPEN-SW
004020     ELSE
004030         DISPLAY 'CHKPRT0004E CHKOUT FILE OPEN FAILED, STATUS='
004040             WS-FORMS-STATUS
004050         MOVE 'Y' TO WS-ABORT-SW
004060     END-IF.
004070*
004080     IF WS-REPORT-STATUS = '00'
004090         MOVE 'Y' TO WS-REPORT-OPEN-SW
004100     ELSE
004110         DISPLAY 'CHKPRT0005E REPORT FILE OPEN FAILED, STATUS='
004120             WS-REPORT-STATUS
004130         MOVE 'Y' TO WS-ABORT-SW
004140     END-IF.
004150*
004160     IF NOT WS-ABORT
004170         READ PARM-FILE
004180             AT END
004190                 DISPLAY 'CHKPRT0006E CHKPARM CARD MISSING'
004200                 MOVE 'Y' TO WS-ABORT-SW
004210         END-READ
004220     END-IF.
004230*
004240     IF NOT WS-ABORT
004250         EVALUATE TRUE
004260             WHEN PA-NORMAL-RUN
004270                 CONTINUE
004280             WHEN PA-RESTART-RUN
004290                 IF      PA-SPOILED-FROM NUMERIC
004300                     AND PA-SPOILED-THRU NUMERIC
004310                     AND PA-SPOILED-FROM > ZERO
004320                     AND PA-SPOILED-FROM NOT > PA-SPOILED-THRU
004330                     MOVE 'Y'             TO WS-RESTART-SW
004340                     MOVE PA-SPOILED-FROM TO WS-SPOILED-FROM
004350                     MOVE PA-SPOILED-THRU TO WS-SPOILED-THRU
004360                 ELSE
004370                     DISPLAY 'CHKPRT0007E CHKPARM CARD INVALID: '
004380                         PARM-RECORD
004390                     MOVE 'Y' TO WS-ABORT-SW
004400                 END-IF
004410             WHEN OTHER
004420                 DISPLAY 'CHKPRT0007E CHKPARM CARD INVALID: '
004430                     PARM-RECORD
004440                 MOVE 'Y' TO WS-ABORT-SW
004450         END-EVALUATE
004460     END-IF.
004470*
004480*    THE CHECK SERIES MUST EXIST BEFORE ANYTHING PRINTS -- IT IS
004490*    SET UP BY OPERATIONS TO MATCH THE CHECK STOCK, NEVER CREATED
004500*    ON THE FLY.  A RESTART MAY NOT VOID NUMBERS NOT YET ISSUED.
004510     IF NOT WS-ABORT
004520         MOVE 'N' TO ICR-CONTROL-KEY
004530         READ INVCTL-FILE
004540             INVALID KEY
004550                 DISPLAY 'CHKPRT0008E INVCTL SERIES N NOT FOUND'
004560                 MOVE 'Y' TO WS-ABORT-SW
004570         END-READ
004580     END-IF.
004590*
004600     IF NOT WS-ABORT AND WS-RESTART-RUN
004610         IF WS-SPOILED-THRU > ICR-LAST-INVOICE-NUMBER
004620             DISPLAY 'CHKPRT0009E SPOILED RANGE ' WS-SPOILED-FROM
004630                 '-' WS-SPOILED-THRU ' PASSES LAST ISSUED CHECK '
004640                 ICR-LAST-INVOICE-NUMBER
004650             MOVE 'Y' TO WS-ABORT-SW
004660         END-IF
004670     END-IF.
004680*
004690     IF NOT WS-ABORT
004700         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004710         MOVE WS-RUN-MM   TO WS-MDY-MM
004720         MOVE WS-RUN-DD   TO WS-MDY-DD
004730         MOVE WS-RUN-YYYY TO WS-MDY-YYYY
004740         MOVE WS-RUN-DATE-N TO HL1-RUN-DATE
004750         IF WS-RESTART-RUN
004760             MOVE '** RESTART RUN **' TO HL1-RUN-TYPE
004770         END-IF
004780         WRITE REPORT-LINE FROM HEADING-LINE-1
004790         WRITE REPORT-LINE FROM HEADING-LINE-2
004800     END-IF.
004810*
004820 1000-EXIT.
004830     EXIT.
004840*
004850******************************************************************
004860*   1500-LIST-SPOILED-CHECKS -- ON A RESTART, EVERY NUMBER IN    *
004870*   THE SPOILED RANGE GOES ON THE REGISTER AS VOID WHETHER OR    *
004880*   NOT ITS FORM EVER LEFT THE PRINTER, SO THE REGISTER ACCOUNTS *
004890*   FOR THE WHOLE RANGE.  THE REQUESTS BEHIND THOSE NUMBERS ARE  *
004900*   PICKED UP AGAIN BY 2000.                                     *
004910******************************************************************
004920 1500-LIST-SPOILED-CHECKS.
004930*
004940     IF WS-ABORT OR NOT WS-RESTART-RUN
004950         GO TO 1500-EXIT
004960     END-IF.
004970*
004980     MOVE WS-SPOILED-FROM TO WS-VOID-NUMBER.
004990     PERFORM 1510-LIST-ONE-SPOILED THRU 1510-EXIT
005000         UNTIL WS-VOID-NUMBER > WS-SPOILED-THRU.
005010*
005020 1500-EXIT.
005030     EXIT.
005040*
005050 1510-LIST-ONE-SPOILED.
005060*
005070     MOVE SPACE           TO DETAIL-LINE.
005080     MOVE WS-VOID-NUMBER  TO DL-CHECK-NUMBER.
005090     MOVE ZERO            TO DL-AMOUNT.
005100     MOVE 'VOID - SPOILED ON PRINTER' TO DL-REMARK.
005110     WRITE REPORT-LINE FROM DETAIL-LINE.
005120     ADD 1 TO WS-CHECKS-VOIDED.
005130     ADD 1 TO WS-VOID-NUMBER.
005140*
005150 1510-EXIT.
005160     EXIT.
005170*
005180 2000-PRINT-CHECKS.
005190*
005200     IF WS-ABORT
005210         GO TO 2000-EXIT
005220     END-IF.
005230*
005240     PERFORM 2100-PRINT-ONE-REQUEST THRU 2100-EXIT
005250         UNTIL WS-CHKREQ-EOF.
005260*
005270 2000-EXIT.
005280     EXIT.
005290*
005300******************************************************************
005310*   2100-PRINT-ONE-REQUEST -- PENDING REQUESTS PRINT.  ON A      *
005320*   RESTART, A REQUEST ALREADY MARKED PRINTED WHOSE CHECK NUMBER *
005330*   FALLS IN THE SPOILED RANGE PRINTS AGAIN UNDER A NEW NUMBER.  *
005340*   EVERYTHING ELSE IS LEFT ALONE.                               *
005350******************************************************************
005360 2100-PRINT-ONE-REQUEST.
005370*
005380     READ CHKREQ-FILE NEXT RECORD
005390         AT END
005400             MOVE 'Y' TO WS-CHKREQ-EOF-SW
005410             GO TO 2100-EXIT
005420     END-READ.
005430     ADD 1 TO WS-REQUESTS-READ.
005440*
005450     MOVE ZERO TO WS-OLD-CHECK-NUMBER.
005460     IF NOT CK-PENDING
005470         IF NOT WS-RESTART-RUN OR NOT CK-CHECK-PRINTED
005480             GO TO 2100-EXIT
005490         END-IF
005500         IF CK-CHECK-NUMBER(1:6) NOT NUMERIC
005510             GO TO 2100-EXIT
005520         END-IF
005530         MOVE CK-CHECK-NUMBER(1:6) TO WS-OLD-CHECK-NUMBER
005540         IF WS-OLD-CHECK-NUMBER < WS-SPOILED-FROM
005550             OR WS-OLD-CHECK-NUMBER > WS-SPOILED-THRU
005560             GO TO 2100-EXIT
005570         END-IF
005580     END-IF.
005590*
005600     MOVE SPACE              TO DETAIL-LINE.
005610     MOVE CK-REQUEST-NUMBER  TO DL-REQUEST-NUMBER.
005620     MOVE CK-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
005630     MOVE CK-PAYEE-NAME      TO DL-PAYEE-NAME.
005640     MOVE CK-REFUND-AMOUNT   TO DL-AMOUNT.
005650*
005660*    A ZERO OR NEGATIVE REFUND CANNOT BE PAID BY CHECK -- IT IS
005670*    REPORTED AND LEFT PENDING FOR THE CASH OFFICE, AND USES NO
005680*    CHECK NUMBER.
005690     IF CK-REFUND-AMOUNT NOT > ZERO
005700         DISPLAY 'CHKPRT0010W REQUEST ' CK-REQUEST-NUMBER
005710             ' AMOUNT NOT POSITIVE -- NOT PRINTED'
005720         MOVE 'REJECTED - AMOUNT NOT POSITIVE' TO DL-REMARK
005730         WRITE REPORT-LINE FROM DETAIL-LINE
005740         ADD 1 TO WS-REJECTED-COUNT
005750         GO TO 2100-EXIT
005760     END-IF.
005770*
005780     PERFORM 2200-GET-NEXT-CHECK-NUMBER THRU 2200-EXIT.
005790     IF WS-ABORT
005800         GO TO 2100-EXIT
005810     END-IF.
005820*
005830     PERFORM 2300-PRINT-CHECK-FORM THRU 2300-EXIT.
005840     IF WS-ABORT
005850         GO TO 2100-EXIT
005860     END-IF.
005870*
005880     SET CK-CHECK-PRINTED TO TRUE.
005890     MOVE WS-CHECK-NUMBER TO CK-CHECK-NUMBER.
005900     MOVE WS-RUN-MDY-N    TO CK-PRINTED-DATE.
005910     REWRITE CHECK-REQUEST-RECORD
005920         INVALID KEY
005930             DISPLAY 'CHKPRT0011E CHKREQ REWRITE FAILED FOR '
005940                 CK-REQUEST-NUMBER ' CHECK ' WS-CHECK-NUMBER
005950             MOVE 'Y' TO WS-ABORT-SW
005960             MOVE 'Y' TO WS-CHKREQ-EOF-SW
005970             GO TO 2100-EXIT
005980     END-REWRITE.
005990*
006000     MOVE WS-CHECK-NUMBER TO DL-CHECK-NUMBER.
006010     IF WS-OLD-CHECK-NUMBER > ZERO
006020         MOVE WS-OLD-CHECK-NUMBER TO RR-OLD-NUMBER
006030         MOVE WS-REPRINT-REMARK   TO DL-REMARK
006040     END-IF.
006050     WRITE REPORT-LINE FROM DETAIL-LINE.
006060*
006070     ADD 1 TO WS-CHECKS-PRINTED.
006080     ADD CK-REFUND-AMOUNT TO WS-CONTROL-TOTAL.
006090     IF WS-FIRST-CHECK-NUMBER = ZERO
006100         MOVE WS-CHECK-NUMBER TO WS-FIRST-CHECK-NUMBER
006110     END-IF.
006120     MOVE WS-CHECK-NUMBER TO WS-LAST-CHECK-NUMBER.
006130*
006140 2100-EXIT.
006150     EXIT.
006160*
006170******************************************************************
006180*   2200-GET-NEXT-CHECK-NUMBER -- THE SAME ROLLOVER RULES GETINV *
006190*   APPLIES ONLINE: AT THE TOP OF THE RANGE A 'W' SERIES WRAPS   *
006200*   TO THE BOTTOM AND IS MARKED WRAPPED; AN 'S' SERIES STOPS THE *
006210*   RUN UNTIL OPERATIONS LOADS NEW STOCK AND EXTENDS THE RANGE.  *
006220*   THE NUMBER IS COMMITTED BEFORE THE FORM PRINTS, SO A FAILED  *
006230*   RUN CAN NEVER HAND THE SAME NUMBER OUT TWICE.                *
006240******************************************************************
006250 2200-GET-NEXT-CHECK-NUMBER.
006260*
006270     MOVE 'N' TO ICR-CONTROL-KEY.
006280     READ INVCTL-FILE
006290         INVALID KEY
006300             DISPLAY 'CHKPRT0008E INVCTL SERIES N NOT FOUND'
006310             MOVE 'Y' TO WS-ABORT-SW
006320             MOVE 'Y' TO WS-CHKREQ-EOF-SW
006330             GO TO 2200-EXIT
006340     END-READ.
006350*
006360     IF ICR-LAST-INVOICE-NUMBER NOT < ICR-RANGE-HIGH
006370         IF ICR-ROLLOVER-WRAP
006380             MOVE ICR-RANGE-LOW TO ICR-LAST-INVOICE-NUMBER
006390             MOVE 'Y' TO ICR-WRAPPED-SW
006400         ELSE
006410             DISPLAY 'CHKPRT0012E SERIES N EXHAUSTED -- LOAD NEW'
006420                 ' CHECK STOCK AND EXTEND THE RANGE'
006430             MOVE 'Y' TO WS-ABORT-SW
006440             MOVE 'Y' TO WS-CHKREQ-EOF-SW
006450             GO TO 2200-EXIT
006460         END-IF
006470     ELSE
006480         ADD 1 TO ICR-LAST-INVOICE-NUMBER
006490     END-IF.
006500*
006510     REWRITE INVOICE-CONTROL-RECORD
006520         INVALID KEY
006530             DISPLAY 'CHKPRT0013E INVCTL REWRITE FAILED'
006540             MOVE 'Y' TO WS-ABORT-SW
006550             MOVE 'Y' TO WS-CHKREQ-EOF-SW
006560             GO TO 2200-EXIT
006570     END-REWRITE.
006580*
006590     MOVE ICR-LAST-INVOICE-NUMBER TO WS-CHECK-NUMBER.
006600*
006610 2200-EXIT.
006620     EXIT.
006630*
006640******************************************************************
006650*   2300-PRINT-CHECK-FORM -- ONE CHECK, PADDED WITH BLANK LINES  *
006660*   TO THE FULL FORM DEPTH.                                      *
006670******************************************************************
006680 2300-PRINT-CHECK-FORM.
006690*
006700     MOVE CK-REQUEST-NUMBER   TO CS-REQUEST-NUMBER.
006710     MOVE CK-CUSTOMER-NUMBER  TO CS-CUSTOMER-NUMBER.
006720     MOVE CK-REVERSAL-PAYMENT TO CS-REVERSAL-PAYMENT.
006730     MOVE CK-REQUEST-DATE     TO CS-REQUEST-DATE.
006740*
006750     MOVE WS-CHECK-NUMBER     TO CD-CHECK-NUMBER.
006760     MOVE WS-RUN-MDY-N        TO CD-CHECK-DATE.
006770*
006780     MOVE CK-REFUND-AMOUNT    TO WS-CHECK-DOLLARS.
006790     COMPUTE WS-CHECK-CENTS =
006800         (CK-REFUND-AMOUNT - WS-CHECK-DOLLARS) * 100.
006810     MOVE WS-CHECK-DOLLARS    TO CA-DOLLARS.
006820     MOVE WS-CHECK-CENTS      TO CA-CENTS.
006830     MOVE CK-REFUND-AMOUNT    TO CA-AMOUNT.
006840*
006850     MOVE CK-PAYEE-NAME       TO CP-PAYEE-NAME.
006860*
006870     MOVE ZERO TO WS-FORM-LINES-USED.
006880     MOVE SPACE TO CHECK-FORM-LINE.
006890     PERFORM 2310-WRITE-FORM-LINE THRU 2310-EXIT.
006900     MOVE CHECK-LINE-STUB TO CHECK-FORM-LINE.
006910     PERFORM 2310-WRITE-FORM-LINE THRU 2310-EXIT.
006920     MOVE SPACE TO CHECK-FORM-LINE.
006930     PERFORM 2310-WRITE-FORM-LINE THRU 2310-EXIT 3 TIMES.
006940     MOVE CHECK-LINE-DATE TO CHECK-FORM-LINE.
006950     PERFORM 2310-WRITE-FORM-LINE THRU 2310-EXIT.
006960     MOVE SPACE TO CHECK-FORM-LINE.
006970     PERFORM 2310-WRITE-FORM-LINE THRU 2310-EXIT.
006980     MOVE CHECK-LINE-AMOUNT TO CHECK-FORM-LINE.
006990     PERFORM 2310-WRITE-FORM-LINE THRU 2310-EXIT.
007000     MOVE SPACE TO CHECK-FORM-LINE.
007010     PERFORM 2310-WRITE-FORM-LINE THRU 2310-EXIT.
007020     MOVE CHECK-LINE-PAYEE TO CHECK-FORM-LINE.
007030     PERFORM 2310-WRITE-FORM-LINE THRU 2310-EXIT.
007040     MOVE CK-PAYEE-ADDRESS TO CL-ADDRESS-LINE.
007050     MOVE CHECK-LINE-ADDRESS TO CHECK-FORM-LINE.
007060     PERFORM 2310-WRITE-FORM-LINE THRU 2310-EXIT.
007070     MOVE CK-PAYEE-CITY     TO WC-CITY.
007080     MOVE CK-PAYEE-STATE    TO WC-STATE.
007090     MOVE CK-PAYEE-ZIP-CODE TO WC-ZIP-CODE.
007100     MOVE WS-CITY-LINE      TO CL-ADDRESS-LINE.
007110     MOVE CHECK-LINE-ADDRESS TO CHECK-FORM-LINE.
007120     PERFORM 2310-WRITE-FORM-LINE THRU 2310-EXIT.
007130*
007140     MOVE SPACE TO CHECK-FORM-LINE.
007150     PERFORM 2310-WRITE-FORM-LINE THRU 2310-EXIT
007160         UNTIL WS-FORM-LINES-USED NOT < WS-FORM-DEPTH
007170            OR WS-ABORT.
007180*
007190 2300-EXIT.
007200     EXIT.
007210*
007220 2310-WRITE-FORM-LINE.
007230*
007240     IF WS-ABORT
007250         GO TO 2310-EXIT
007260     END-IF.
007270*
007280     WRITE CHECK-FORM-LINE.
007290     IF WS-FORMS-STATUS NOT = '00'
007300         DISPLAY 'CHKPRT0014E CHKOUT WRITE FAILED, STATUS='
007310             WS-FORMS-STATUS ' AT CHECK ' WS-CHECK-NUMBER
007320         MOVE 'Y' TO WS-ABORT-SW
007330         MOVE 'Y' TO WS-CHKREQ-EOF-SW
007340     END-IF.
007350     ADD 1 TO WS-FORM-LINES-USED.
007360*
007370 2310-EXIT.
007380     EXIT.
007390*
007400 3000-TERMINATE.
007410*
007420     IF NOT WS-ABORT
007430         MOVE WS-CHECKS-PRINTED     TO SL1-PRINTED-COUNT
007440         MOVE WS-CHECKS-VOIDED      TO SL2-VOIDED-COUNT
007450         MOVE WS-REJECTED-COUNT     TO SL3-REJECTED-COUNT
007460         MOVE WS-FIRST-CHECK-NUMBER TO SL4-FIRST-NUMBER
007470         MOVE WS-LAST-CHECK-NUMBER  TO SL4-LAST-NUMBER
007480         MOVE WS-CONTROL-TOTAL      TO SL5-CONTROL-TOTAL
007490         MOVE SPACE TO REPORT-LINE
007500         WRITE REPORT-LINE
007510         WRITE REPORT-LINE FROM SUMMARY-LINE-1
007520         WRITE REPORT-LINE FROM SUMMARY-LINE-2
007530         WRITE REPORT-LINE FROM SUMMARY-LINE-3
007540         WRITE REPORT-LINE FROM SUMMARY-LINE-4
007550         WRITE REPORT-LINE FROM SUMMARY-LINE-5
007560         MOVE SPACE TO REPORT-LINE
007570         WRITE REPORT-LINE
007580         WRITE REPORT-LINE FROM SUMMARY-LINE-6
007590         IF WS-REJECTED-COUNT > ZERO
007600             MOVE 4 TO RETURN-CODE
007610         END-IF
007620     ELSE
007630         MOVE 8 TO RETURN-CODE
007640     END-IF.
007650*
007660     MOVE 'CHKPRT  ' TO RL-PROGRAM.
007670     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
007680     MOVE 'CHKPRT  ' TO RL-STEP-NAME.
007690     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
007700     MOVE WS-REQUESTS-READ  TO RL-RECORDS-READ.
007710     MOVE WS-CHECKS-PRINTED TO RL-RECORDS-WRITTEN.
007720     MOVE WS-REJECTED-COUNT TO RL-RECORDS-REJECTED.
007730     MOVE RETURN-CODE       TO RL-COMPLETION-CODE.
007740     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
007750*
007760     IF WS-PARM-OPEN
007770         CLOSE PARM-FILE
007780     END-IF.
007790     IF WS-CHKREQ-OPEN
007800         CLOSE CHKREQ-FILE
007810     END-IF.
007820     IF WS-INVCTL-OPEN
007830         CLOSE INVCTL-FILE
007840     END-IF.
007850     IF WS-FORMS-OPEN
007860         CLOSE CHECK-FORMS
007870     END-IF.
007880     IF WS-REPORT-OPEN
007890         CLOSE CHECK-REGISTER
007900     END-IF.
007910*
007920 3000-EXIT.
007930     EXIT.
