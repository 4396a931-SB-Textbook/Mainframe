000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    BNSREC01.
000040 AUTHOR.        SERVER MAINTENANCE GROUP.
000050 INSTALLATION.  HISOFT SERVER DEVELOPMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   BNSREC01 -- PASS-THROUGH RECEIPT/PAYMENT RECONCILIATION.     *
000110*   DAILY.  FOR CONTRACTS WHERE WE COLLECT FROM THE CLIENT AND   *
000120*   PAY ON TO THE PAYEE, EACH INSTALMENT ON THE PASS-THROUGH     *
000130*   FILE (PAY_BNSTMP LAYOUT, OLD COPY IN (BNSOLD), NEW COPY OUT  *
000140*   (BNSNEW)) IS MATCHED TO ITS ROW ON THE PAYMENT MASTER        *
000150*   (GAFPAY, PAY_GAFPAY LAYOUT) BY CONTRACT, RELEASE AND RECORD  *
000160*   NUMBER.  THE RECEIPT SIDE IS THE BNSTMP ROW'S OWN: RCVFLG    *
000170*   '1' RECEIVED, RCVAMT ON TRNDAY.  THE PAYMENT SIDE IS TAKEN   *
000180*   FROM THE MATCHED GAFPAY ROW AND COPIED ONTO BNSTMP: PAYAMT,  *
000190*   PAYFLG ('1' RELEASED) AND, ONCE RELEASED, ITS TRNDAY AS      *
000200*   PAYDAY.  BALAMT BECOMES WHAT IS HELD -- RCVAMT IF RECEIVED   *
000210*   LESS PAYAMT IF RELEASED -- AND DIFFLG IS SET:                *
000220*     '1' -- PAYMENT RELEASED BEFORE THE RECEIPT ARRIVED;        *
000230*     '2' -- RECEIPT HELD WITH NO PAYMENT DUE (NO GAFPAY ROW);   *
000240*     '3' -- RECEIPT AND PAYMENT AMOUNTS DIFFER;                 *
000250*     '0' -- AGREED; SPACE -- NEITHER RECEIVED NOR RELEASED YET. *
000260*   A ROW WHOSE DIFFLG, BALAMT OR PAYMENT SIDE CHANGES TAKES     *
000270*   THE MODIFICATION STAMPS OF THIS RUN.  CASES 1-3 ARE LISTED   *
000280*   (RPTOUT) IN THREE SECTIONS FOR THE SETTLEMENT CLERKS, EACH   *
000290*   ITEM TO BE CLEARED BY THE NEXT BUSINESS DAY AFTER THE RUN    *
000300*   DATE ON THE HOLCAL CALENDAR; ANY ITEM LISTED ENDS THE RUN    *
000310*   WITH CODE 4.  CONTROL CARD (CTLDD) AS FOR GAFPAY01: RUN      *
000320*   DATE IN COLUMNS 1-8, OPERATOR IN 10-13.                      *
000330*                                                                *
000340*   MODIFICATION HISTORY.                                        *
000350*   10/15/2026  SMG  INITIAL VERSION.                            *
000360******************************************************************
000370*
000380 ENVIRONMENT DIVISION.
000390*
000400 CONFIGURATION SECTION.
000410*
000420 SOURCE-COMPUTER.  IBM-370.
000430 OBJECT-COMPUTER.  IBM-370.
000440*
000450 INPUT-OUTPUT SECTION.
000460*
000470 FILE-CONTROL.
000480*
000490     SELECT  CONTROL-FILE   ASSIGN TO CTLDD
000500             ORGANIZATION IS LINE SEQUENTIAL
000510             FILE STATUS IS WS-CONTROL-STATUS.
000520*
000530     SELECT  HOLCAL-FILE    ASSIGN TO HOLCAL
000540             ORGANIZATION IS SEQUENTIAL
000550             ACCESS MODE IS SEQUENTIAL
000560             FILE STATUS IS WS-HOLCAL-STATUS.
000570*
000580     SELECT  BNSOLD-FILE    ASSIGN TO BNSOLD
000590             ORGANIZATION IS SEQUENTIAL
000600             ACCESS MODE IS SEQUENTIAL
000610             FILE STATUS IS WS-BNSOLD-STATUS.
000620*
000630     SELECT  BNSNEW-FILE    ASSIGN TO BNSNEW
000640             ORGANIZATION IS SEQUENTIAL
000650             ACCESS MODE IS SEQUENTIAL
000660             FILE STATUS IS WS-BNSNEW-STATUS.
000670*
000680     SELECT  GAFPAY-FILE    ASSIGN TO GAFPAY
000690             ORGANIZATION IS SEQUENTIAL
000700             ACCESS MODE IS SEQUENTIAL
000710             FILE STATUS IS WS-GAFPAY-STATUS.
000720*
000730     SELECT  DIFFERENCE-REPORT ASSIGN TO RPTOUT
000740             ORGANIZATION IS LINE SEQUENTIAL
000750             FILE STATUS IS WS-REPORT-STATUS.
000760*
000770 DATA DIVISION.
000780*
000790 FILE SECTION.
000800*
000810 FD  CONTROL-FILE
000820     LABEL RECORDS ARE STANDARD.
000830*
000840 01  CONTROL-RECORD.
000850     05  CTL-PROC-DATE            PIC 9(08).
000860     05  FILLER                   PIC X(01).
000870     05  CTL-OPERATOR             PIC X(04).
000880     05  FILLER                   PIC X(67).
000890*
000900 FD  HOLCAL-FILE
000910     LABEL RECORDS ARE STANDARD.
000920*
000930 01  HOLCAL-RECORD.
000940     COPY PAY_HOLCAL REPLACING ==01== BY ==05==,
000950                               ==()== BY ==HOL-==.
000960*
000970 FD  BNSOLD-FILE
000980     LABEL RECORDS ARE STANDARD.
000990*
001000 01  BNSOLD-RECORD                PIC X(108).
001010*
001020 FD  BNSNEW-FILE
001030     LABEL RECORDS ARE STANDARD.
001040*
001050 01  BNSNEW-RECORD                PIC X(108).
001060*
001070 FD  GAFPAY-FILE
001080     LABEL RECORDS ARE STANDARD.
001090*
001100 01  GAFPAY-RECORD.
001110     COPY PAY_GAFPAY REPLACING ==01== BY ==05==,
001120                               ==()== BY ==GAF-==.
001130*
001140 FD  DIFFERENCE-REPORT
001150     LABEL RECORDS ARE OMITTED.
001160*
001170 01  REPORT-LINE                  PIC X(132).
001180*
001190 WORKING-STORAGE SECTION.
001200*
001210 01  SWITCHES.
001220*
001230     05  WS-ABORT-SW              PIC X(01)   VALUE 'N'.
001240         88  WS-ABORT                         VALUE 'Y'.
001250     05  WS-HOLCAL-EOF-SW         PIC X(01)   VALUE 'N'.
001260         88  WS-HOLCAL-EOF                    VALUE 'Y'.
001270     05  WS-BNSOLD-EOF-SW         PIC X(01)   VALUE 'N'.
001280         88  WS-BNSOLD-EOF                    VALUE 'Y'.
001290     05  WS-GAFPAY-EOF-SW         PIC X(01)   VALUE 'N'.
001300         88  WS-GAFPAY-EOF                    VALUE 'Y'.
001310     05  WS-IS-HOLIDAY-SW         PIC X(01)   VALUE 'N'.
001320         88  WS-IS-HOLIDAY                    VALUE 'Y'.
001330     05  WS-FOUND-SW              PIC X(01)   VALUE 'N'.
001340         88  WS-FOUND                         VALUE 'Y'.
001350     05  WS-RECEIVED-SW           PIC X(01)   VALUE 'N'.
001360         88  WS-RECEIVED                      VALUE 'Y'.
001370     05  WS-RELEASED-SW           PIC X(01)   VALUE 'N'.
001380         88  WS-RELEASED                      VALUE 'Y'.
001390*
001400 01  FILE-STATUS-FIELDS.
001410*
001420     05  WS-CONTROL-STATUS        PIC X(02)   VALUE '00'.
001430     05  WS-HOLCAL-STATUS         PIC X(02)   VALUE '00'.
001440     05  WS-BNSOLD-STATUS         PIC X(02)   VALUE '00'.
001450     05  WS-BNSNEW-STATUS         PIC X(02)   VALUE '00'.
001460     05  WS-GAFPAY-STATUS         PIC X(02)   VALUE '00'.
001470     05  WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001480*
001490 01  WORK-FIELDS.
001500*
001510     05  WS-READ-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
001520     05  WS-MATCHED-COUNT   PIC S9(07) COMP-3 VALUE ZERO.
001530     05  WS-EARLY-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
001540     05  WS-HELD-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
001550     05  WS-DIFFER-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
001560     05  WS-AGREED-COUNT    PIC S9(07) COMP-3 VALUE ZERO.
001570     05  WS-OPEN-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
001580     05  WS-UPDATED-COUNT   PIC S9(07) COMP-3 VALUE ZERO.
001590     05  WS-SECTION-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
001600     05  WS-SECTION-BALANCE PIC S9(15) COMP-3 VALUE ZERO.
001610     05  WS-PROC-DATE             PIC 9(08)   VALUE ZERO.
001620     05  WS-RUN-TIME              PIC 9(08)   VALUE ZERO.
001630     05  WS-OPERATOR              PIC X(04)   VALUE SPACE.
001640     05  WS-CLEAR-DATE            PIC 9(08)   VALUE ZERO.
001650     05  WS-DAY-OF-WEEK     PIC S9(01)  COMP-3 VALUE ZERO.
001660     05  WS-CASE                  PIC X(01)   VALUE SPACE.
001670     05  WS-SEARCH-KEY            PIC X(14)   VALUE SPACE.
001680     05  WS-ROW-KEY.
001690         10  WS-ROW-CNTNUM        PIC X(09).
001700         10  WS-ROW-RELEAS        PIC X(01).
001710         10  WS-ROW-RECNUM        PIC X(04).
001720     05  WS-BNSTMP-BEFORE         PIC X(108)  VALUE SPACE.
001730*
001740*    THE PASS-THROUGH ROW BEING WORKED.
001750 01  BNSTMP-WORK.
001760     COPY PAY_BNSTMP REPLACING ==01== BY ==05==,
001770                               ==()== BY ==BNS-==.
001780*
001790******************************************************************
001800*   INSTALMENT TABLE -- THE PASS-THROUGH FILE, LOADED ONCE SO    *
001810*   THE PAYMENT MASTER IS PASSED ONLY ONCE, WITH THE PAYMENT     *
001820*   SIDE THE PASS FOUND FOR EACH INSTALMENT.                     *
001830******************************************************************
001840 01  INSTALMENT-TABLE-CONTROL.
001850     05  BT-MAX-ENTRIES     PIC S9(05) COMP-3 VALUE +5000.
001860     05  BT-ENTRY-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
001870     05  BT-SUB             PIC S9(05) COMP-3 VALUE ZERO.
001880     05  BT-FOUND-SUB       PIC S9(05) COMP-3 VALUE ZERO.
001890*
001900 01  INSTALMENT-TABLE.
001910     05  BT-ENTRY OCCURS 5000 TIMES.
001920         10  BT-KEY               PIC X(14).
001930         10  BT-DUE-SW            PIC X(01).
001940             88  BT-PAYMENT-DUE               VALUE 'Y'.
001950         10  BT-GAF-PAYFLG        PIC X(01).
001960         10  BT-GAF-TRNDAY        PIC X(08).
001970         10  BT-GAF-PAYAMT  PIC S9(13) COMP-3.
001980         10  BT-IMAGE             PIC X(108).
001990*
002000******************************************************************
002010*   DATE WORK FIELDS AND HOLIDAY TABLE -- SERIAL-DAY ARITHMETIC  *
002020*   (SATURDAY ANCHOR 730519) AND THE HOLCAL CALENDAR.            *
002030******************************************************************
002040 01  DATE-WORK-FIELDS.
002050     05  DW-DATE.
002060         10  DW-YYYY            PIC 9(04).
002070         10  DW-MM              PIC 9(02).
002080         10  DW-DD              PIC 9(02).
002090     05  DW-DATE-NUM REDEFINES DW-DATE
002100                                PIC 9(08).
002110     05  DN-YYYY                PIC S9(09) COMP-3.
002120     05  DN-MM                  PIC S9(09) COMP-3.
002130     05  DN-DD                  PIC S9(09) COMP-3.
002140     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
002150     05  DN-QUOT-4              PIC S9(09) COMP-3.
002160     05  DN-QUOT-100            PIC S9(09) COMP-3.
002170     05  DN-QUOT-400            PIC S9(09) COMP-3.
002180     05  DN-QUOT-MM             PIC S9(09) COMP-3.
002190     05  DW-MONTH-DAYS          PIC S9(03) COMP-3.
002200     05  DW-LEAP-WORK           PIC S9(09) COMP-3.
002210*
002220 01  HOLIDAY-TABLE-CONTROL.
002230     05  HT-MAX-ENTRIES     PIC S9(03) COMP-3 VALUE +500.
002240     05  HT-ENTRY-COUNT     PIC S9(03) COMP-3 VALUE ZERO.
002250     05  HT-SUB             PIC S9(03) COMP-3 VALUE ZERO.
002260*
002270 01  HOLIDAY-TABLE.
002280     05  HT-DATE OCCURS 500 TIMES
002290                            PIC 9(08).
002300*
002310 01  HEADING-LINE-1.
002320*
002330     05  FILLER                   PIC X(01)   VALUE SPACE.
002340     05  FILLER                   PIC X(38)   VALUE
002350             'BNSREC01 PASS-THROUGH RECEIPT/PAYMENT '.
002360     05  FILLER                   PIC X(23)   VALUE
002370             'RECONCILIATION  RUN ON '.
002380     05  HL1-PROC-DATE            PIC 9(08).
002390     05  FILLER                   PIC X(11)   VALUE
002400             '  OPERATOR '.
002410     05  HL1-OPERATOR             PIC X(04).
002420     05  FILLER                   PIC X(11)   VALUE
002430             '  CLEAR BY '.
002440     05  HL1-CLEAR-DATE           PIC 9(08).
002450     05  FILLER                   PIC X(28)   VALUE SPACE.
002460*
002470 01  SECTION-LINE.
002480*
002490     05  FILLER                   PIC X(01)   VALUE SPACE.
002500     05  SC-TITLE                 PIC X(50).
002510     05  FILLER                   PIC X(81)   VALUE SPACE.
002520*
002530 01  ITEM-HEADING.
002540*
002550     05  FILLER                   PIC X(01)   VALUE SPACE.
002560     05  FILLER                   PIC X(12)   VALUE 'CONTRACT'.
002570     05  FILLER                   PIC X(06)   VALUE 'REC'.
002580     05  FILLER                   PIC X(10)   VALUE 'PAYEE'.
002590     05  FILLER                   PIC X(10)   VALUE 'PLNDAY'.
002600     05  FILLER                   PIC X(16)   VALUE
002610             '        RECEIVED'.
002620     05  FILLER                   PIC X(11)   VALUE ' ON'.
002630     05  FILLER                   PIC X(16)   VALUE
002640             '            PAID'.
002650     05  FILLER                   PIC X(11)   VALUE ' ON'.
002660     05  FILLER                   PIC X(16)   VALUE
002670             '         BALANCE'.
002680     05  FILLER                   PIC X(13)   VALUE
002690             '  CLEAR BY'.
002700     05  FILLER                   PIC X(10)   VALUE 'CLEARED'.
002710*
002720 01  ITEM-LINE.
002730*
002740     05  FILLER                   PIC X(01)   VALUE SPACE.
002750     05  IL-CNTNUM                PIC X(09).
002760     05  FILLER                   PIC X(01)   VALUE '-'.
002770     05  IL-RELEAS                PIC X(01).
002780     05  FILLER                   PIC X(01)   VALUE SPACE.
002790     05  IL-RECNUM                PIC X(04).
002800     05  FILLER                   PIC X(02)   VALUE SPACE.
002810     05  IL-PAYCLT                PIC X(08).
002820     05  FILLER                   PIC X(02)   VALUE SPACE.
002830     05  IL-PLNDAY                PIC X(08).
002840     05  FILLER                   PIC X(02)   VALUE SPACE.
002850     05  IL-RCVAMT                PIC ----,---,---,--9.
002860     05  FILLER                   PIC X(01)   VALUE SPACE.
002870     05  IL-RCVDAY                PIC X(08).
002880     05  FILLER                   PIC X(02)   VALUE SPACE.
002890     05  IL-PAYAMT                PIC ----,---,---,--9.
002900     05  FILLER                   PIC X(01)   VALUE SPACE.
002910     05  IL-PAYDAY                PIC X(08).
002920     05  FILLER                   PIC X(02)   VALUE SPACE.
002930     05  IL-BALAMT                PIC ----,---,---,--9.
002940     05  FILLER                   PIC X(02)   VALUE SPACE.
002950     05  IL-CLEAR-DATE            PIC 9(08).
002960     05  FILLER                   PIC X(03)   VALUE SPACE.
002970     05  FILLER                   PIC X(08)   VALUE '________'.
002980     05  FILLER                   PIC X(02)   VALUE SPACE.
002990*
003000 01  SECTION-TOTAL-LINE.
003010*
003020     05  FILLER                   PIC X(01)   VALUE SPACE.
003030     05  FILLER                   PIC X(11)   VALUE
003040             'ITEMS......'.
003050     05  ST-COUNT                 PIC ZZZZ9.
003060     05  FILLER                   PIC X(14)   VALUE
003070             '   BALANCE....'.
003080     05  ST-BALANCE               PIC --,---,---,---,--9.
003090     05  FILLER                   PIC X(83)   VALUE SPACE.
003100*
003110 01  SUMMARY-LINE-1.
003120*
003130     05  FILLER                   PIC X(01)   VALUE SPACE.
003140     05  FILLER                   PIC X(25)   VALUE
003150             'INSTALMENTS READ........:'.
003160     05  SL1-READ-COUNT           PIC ZZZZZZ9.
003170     05  FILLER                   PIC X(02)   VALUE SPACE.
003180     05  FILLER                   PIC X(25)   VALUE
003190             'PAYMENT ROWS MATCHED....:'.
003200     05  SL1-MATCHED-COUNT        PIC ZZZZZZ9.
003210     05  FILLER                   PIC X(65)   VALUE SPACE.
003220*
003230 01  SUMMARY-LINE-2.
003240*
003250     05  FILLER                   PIC X(01)   VALUE SPACE.
003260     05  FILLER                   PIC X(25)   VALUE
003270             'PAID BEFORE RECEIPT.....:'.
003280     05  SL2-EARLY-COUNT          PIC ZZZZZZ9.
003290     05  FILLER                   PIC X(02)   VALUE SPACE.
003300     05  FILLER                   PIC X(25)   VALUE
003310             'RECEIPT, NO PAYMENT DUE.:'.
003320     05  SL2-HELD-COUNT           PIC ZZZZZZ9.
003330     05  FILLER                   PIC X(65)   VALUE SPACE.
003340*
003350 01  SUMMARY-LINE-3.
003360*
003370     05  FILLER                   PIC X(01)   VALUE SPACE.
003380     05  FILLER                   PIC X(25)   VALUE
003390             'AMOUNTS DIFFER..........:'.
003400     05  SL3-DIFFER-COUNT         PIC ZZZZZZ9.
003410     05  FILLER                   PIC X(02)   VALUE SPACE.
003420     05  FILLER                   PIC X(25)   VALUE
003430             'AGREED/NOT YET DUE......:'.
003440     05  SL3-AGREED-COUNT         PIC ZZZZZZ9.
003450     05  FILLER                   PIC X(01)   VALUE '/'.
003460     05  SL3-OPEN-COUNT           PIC ZZZZZZ9.
003470     05  FILLER                   PIC X(57)   VALUE SPACE.
003480*
003490 01  SUMMARY-LINE-4.
003500*
003510     05  FILLER                   PIC X(01)   VALUE SPACE.
003520     05  FILLER                   PIC X(25)   VALUE
003530             'ROWS UPDATED............:'.
003540     05  SL4-UPDATED-COUNT        PIC ZZZZZZ9.
003550     05  FILLER                   PIC X(99)   VALUE SPACE.
003560*
003570 PROCEDURE DIVISION.
003580*
003590 0000-MAINLINE.
003600*
003610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003620     PERFORM 2000-MATCH-PAYMENTS THRU 2000-EXIT.
003630     PERFORM 2500-RECONCILE THRU 2500-EXIT.
003640     PERFORM 2700-LIST-DIFFERENCES THRU 2700-EXIT.
003650     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003660*
003670     STOP RUN.
003680*
003690 1000-INITIALIZE.
003700*
003710     OPEN INPUT  CONTROL-FILE.
003720     OPEN INPUT  HOLCAL-FILE.
003730     OPEN INPUT  BNSOLD-FILE.
003740     OPEN INPUT  GAFPAY-FILE.
003750     OPEN OUTPUT BNSNEW-FILE.
003760     OPEN OUTPUT DIFFERENCE-REPORT.
003770*
003780     IF WS-CONTROL-STATUS NOT = '00'
003790      OR WS-HOLCAL-STATUS NOT = '00'
003800      OR WS-BNSOLD-STATUS NOT = '00'
003810      OR WS-GAFPAY-STATUS NOT = '00'
003820      OR WS-BNSNEW-STATUS NOT = '00'
003830      OR WS-REPORT-STATUS NOT = '00'
003840         DISPLAY 'BNSREC010001E FILE OPEN FAILED, CTL='
003850             WS-CONTROL-STATUS ' CAL=' WS-HOLCAL-STATUS
003860             ' OLD=' WS-BNSOLD-STATUS ' PAY=' WS-GAFPAY-STATUS
003870             ' NEW=' WS-BNSNEW-STATUS ' RPT=' WS-REPORT-STATUS
003880         MOVE 'Y' TO WS-ABORT-SW
003890         MOVE 16 TO RETURN-CODE
003900     END-IF.
003910*
003920     IF NOT WS-ABORT
003930         READ CONTROL-FILE
003940             AT END
003950                 DISPLAY 'BNSREC010002E CONTROL CARD MISSING'
003960                 MOVE 'Y' TO WS-ABORT-SW
003970                 MOVE 16 TO RETURN-CODE
003980         END-READ
003990     END-IF.
004000*
004010     IF NOT WS-ABORT
004020         IF CTL-PROC-DATE NUMERIC
004030         AND CTL-OPERATOR NOT = SPACE
004040             MOVE CTL-PROC-DATE TO WS-PROC-DATE
004050                                   HL1-PROC-DATE
004060             MOVE CTL-OPERATOR  TO WS-OPERATOR
004070                                   HL1-OPERATOR
004080             ACCEPT WS-RUN-TIME FROM TIME
004090         ELSE
004100             DISPLAY 'BNSREC010003E CONTROL CARD INVALID: '
004110                 CONTROL-RECORD
004120             MOVE 'Y' TO WS-ABORT-SW
004130             MOVE 16 TO RETURN-CODE
004140         END-IF
004150     END-IF.
004160*
004170     IF NOT WS-ABORT
004180         PERFORM 1100-LOAD-HOLIDAYS THRU 1100-EXIT
004190             UNTIL WS-HOLCAL-EOF
004200     END-IF.
004210*
004220     IF NOT WS-ABORT
004230         PERFORM 1150-NEXT-BUSINESS-DAY THRU 1150-EXIT
004240         MOVE WS-CLEAR-DATE TO HL1-CLEAR-DATE
004250         WRITE REPORT-LINE FROM HEADING-LINE-1
004260         PERFORM 1200-LOAD-INSTALMENTS THRU 1200-EXIT
004270             UNTIL WS-BNSOLD-EOF
004280     END-IF.
004290*
004300 1000-EXIT.
004310     EXIT.
004320*
004330 1100-LOAD-HOLIDAYS.
004340*
004350     READ HOLCAL-FILE
004360         AT END
004370             MOVE 'Y' TO WS-HOLCAL-EOF-SW
004380     END-READ.
004390*
004400     IF WS-HOLCAL-EOF
004410         GO TO 1100-EXIT
004420     END-IF.
004430*
004440     IF HOL-HOLDAY NOT NUMERIC
004450         DISPLAY 'BNSREC010004E HOLCAL DATE NOT NUMERIC: '
004460             HOL-HOLDAY
004470         MOVE 'Y' TO WS-ABORT-SW
004480         MOVE 'Y' TO WS-HOLCAL-EOF-SW
004490         MOVE 16 TO RETURN-CODE
004500         GO TO 1100-EXIT
004510     END-IF.
004520*
004530     IF HT-ENTRY-COUNT < HT-MAX-ENTRIES
004540         ADD 1 TO HT-ENTRY-COUNT
004550         MOVE HOL-HOLDAY TO HT-DATE(HT-ENTRY-COUNT)
004560     ELSE
004570         DISPLAY 'BNSREC010005E HOLIDAY TABLE FULL'
004580         MOVE 'Y' TO WS-ABORT-SW
004590         MOVE 'Y' TO WS-HOLCAL-EOF-SW
004600         MOVE 16 TO RETURN-CODE
004610     END-IF.
004620*
004630 1100-EXIT.
004640     EXIT.
004650*
004660******************************************************************
004670*   1150-NEXT-BUSINESS-DAY -- WS-CLEAR-DATE IS THE FIRST DAY     *
004680*   AFTER THE RUN DATE THAT IS NOT A SATURDAY, SUNDAY, OR        *
004690*   CALENDAR HOLIDAY.                                            *
004700******************************************************************
004710 1150-NEXT-BUSINESS-DAY.
004720*
004730     MOVE WS-PROC-DATE TO DW-DATE-NUM.
004740     PERFORM 8200-ADD-ONE-DAY THRU 8200-EXIT.
004750     MOVE DW-DATE-NUM TO WS-CLEAR-DATE.
004760     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
004770     COMPUTE WS-DAY-OF-WEEK =
004780         FUNCTION MOD(DN-DAY-NUMBER - 730519 7).
004790     PERFORM 8300-TEST-HOLIDAY THRU 8300-EXIT.
004800*
004810     PERFORM UNTIL WS-DAY-OF-WEEK NOT = 0
004820               AND WS-DAY-OF-WEEK NOT = 1
004830               AND NOT WS-IS-HOLIDAY
004840         MOVE WS-CLEAR-DATE TO DW-DATE-NUM
004850         PERFORM 8200-ADD-ONE-DAY THRU 8200-EXIT
004860         MOVE DW-DATE-NUM TO WS-CLEAR-DATE
004870         PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT
004880         COMPUTE WS-DAY-OF-WEEK =
004890             FUNCTION MOD(DN-DAY-NUMBER - 730519 7)
004900         PERFORM 8300-TEST-HOLIDAY THRU 8300-EXIT
004910     END-PERFORM.
004920*
004930 1150-EXIT.
004940     EXIT.
004950*
004960 1200-LOAD-INSTALMENTS.
004970*
004980     READ BNSOLD-FILE INTO BNSTMP-WORK
004990         AT END
005000             MOVE 'Y' TO WS-BNSOLD-EOF-SW
005010     END-READ.
005020*
005030     IF WS-BNSOLD-EOF
005040         GO TO 1200-EXIT
005050     END-IF.
005060*
005070     ADD 1 TO WS-READ-COUNT.
005080*
005090     IF BT-ENTRY-COUNT < BT-MAX-ENTRIES
005100         ADD 1 TO BT-ENTRY-COUNT
005110         MOVE BNS-CNTNUM TO WS-ROW-CNTNUM
005120         MOVE BNS-RELEAS TO WS-ROW-RELEAS
005130         MOVE BNS-RECNUM TO WS-ROW-RECNUM
005140         MOVE WS-ROW-KEY  TO BT-KEY(BT-ENTRY-COUNT)
005150         MOVE 'N'         TO BT-DUE-SW(BT-ENTRY-COUNT)
005160         MOVE SPACE       TO BT-GAF-PAYFLG(BT-ENTRY-COUNT)
005170                             BT-GAF-TRNDAY(BT-ENTRY-COUNT)
005180         MOVE ZERO        TO BT-GAF-PAYAMT(BT-ENTRY-COUNT)
005190         MOVE BNSTMP-WORK TO BT-IMAGE(BT-ENTRY-COUNT)
005200     ELSE
005210         DISPLAY 'BNSREC010006E INSTALMENT TABLE FULL'
005220         MOVE 'Y' TO WS-ABORT-SW
005230         MOVE 'Y' TO WS-BNSOLD-EOF-SW
005240         MOVE 16 TO RETURN-CODE
005250     END-IF.
005260*
005270 1200-EXIT.
005280     EXIT.
005290*
005300 2000-MATCH-PAYMENTS.
005310*
005320     IF WS-ABORT
005330         GO TO 2000-EXIT
005340     END-IF.
005350*
005360     PERFORM 2100-MATCH-PAYMENT THRU 2100-EXIT
005370         UNTIL WS-GAFPAY-EOF.
005380*
005390 2000-EXIT.
005400     EXIT.
005410*
005420******************************************************************
005430*   2100-MATCH-PAYMENT -- A PAYMENT ROW FOR A PASS-THROUGH       *
005440*   INSTALMENT IS NOTED AGAINST IT; ALL OTHER ROWS ARE NOT       *
005450*   PASS-THROUGH PAYMENTS AND ARE PASSED OVER.                   *
005460******************************************************************
005470 2100-MATCH-PAYMENT.
005480*
005490     READ GAFPAY-FILE
005500         AT END
005510             MOVE 'Y' TO WS-GAFPAY-EOF-SW
005520     END-READ.
005530*
005540     IF WS-GAFPAY-EOF
005550         GO TO 2100-EXIT
005560     END-IF.
005570*
005580     MOVE GAF-CNTNUM TO WS-ROW-CNTNUM.
005590     MOVE GAF-RELEAS TO WS-ROW-RELEAS.
005600     MOVE GAF-RECNUM TO WS-ROW-RECNUM.
005610     MOVE WS-ROW-KEY TO WS-SEARCH-KEY.
005620     PERFORM 2150-FIND-INSTALMENT THRU 2150-EXIT.
005630     IF NOT WS-FOUND
005640         GO TO 2100-EXIT
005650     END-IF.
005660*
005670     IF BT-PAYMENT-DUE(BT-FOUND-SUB)
005680         DISPLAY 'BNSREC010007W SECOND PAYMENT ROW IGNORED: '
005690             WS-SEARCH-KEY
005700         GO TO 2100-EXIT
005710     END-IF.
005720*
005730     ADD 1 TO WS-MATCHED-COUNT.
005740     MOVE 'Y'        TO BT-DUE-SW(BT-FOUND-SUB).
005750     MOVE GAF-PAYFLG TO BT-GAF-PAYFLG(BT-FOUND-SUB).
005760     MOVE GAF-TRNDAY TO BT-GAF-TRNDAY(BT-FOUND-SUB).
005770     MOVE GAF-PAYAMT TO BT-GAF-PAYAMT(BT-FOUND-SUB).
005780*
005790 2100-EXIT.
005800     EXIT.
005810*
005820*    THE INSTALMENT FOR THE CONTRACT, RELEASE AND RECORD NUMBER
005830*    IN WS-SEARCH-KEY.
005840 2150-FIND-INSTALMENT.
005850*
005860     MOVE 'N' TO WS-FOUND-SW.
005870     PERFORM VARYING BT-FOUND-SUB FROM 1 BY 1
005880             UNTIL BT-FOUND-SUB > BT-ENTRY-COUNT
005890                OR WS-FOUND
005900         IF BT-KEY(BT-FOUND-SUB) = WS-SEARCH-KEY
005910             MOVE 'Y' TO WS-FOUND-SW
005920         END-IF
005930     END-PERFORM.
005940     IF WS-FOUND
005950         SUBTRACT 1 FROM BT-FOUND-SUB
005960     END-IF.
005970*
005980 2150-EXIT.
005990     EXIT.
006000*
006010 2500-RECONCILE.
006020*
006030     IF WS-ABORT
006040         GO TO 2500-EXIT
006050     END-IF.
006060*
006070     PERFORM 2550-RECONCILE-INSTALMENT THRU 2550-EXIT
006080         VARYING BT-SUB FROM 1 BY 1
006090         UNTIL BT-SUB > BT-ENTRY-COUNT
006100            OR WS-ABORT.
006110*
006120 2500-EXIT.
006130     EXIT.
006140*
006150******************************************************************
006160*   2550-RECONCILE-INSTALMENT -- BRING THE PAYMENT SIDE ACROSS,  *
006170*   SET BALAMT AND DIFFLG, STAMP THE ROW IF IT CHANGED, AND      *
006180*   WRITE IT TO BNSNEW.  THE TABLE KEEPS THE NEW IMAGE FOR THE   *
006190*   LISTING.                                                     *
006200******************************************************************
006210 2550-RECONCILE-INSTALMENT.
006220*
006230     MOVE BT-IMAGE(BT-SUB) TO BNSTMP-WORK
006240                              WS-BNSTMP-BEFORE.
006250*
006260     IF BT-PAYMENT-DUE(BT-SUB)
006270         MOVE BT-GAF-PAYAMT(BT-SUB) TO BNS-PAYAMT
006280         MOVE BT-GAF-PAYFLG(BT-SUB) TO BNS-PAYFLG
006290         IF BT-GAF-PAYFLG(BT-SUB) = '1'
006300             MOVE BT-GAF-TRNDAY(BT-SUB) TO BNS-PAYDAY
006310         END-IF
006320     END-IF.
006330*
006340     MOVE 'N' TO WS-RECEIVED-SW
006350                 WS-RELEASED-SW.
006360     IF BNS-RCVFLG = '1'
006370         MOVE 'Y' TO WS-RECEIVED-SW
006380     END-IF.
006390     IF BT-PAYMENT-DUE(BT-SUB)
006400     AND BT-GAF-PAYFLG(BT-SUB) = '1'
006410         MOVE 'Y' TO WS-RELEASED-SW
006420     END-IF.
006430*
006440     MOVE ZERO TO BNS-BALAMT.
006450     IF WS-RECEIVED
006460         ADD BNS-RCVAMT TO BNS-BALAMT
006470     END-IF.
006480     IF WS-RELEASED
006490         SUBTRACT BNS-PAYAMT FROM BNS-BALAMT
006500     END-IF.
006510*
006520     EVALUATE TRUE
006530         WHEN WS-RELEASED AND NOT WS-RECEIVED
006540             MOVE '1' TO BNS-DIFFLG
006550             ADD 1 TO WS-EARLY-COUNT
006560         WHEN WS-RECEIVED AND NOT BT-PAYMENT-DUE(BT-SUB)
006570             MOVE '2' TO BNS-DIFFLG
006580             ADD 1 TO WS-HELD-COUNT
006590         WHEN WS-RECEIVED
006600          AND BNS-RCVAMT NOT = BNS-PAYAMT
006610             MOVE '3' TO BNS-DIFFLG
006620             ADD 1 TO WS-DIFFER-COUNT
006630         WHEN WS-RECEIVED OR WS-RELEASED
006640             MOVE '0' TO BNS-DIFFLG
006650             ADD 1 TO WS-AGREED-COUNT
006660         WHEN OTHER
006670             MOVE SPACE TO BNS-DIFFLG
006680             ADD 1 TO WS-OPEN-COUNT
006690     END-EVALUATE.
006700*
006710     IF BNSTMP-WORK NOT = WS-BNSTMP-BEFORE
006720         MOVE WS-PROC-DATE      TO BNS-MODDAY
006730         MOVE WS-RUN-TIME(1:6)  TO BNS-MODTIM
006740         MOVE WS-OPERATOR       TO BNS-MODPSN
006750         ADD 1 TO WS-UPDATED-COUNT
006760     END-IF.
006770*
006780     MOVE BNSTMP-WORK TO BT-IMAGE(BT-SUB).
006790     WRITE BNSNEW-RECORD FROM BNSTMP-WORK.
006800     IF WS-BNSNEW-STATUS NOT = '00'
006810         DISPLAY 'BNSREC010008E BNSNEW WRITE FAILED, STATUS='
006820             WS-BNSNEW-STATUS
006830         MOVE 'Y' TO WS-ABORT-SW
006840         MOVE 16 TO RETURN-CODE
006850     END-IF.
006860*
006870 2550-EXIT.
006880     EXIT.
006890*
006900 2700-LIST-DIFFERENCES.
006910*
006920     IF WS-ABORT
006930         GO TO 2700-EXIT
006940     END-IF.
006950*
006960     MOVE '1' TO WS-CASE.
006970     PERFORM 2750-LIST-SECTION THRU 2750-EXIT.
006980     MOVE '2' TO WS-CASE.
006990     PERFORM 2750-LIST-SECTION THRU 2750-EXIT.
007000     MOVE '3' TO WS-CASE.
007010     PERFORM 2750-LIST-SECTION THRU 2750-EXIT.
007020*
007030 2700-EXIT.
007040     EXIT.
007050*
007060******************************************************************
007070*   2750-LIST-SECTION -- EVERY INSTALMENT WHOSE DIFFLG IS        *
007080*   WS-CASE, IN FILE ORDER, WITH THE SECTION'S COUNT AND NET     *
007090*   BALANCE.                                                     *
007100******************************************************************
007110 2750-LIST-SECTION.
007120*
007130     EVALUATE WS-CASE
007140         WHEN '1'
007150             MOVE 'PAYMENTS RELEASED BEFORE THE RECEIPT ARRIVED'
007160                 TO SC-TITLE
007170         WHEN '2'
007180             MOVE 'RECEIPTS HELD WITH NO PAYMENT DUE'
007190                 TO SC-TITLE
007200         WHEN '3'
007210             MOVE 'RECEIPT AND PAYMENT AMOUNTS DIFFER'
007220                 TO SC-TITLE
007230     END-EVALUATE.
007240*
007250     MOVE SPACE TO REPORT-LINE.
007260     WRITE REPORT-LINE.
007270     WRITE REPORT-LINE FROM SECTION-LINE.
007280     WRITE REPORT-LINE FROM ITEM-HEADING.
007290*
007300     MOVE ZERO TO WS-SECTION-COUNT
007310                  WS-SECTION-BALANCE.
007320     PERFORM 2800-LIST-ITEM THRU 2800-EXIT
007330         VARYING BT-SUB FROM 1 BY 1
007340         UNTIL BT-SUB > BT-ENTRY-COUNT.
007350*
007360     MOVE WS-SECTION-COUNT   TO ST-COUNT.
007370     MOVE WS-SECTION-BALANCE TO ST-BALANCE.
007380     WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.
007390*
007400 2750-EXIT.
007410     EXIT.
007420*
007430 2800-LIST-ITEM.
007440*
007450     MOVE BT-IMAGE(BT-SUB) TO BNSTMP-WORK.
007460     IF BNS-DIFFLG NOT = WS-CASE
007470         GO TO 2800-EXIT
007480     END-IF.
007490*
007500     ADD 1 TO WS-SECTION-COUNT.
007510     ADD BNS-BALAMT TO WS-SECTION-BALANCE.
007520*
007530     MOVE BNS-CNTNUM    TO IL-CNTNUM.
007540     MOVE BNS-RELEAS    TO IL-RELEAS.
007550     MOVE BNS-RECNUM    TO IL-RECNUM.
007560     MOVE BNS-PAYCLT    TO IL-PAYCLT.
007570     MOVE BNS-PLNDAY    TO IL-PLNDAY.
007580     MOVE BNS-RCVAMT    TO IL-RCVAMT.
007590     MOVE BNS-PAYAMT    TO IL-PAYAMT.
007600     MOVE BNS-BALAMT    TO IL-BALAMT.
007610     MOVE WS-CLEAR-DATE TO IL-CLEAR-DATE.
007620     MOVE SPACE         TO IL-RCVDAY
007630                           IL-PAYDAY.
007640     IF BNS-RCVFLG = '1'
007650         MOVE BNS-TRNDAY TO IL-RCVDAY
007660     END-IF.
007670     IF BNS-PAYFLG = '1'
007680         MOVE BNS-PAYDAY TO IL-PAYDAY
007690     END-IF.
007700     WRITE REPORT-LINE FROM ITEM-LINE.
007710*
007720 2800-EXIT.
007730     EXIT.
007740*
007750******************************************************************
007760*   8100/8200/8300 -- THE DATE HELPERS GAFPAY01 CARRIES: SERIAL  *
007770*   DAY NUMBER, STEP ONE DAY, AND THE CALENDAR TEST; 8150        *
007780*   GIVES THE LENGTH OF MONTH DW-MM.                             *
007790******************************************************************
007800 8100-COMPUTE-DAY-NUMBER.
007810*
007820     MOVE DW-YYYY TO DN-YYYY.
007830     MOVE DW-MM   TO DN-MM.
007840     MOVE DW-DD   TO DN-DD.
007850*
007860     IF DN-MM < 3
007870         ADD 12 TO DN-MM
007880         SUBTRACT 1 FROM DN-YYYY
007890     END-IF.
007900*
007910     DIVIDE DN-YYYY BY 4   GIVING DN-QUOT-4.
007920     DIVIDE DN-YYYY BY 100 GIVING DN-QUOT-100.
007930     DIVIDE DN-YYYY BY 400 GIVING DN-QUOT-400.
007940     COMPUTE DN-QUOT-MM = 153 * DN-MM + 8.
007950     DIVIDE DN-QUOT-MM BY 5 GIVING DN-QUOT-MM.
007960*
007970     COMPUTE DN-DAY-NUMBER =
007980           (365 * DN-YYYY)
007990         + DN-QUOT-4
008000         - DN-QUOT-100
008010         + DN-QUOT-400
008020         + DN-QUOT-MM
008030         + DN-DD.
008040*
008050 8100-EXIT.
008060     EXIT.
008070*
008080 8150-MONTH-DAYS.
008090*
008100     EVALUATE DW-MM
008110         WHEN 04
008120         WHEN 06
008130         WHEN 09
008140         WHEN 11
008150             MOVE 30 TO DW-MONTH-DAYS
008160         WHEN 02
008170             MOVE 28 TO DW-MONTH-DAYS
008180             COMPUTE DW-LEAP-WORK =
008190                 FUNCTION MOD(DW-YYYY 4)
008200             IF DW-LEAP-WORK = ZERO
008210                 MOVE 29 TO DW-MONTH-DAYS
008220                 COMPUTE DW-LEAP-WORK =
008230                     FUNCTION MOD(DW-YYYY 100)
008240                 IF DW-LEAP-WORK = ZERO
008250                     COMPUTE DW-LEAP-WORK =
008260                         FUNCTION MOD(DW-YYYY 400)
008270                     IF DW-LEAP-WORK NOT = ZERO
008280                         MOVE 28 TO DW-MONTH-DAYS
008290                     END-IF
008300                 END-IF
008310             END-IF
008320         WHEN OTHER
008330             MOVE 31 TO DW-MONTH-DAYS
008340     END-EVALUATE.
008350*
008360 8150-EXIT.
008370     EXIT.
008380*
008390 8200-ADD-ONE-DAY.
008400*
008410     PERFORM 8150-MONTH-DAYS THRU 8150-EXIT.
008420*
008430     IF DW-DD < DW-MONTH-DAYS
008440         ADD 1 TO DW-DD
008450     ELSE
008460         MOVE 01 TO DW-DD
008470         IF DW-MM < 12
008480             ADD 1 TO DW-MM
008490         ELSE
008500             MOVE 01 TO DW-MM
008510             ADD 1 TO DW-YYYY
008520         END-IF
008530     END-IF.
008540*
008550 8200-EXIT.
008560     EXIT.
008570*
008580 8300-TEST-HOLIDAY.
008590*
008600     MOVE 'N' TO WS-IS-HOLIDAY-SW.
008610     PERFORM VARYING HT-SUB FROM 1 BY 1
008620             UNTIL HT-SUB > HT-ENTRY-COUNT
008630                OR WS-IS-HOLIDAY
008640         IF HT-DATE(HT-SUB) = WS-CLEAR-DATE
008650             MOVE 'Y' TO WS-IS-HOLIDAY-SW
008660         END-IF
008670     END-PERFORM.
008680*
008690 8300-EXIT.
008700     EXIT.
008710*
008720 3000-TERMINATE.
008730*
008740     IF NOT WS-ABORT
008750         MOVE SPACE TO REPORT-LINE
008760         WRITE REPORT-LINE
008770         MOVE WS-READ-COUNT    TO SL1-READ-COUNT
008780         MOVE WS-MATCHED-COUNT TO SL1-MATCHED-COUNT
008790         WRITE REPORT-LINE FROM SUMMARY-LINE-1
008800         MOVE WS-EARLY-COUNT   TO SL2-EARLY-COUNT
008810         MOVE WS-HELD-COUNT    TO SL2-HELD-COUNT
008820         WRITE REPORT-LINE FROM SUMMARY-LINE-2
008830         MOVE WS-DIFFER-COUNT  TO SL3-DIFFER-COUNT
008840         MOVE WS-AGREED-COUNT  TO SL3-AGREED-COUNT
008850         MOVE WS-OPEN-COUNT    TO SL3-OPEN-COUNT
008860         WRITE REPORT-LINE FROM SUMMARY-LINE-3
008870         MOVE WS-UPDATED-COUNT TO SL4-UPDATED-COUNT
008880         WRITE REPORT-LINE FROM SUMMARY-LINE-4
008890         IF (WS-EARLY-COUNT > ZERO
008900          OR WS-HELD-COUNT > ZERO
008910          OR WS-DIFFER-COUNT > ZERO)
008920         AND RETURN-CODE = ZERO
008930             MOVE 4 TO RETURN-CODE
008940         END-IF
008950     END-IF.
008960*
008970     CLOSE CONTROL-FILE.
008980     CLOSE HOLCAL-FILE.
008990     CLOSE BNSOLD-FILE.
009000     CLOSE GAFPAY-FILE.
009010     CLOSE BNSNEW-FILE.
009020     CLOSE DIFFERENCE-REPORT.
009030*
009040 3000-EXIT.
009050     EXIT.
