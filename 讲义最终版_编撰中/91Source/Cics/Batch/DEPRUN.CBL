000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    DEPRUN.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   DEPRUN -- END-OF-DAY COUNTER DEPOSIT AND DEPOSIT SLIP.  THE  *
000110*   CHECKS KEYED THROUGH PAYMNT1 DURING THE DAY GO TO THE BANK   *
000120*   AS ONE DEPOSIT.  THIS RUN PICKS UP EVERY COUNTER CHECK       *
000130*   (PAY-SOURCE-CODE 'K') NOT YET IN A DEPOSIT AND DATED ON OR   *
000140*   BEFORE THE RUN DATE -- A POSTDATED CHECK WAITS FOR ITS       *
000150*   DATE -- TAKES THE NEXT 'D' SERIES NUMBER FROM INVCTL AS THE  *
000160*   DEPOSIT ID, AND STAMPS IT ON EACH PAYMENT RECORD.            *
000170*                                                                *
000180*   A CHECK PAYMNT1 SPLIT INTO AN APPLIED AND AN UNAPPLIED       *
000190*   PORTION IS TWO PAYMENT RECORDS BUT ONE CHECK ON THE SLIP:    *
000200*   THE SLIP LISTS EACH CHECK ONCE (CUSTOMER AND CHECK NUMBER)   *
000210*   WITH ITS FULL AMOUNT, THEN THE CHECK COUNT AND DEPOSIT       *
000220*   TOTAL THE CASH OFFICE ENTERS ON THE BANK'S SLIP.  THE        *
000230*   DEPOSIT IS WRITTEN TO THE DEPOSIT FILE (TYPE 'K', RUN DATE,  *
000240*   CHECK COUNT, TOTAL) FOR DEPREC TO MATCH TO THE BANK'S        *
000250*   CREDIT.  A DAY WITH NO CHECKS TAKES NO NUMBER AND WRITES NO  *
000260*   DEPOSIT.                                                     *
000270*                                                                *
000280*   THE CHECK TABLE HOLDS 2000 CHECKS; MORE STOPS THE RUN WITH   *
000290*   RETURN CODE 8, AND THE CHECKS ALREADY STAMPED STAY IN THE    *
000300*   DEPOSIT WRITTEN FOR THEM.  THE RUN IS LOGGED THROUGH         *
000310*   RUNLOGW.                                                     *
000320*                                                                *
000330*   MODIFICATION HISTORY.                                        *
000340*   10/15/2026  RH   INITIAL VERSION.                            *
000341*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000342*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000343*                    NOT COMPLETED.                              *
000350******************************************************************
000360*
000370 ENVIRONMENT DIVISION.
000380*
000390 CONFIGURATION SECTION.
000400*
000410 SOURCE-COMPUTER.  IBM-370.
000420 OBJECT-COMPUTER.  IBM-370.
000430*
000440 INPUT-OUTPUT SECTION.
000450*
000460 FILE-CONTROL.
000470*
000480     SELECT  PAYMENT-FILE   ASSIGN TO PAYMENT
000490             ORGANIZATION IS INDEXED
000500             ACCESS MODE IS SEQUENTIAL
000510             RECORD KEY IS PAY-PAYMENT-NUMBER
000520             FILE STATUS IS WS-PAYMENT-STATUS.
000530*
000540     SELECT  INVCTL-FILE    ASSIGN TO INVCTL
000550             ORGANIZATION IS INDEXED
000560             ACCESS MODE IS RANDOM
000570             RECORD KEY IS ICR-CONTROL-KEY
000580             FILE STATUS IS WS-INVCTL-STATUS.
000590*
000600     SELECT  DEPOSIT-FILE   ASSIGN TO DEPOSIT
000610             ORGANIZATION IS INDEXED
000620             ACCESS MODE IS RANDOM
000630             RECORD KEY IS DEP-DEPOSIT-ID
000640             ALTERNATE RECORD KEY IS DEP-DEPOSIT-DATE
000650                 WITH DUPLICATES
000660             FILE STATUS IS WS-DEPOSIT-STATUS.
000670*
000680     SELECT  SLIP-REPORT    ASSIGN TO RPTOUT
000690             ORGANIZATION IS LINE SEQUENTIAL
000700             FILE STATUS IS WS-REPORT-STATUS.
000710*
000720 DATA DIVISION.
000730*
000740 FILE SECTION.
000750*
000760 FD  PAYMENT-FILE
000770     LABEL RECORDS ARE STANDARD.
000780*
000790     COPY PAYMENT.
000800*
000810 FD  INVCTL-FILE
000820     LABEL RECORDS ARE STANDARD.
000830*
000840     COPY INVCTL.
000850*
000860 FD  DEPOSIT-FILE
000870     LABEL RECORDS ARE STANDARD.
000880*
000890     COPY DEPOSIT.
000900*
000910 FD  SLIP-REPORT
000920     LABEL RECORDS ARE OMITTED.
000930*
000940 01  REPORT-LINE                      PIC X(132).
000950*
000960 WORKING-STORAGE SECTION.
000970*
000980     COPY RUNLOG.
000981*
000982     COPY PREDPARM.
000990*
001000 01  RUN-TIMING-FIELDS.
001010     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001020*
001030 01  SWITCHES.
001040*
001050     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001060         88  WS-ABORT                             VALUE 'Y'.
001070     05  WS-PAYMENT-OPEN-SW           PIC X(01)   VALUE 'N'.
001080         88  WS-PAYMENT-OPEN                      VALUE 'Y'.
001090     05  WS-INVCTL-OPEN-SW            PIC X(01)   VALUE 'N'.
001100         88  WS-INVCTL-OPEN                       VALUE 'Y'.
001110     05  WS-DEPOSIT-OPEN-SW           PIC X(01)   VALUE 'N'.
001120         88  WS-DEPOSIT-OPEN                      VALUE 'Y'.
001130     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001140         88  WS-REPORT-OPEN                       VALUE 'Y'.
001150     05  WS-PAYMENT-EOF-SW            PIC X(01)   VALUE 'N'.
001160         88  WS-PAYMENT-EOF                       VALUE 'Y'.
001170*
001180 01  FILE-STATUS-FIELDS.
001190*
001200     05  WS-PAYMENT-STATUS            PIC X(02)   VALUE '00'.
001210     05  WS-INVCTL-STATUS             PIC X(02)   VALUE '00'.
001220     05  WS-DEPOSIT-STATUS            PIC X(02)   VALUE '00'.
001230     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001240*
001250 01  WORK-FIELDS.
001260*
001270     05  WS-PAYMENTS-READ       PIC S9(07) COMP-3 VALUE ZERO.
001280     05  WS-PAYMENTS-STAMPED    PIC S9(07) COMP-3 VALUE ZERO.
001290     05  WS-DEPOSIT-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
001300     05  WS-DEPOSIT-ID          PIC 9(06)         VALUE ZERO.
001310     05  WS-CHECK-SUB           PIC S9(05) COMP   VALUE ZERO.
001320*
001330 01  WS-RUN-DATE.
001340     05  WS-RUN-YYYY                  PIC 9(04).
001350     05  WS-RUN-MM                    PIC 9(02).
001360     05  WS-RUN-DD                    PIC 9(02).
001370*
001380 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001390                                      PIC 9(08).
001400*
001410******************************************************************
001420*   PAY-PAYMENT-DATE IS MMDDYYYY; IT IS TURNED AROUND HERE SO IT *
001430*   COMPARES WITH THE RUN DATE.                                  *
001440******************************************************************
001450 01  WS-PAYMENT-DATE-MDY.
001460     05  WS-PAY-MM                    PIC 9(02).
001470     05  WS-PAY-DD                    PIC 9(02).
001480     05  WS-PAY-YYYY                  PIC 9(04).
001490*
001500 01  WS-PAYMENT-DATE-YMD.
001510     05  WS-PYMD-YYYY                 PIC 9(04).
001520     05  WS-PYMD-MM                   PIC 9(02).
001530     05  WS-PYMD-DD                   PIC 9(02).
001540*
001550 01  WS-PAYMENT-DATE-YMD-N REDEFINES WS-PAYMENT-DATE-YMD
001560                                      PIC 9(08).
001570*
001580******************************************************************
001590*   CHECK TABLE -- ONE ENTRY PER CHECK ON THE SLIP, IN THE ORDER *
001600*   THE CHECKS WERE KEYED.  THE PORTIONS OF A SPLIT CHECK ADD    *
001610*   INTO ONE ENTRY.                                              *
001620******************************************************************
001630 01  CHECK-TABLE-CONTROL.
001640     05  CK-MAX-ENTRIES         PIC S9(05) COMP-3 VALUE +2000.
001650     05  CK-ENTRY-COUNT         PIC S9(05) COMP   VALUE ZERO.
001660*
001670 01  CHECK-TABLE.
001680     05  CK-ENTRY OCCURS 1 TO 2000 TIMES
001690             DEPENDING ON CK-ENTRY-COUNT
001700             INDEXED BY CK-IDX.
001710         10  CK-CUSTOMER-NUMBER PIC X(06).
001720         10  CK-CHECK-NUMBER    PIC X(10).
001730         10  CK-CHECK-AMOUNT    PIC S9(09)V99 COMP-3.
001740         10  CK-PORTION-COUNT   PIC S9(03) COMP-3.
001750*
001760 01  HEADING-LINE-1.
001770*
001780     05  FILLER                       PIC X(01)   VALUE SPACE.
001790     05  FILLER                       PIC X(42)   VALUE
001800             'COUNTER DEPOSIT SLIP          RUN OF'.
001810     05  HL1-RUN-DATE                 PIC 9(08).
001820     05  FILLER                       PIC X(81)   VALUE SPACE.
001830*
001840 01  HEADING-LINE-2.
001850*
001860     05  FILLER                       PIC X(01)   VALUE SPACE.
001870     05  FILLER                       PIC X(12)   VALUE
001880             'DEPOSIT ID'.
001890     05  HL2-DEPOSIT-ID               PIC 9(06).
001900     05  FILLER                       PIC X(113)  VALUE SPACE.
001910*
001920 01  HEADING-LINE-3.
001930*
001940     05  FILLER                       PIC X(01)   VALUE SPACE.
001950     05  FILLER                       PIC X(14)   VALUE
001960             'CHECK NUMBER'.
001970     05  FILLER                       PIC X(09)   VALUE 'CUST #'.
001980     05  FILLER                       PIC X(16)   VALUE
001990             '          AMOUNT'.
002000     05  FILLER                       PIC X(04)   VALUE SPACE.
002010     05  FILLER                       PIC X(08)   VALUE
002020             'PORTIONS'.
002030     05  FILLER                       PIC X(80)   VALUE SPACE.
002040*
002050 01  DETAIL-LINE.
002060*
002070     05  FILLER                       PIC X(01)   VALUE SPACE.
002080     05  DL-CHECK-NUMBER              PIC X(10).
002090     05  FILLER                       PIC X(04)   VALUE SPACE.
002100     05  DL-CUSTOMER-NUMBER           PIC X(06).
002110     05  FILLER                       PIC X(06)   VALUE SPACE.
002120     05  DL-CHECK-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
002130     05  FILLER                       PIC X(07)   VALUE SPACE.
002140     05  DL-PORTION-COUNT             PIC ZZ9.
002150     05  FILLER                       PIC X(82)   VALUE SPACE.
002160*
002170 01  NO-CHECKS-LINE.
002180*
002190     05  FILLER                       PIC X(01)   VALUE SPACE.
002200     05  FILLER                       PIC X(40)   VALUE
002210             'NO CHECKS TO DEPOSIT -- NO DEPOSIT MADE'.
002220     05  FILLER                       PIC X(91)   VALUE SPACE.
002230*
002240 01  SUMMARY-LINE-1.
002250*
002260     05  FILLER                       PIC X(01)   VALUE SPACE.
002270     05  FILLER                       PIC X(25)   VALUE
002280             'CHECKS ON DEPOSIT.......:'.
002290     05  SL1-CHECK-COUNT              PIC ZZZZ9.
002300     05  FILLER                       PIC X(101)  VALUE SPACE.
002310*
002320 01  SUMMARY-LINE-2.
002330*
002340     05  FILLER                       PIC X(01)   VALUE SPACE.
002350     05  FILLER                       PIC X(25)   VALUE
002360             'DEPOSIT TOTAL...........:'.
002370     05  SL2-DEPOSIT-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
002380     05  FILLER                       PIC X(92)   VALUE SPACE.
002390*
002400 01  SUMMARY-LINE-3.
002410*
002420     05  FILLER                       PIC X(01)   VALUE SPACE.
002430     05  FILLER                       PIC X(25)   VALUE
002440             'PAYMENT RECORDS STAMPED.:'.
002450     05  SL3-PAYMENTS-STAMPED         PIC ZZZZZZ9.
002460     05  FILLER                       PIC X(99)   VALUE SPACE.
002470*
002480 PROCEDURE DIVISION.
002490*
002500 0000-MAINLINE.
002510*
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002530     PERFORM 2000-GATHER-CHECKS THRU 2000-EXIT.
002540     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002550*
002560     STOP RUN.
002570*
002580 1000-INITIALIZE.
002590*
002600     ACCEPT WS-START-TIME-RAW FROM TIME.
002601     MOVE 'DEPRUN  ' TO PC-PROGRAM.
002602     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002603     IF PC-REFUSED
002604         MOVE PC-RETURN-CODE TO RETURN-CODE
002605         STOP RUN
002606     END-IF.
002607*
002610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002620*
002630     OPEN I-O    PAYMENT-FILE.
002640     OPEN I-O    INVCTL-FILE.
002650     OPEN I-O    DEPOSIT-FILE.
002660     OPEN OUTPUT SLIP-REPORT.
002670*
002680     IF WS-PAYMENT-STATUS = '00'
002690         MOVE 'Y' TO WS-PAYMENT-OPEN-SW
002700     ELSE
002710         DISPLAY 'DEPRUN0001E PAYMENT FILE OPEN FAILED, STATUS='
002720             WS-PAYMENT-STATUS
002730         MOVE 'Y' TO WS-ABORT-SW
002740     END-IF.
002750*
002760     IF WS-INVCTL-STATUS = '00'
002770         MOVE 'Y' TO WS-INVCTL-OPEN-SW
002780     ELSE
002790         DISPLAY 'DEPRUN0002E INVCTL FILE OPEN FAILED, STATUS='
002800             WS-INVCTL-STATUS
002810         MOVE 'Y' TO WS-ABORT-SW
002820     END-IF.
002830*
002840     IF WS-DEPOSIT-STATUS = '00'
002850         MOVE 'Y' TO WS-DEPOSIT-OPEN-SW
002860     ELSE
002870         DISPLAY 'DEPRUN0003E DEPOSIT FILE OPEN FAILED, STATUS='
002880             WS-DEPOSIT-STATUS
002890         MOVE 'Y' TO WS-ABORT-SW
002900     END-IF.
002910*
002920     IF WS-REPORT-STATUS = '00'
002930         MOVE 'Y' TO WS-REPORT-OPEN-SW
002940     ELSE
002950         DISPLAY 'DEPRUN0004E RPTOUT FILE OPEN FAILED, STATUS='
002960             WS-REPORT-STATUS
002970         MOVE 'Y' TO WS-ABORT-SW
002980     END-IF.
002990*
003000     IF NOT WS-ABORT
003010         MOVE WS-RUN-DATE-N TO HL1-RUN-DATE
003020         WRITE REPORT-LINE FROM HEADING-LINE-1
003030     END-IF.
003040*
003050 1000-EXIT.
003060     EXIT.
003070*
003080 2000-GATHER-CHECKS.
003090*
003100     IF NOT WS-ABORT
003110         PERFORM 2100-PROCESS-ONE-PAYMENT THRU 2100-EXIT
003120             UNTIL WS-PAYMENT-EOF
003130     END-IF.
003140*
003150 2000-EXIT.
003160     EXIT.
003170*
003180******************************************************************
003190*   2100-PROCESS-ONE-PAYMENT -- A COUNTER CHECK NOT YET IN A     *
003200*   DEPOSIT AND NOT POSTDATED JOINS TODAY'S.  THE FIRST ONE      *
003210*   TAKES THE DEPOSIT ID.                                        *
003220******************************************************************
003230 2100-PROCESS-ONE-PAYMENT.
003240*
003250     READ PAYMENT-FILE NEXT RECORD
003260         AT END
003270             MOVE 'Y' TO WS-PAYMENT-EOF-SW
003280     END-READ.
003290*
003300     IF WS-PAYMENT-EOF
003310         GO TO 2100-EXIT
003320     END-IF.
003330*
003340     ADD 1 TO WS-PAYMENTS-READ.
003350*
003360     IF NOT PAY-COUNTER-CHECK
003370         GO TO 2100-EXIT
003380     END-IF.
003390     IF PAY-DEPOSIT-ID NOT = ZERO
003400         GO TO 2100-EXIT
003410     END-IF.
003420*
003430     MOVE PAY-PAYMENT-DATE TO WS-PAYMENT-DATE-MDY.
003440     MOVE WS-PAY-YYYY      TO WS-PYMD-YYYY.
003450     MOVE WS-PAY-MM        TO WS-PYMD-MM.
003460     MOVE WS-PAY-DD        TO WS-PYMD-DD.
003470     IF WS-PAYMENT-DATE-YMD-N > WS-RUN-DATE-N
003480         GO TO 2100-EXIT
003490     END-IF.
003500*
003510     IF WS-DEPOSIT-ID = ZERO
003520         PERFORM 2400-ADVANCE-SERIES THRU 2400-EXIT
003530         IF WS-ABORT
003540             GO TO 2100-EXIT
003550         END-IF
003560         MOVE ICR-LAST-INVOICE-NUMBER TO WS-DEPOSIT-ID
003570     END-IF.
003580*
003590     PERFORM 2200-ADD-TO-SLIP THRU 2200-EXIT.
003600     IF WS-ABORT
003610         GO TO 2100-EXIT
003620     END-IF.
003630*
003640     MOVE WS-DEPOSIT-ID TO PAY-DEPOSIT-ID.
003650     REWRITE PAYMENT-RECORD
003660         INVALID KEY
003670             DISPLAY 'DEPRUN0005E PAYMENT REWRITE FAILED, KEY='
003680                 PAY-PAYMENT-NUMBER ' STATUS=' WS-PAYMENT-STATUS
003690             MOVE 'Y' TO WS-ABORT-SW
003700             MOVE 'Y' TO WS-PAYMENT-EOF-SW
003710             GO TO 2100-EXIT
003720     END-REWRITE.
003730*
003740     ADD 1 TO WS-PAYMENTS-STAMPED.
003750     ADD PAY-PAYMENT-AMOUNT TO WS-DEPOSIT-TOTAL.
003760*
003770 2100-EXIT.
003780     EXIT.
003790*
003800 2200-ADD-TO-SLIP.
003810*
003820     MOVE ZERO TO WS-CHECK-SUB.
003830     IF CK-ENTRY-COUNT > ZERO
003840         SET CK-IDX TO 1
003850         SEARCH CK-ENTRY
003860             AT END
003870                 CONTINUE
003880             WHEN CK-CUSTOMER-NUMBER(CK-IDX) = PAY-CUSTOMER-NUMBER
003890              AND CK-CHECK-NUMBER(CK-IDX)    = PAY-CHECK-NUMBER
003900                 SET WS-CHECK-SUB TO CK-IDX
003910         END-SEARCH
003920     END-IF.
003930*
003940     IF WS-CHECK-SUB = ZERO
003950         IF CK-ENTRY-COUNT NOT < CK-MAX-ENTRIES
003960             DISPLAY 'DEPRUN0006E CHECK TABLE FULL AT '
003970                 CK-MAX-ENTRIES ' ENTRIES'
003980             MOVE 'Y' TO WS-ABORT-SW
003990             MOVE 'Y' TO WS-PAYMENT-EOF-SW
004000             GO TO 2200-EXIT
004010         END-IF
004020         ADD 1 TO CK-ENTRY-COUNT
004030         MOVE CK-ENTRY-COUNT TO WS-CHECK-SUB
004040         MOVE PAY-CUSTOMER-NUMBER
004050             TO CK-CUSTOMER-NUMBER(WS-CHECK-SUB)
004060         MOVE PAY-CHECK-NUMBER
004070             TO CK-CHECK-NUMBER(WS-CHECK-SUB)
004080         MOVE ZERO TO CK-CHECK-AMOUNT(WS-CHECK-SUB)
004090                      CK-PORTION-COUNT(WS-CHECK-SUB)
004100     END-IF.
004110*
004120     ADD PAY-PAYMENT-AMOUNT TO CK-CHECK-AMOUNT(WS-CHECK-SUB).
004130     ADD 1 TO CK-PORTION-COUNT(WS-CHECK-SUB).
004140*
004150 2200-EXIT.
004160     EXIT.
004170*
004180 2400-ADVANCE-SERIES.
004190*
004200     MOVE 'D' TO ICR-CONTROL-KEY.
004210     READ INVCTL-FILE
004220         INVALID KEY
004230             DISPLAY 'DEPRUN0007E INVCTL SERIES NOT FOUND: '
004240                 ICR-CONTROL-KEY
004250             MOVE 'Y' TO WS-ABORT-SW
004260             MOVE 'Y' TO WS-PAYMENT-EOF-SW
004270     END-READ.
004280*
004290     IF NOT WS-ABORT
004300         IF ICR-LAST-INVOICE-NUMBER NOT < ICR-RANGE-HIGH
004310             IF ICR-ROLLOVER-WRAP
004320                 MOVE ICR-RANGE-LOW TO ICR-LAST-INVOICE-NUMBER
004330                 MOVE 'Y' TO ICR-WRAPPED-SW
004340             ELSE
004350                 DISPLAY 'DEPRUN0008E SERIES EXHAUSTED: '
004360                     ICR-CONTROL-KEY
004370                 MOVE 'Y' TO WS-ABORT-SW
004380                 MOVE 'Y' TO WS-PAYMENT-EOF-SW
004390             END-IF
004400         ELSE
004410             ADD 1 TO ICR-LAST-INVOICE-NUMBER
004420         END-IF
004430     END-IF.
004440     IF NOT WS-ABORT
004450         REWRITE INVOICE-CONTROL-RECORD
004460             INVALID KEY
004470                 DISPLAY 'DEPRUN0009E INVCTL REWRITE FAILED'
004480                 MOVE 'Y' TO WS-ABORT-SW
004490                 MOVE 'Y' TO WS-PAYMENT-EOF-SW
004500         END-REWRITE
004510     END-IF.
004520*
004530 2400-EXIT.
004540     EXIT.
004550*
004560******************************************************************
004570*   3000-TERMINATE -- THE DEPOSIT RECORD IS WRITTEN WHENEVER A   *
004580*   PAYMENT WAS STAMPED, EVEN IF THE RUN STOPPED EARLY, SO EVERY *
004590*   PAY-DEPOSIT-ID ON FILE HAS ITS DEPOSIT.                      *
004600******************************************************************
004610 3000-TERMINATE.
004620*
004630     IF WS-DEPOSIT-OPEN AND WS-PAYMENTS-STAMPED > ZERO
004640         PERFORM 3100-WRITE-DEPOSIT THRU 3100-EXIT
004650     END-IF.
004660*
004670     IF NOT WS-ABORT
004680         IF CK-ENTRY-COUNT = ZERO
004690             MOVE SPACE TO REPORT-LINE
004700             WRITE REPORT-LINE
004710             WRITE REPORT-LINE FROM NO-CHECKS-LINE
004720         ELSE
004730             PERFORM 3200-PRINT-SLIP THRU 3200-EXIT
004740         END-IF
004750     ELSE
004760         MOVE 8 TO RETURN-CODE
004770     END-IF.
004780*
004790     MOVE 'DEPRUN  ' TO RL-PROGRAM.
004800     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
004810     MOVE 'DEPRUN  ' TO RL-STEP-NAME.
004820     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
004830     MOVE WS-PAYMENTS-READ    TO RL-RECORDS-READ.
004840     MOVE WS-PAYMENTS-STAMPED TO RL-RECORDS-WRITTEN.
004850     MOVE ZERO                TO RL-RECORDS-REJECTED.
004860     MOVE RETURN-CODE         TO RL-COMPLETION-CODE.
004870     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
004880*
004890     IF WS-PAYMENT-OPEN
004900         CLOSE PAYMENT-FILE
004910     END-IF.
004920     IF WS-INVCTL-OPEN
004930         CLOSE INVCTL-FILE
004940     END-IF.
004950     IF WS-DEPOSIT-OPEN
004960         CLOSE DEPOSIT-FILE
004970     END-IF.
004980     IF WS-REPORT-OPEN
004990         CLOSE SLIP-REPORT
005000     END-IF.
005010*
005020 3000-EXIT.
005030     EXIT.
005040*
005050 3100-WRITE-DEPOSIT.
005060*
005070     MOVE WS-DEPOSIT-ID       TO DEP-DEPOSIT-ID.
005080     MOVE 'K'                 TO DEP-DEPOSIT-TYPE.
005090     MOVE WS-RUN-DATE-N       TO DEP-DEPOSIT-DATE.
005100     MOVE CK-ENTRY-COUNT      TO DEP-ITEM-COUNT.
005110     MOVE WS-DEPOSIT-TOTAL    TO DEP-DEPOSIT-AMOUNT.
005120     MOVE 'O'                 TO DEP-RECON-STATUS.
005130     MOVE ZERO                TO DEP-BANK-AMOUNT
005140                                 DEP-RECON-DATE.
005150     WRITE DEPOSIT-RECORD
005160         INVALID KEY
005170             DISPLAY 'DEPRUN0010E DEPOSIT WRITE FAILED, KEY='
005180                 DEP-DEPOSIT-ID ' STATUS=' WS-DEPOSIT-STATUS
005190             MOVE 'Y' TO WS-ABORT-SW
005200     END-WRITE.
005210*
005220 3100-EXIT.
005230     EXIT.
005240*
005250 3200-PRINT-SLIP.
005260*
005270     MOVE WS-DEPOSIT-ID TO HL2-DEPOSIT-ID.
005280     WRITE REPORT-LINE FROM HEADING-LINE-2.
005290     MOVE SPACE TO REPORT-LINE.
005300     WRITE REPORT-LINE.
005310     WRITE REPORT-LINE FROM HEADING-LINE-3.
005320*
005330     PERFORM 3210-PRINT-ONE-CHECK THRU 3210-EXIT
005340         VARYING WS-CHECK-SUB FROM 1 BY 1
005350         UNTIL WS-CHECK-SUB > CK-ENTRY-COUNT.
005360*
005370     MOVE SPACE TO REPORT-LINE.
005380     WRITE REPORT-LINE.
005390     MOVE CK-ENTRY-COUNT      TO SL1-CHECK-COUNT.
005400     WRITE REPORT-LINE FROM SUMMARY-LINE-1.
005410     MOVE WS-DEPOSIT-TOTAL    TO SL2-DEPOSIT-TOTAL.
005420     WRITE REPORT-LINE FROM SUMMARY-LINE-2.
005430     MOVE WS-PAYMENTS-STAMPED TO SL3-PAYMENTS-STAMPED.
005440     WRITE REPORT-LINE FROM SUMMARY-LINE-3.
005450*
005460 3200-EXIT.
005470     EXIT.
005480*
005490 3210-PRINT-ONE-CHECK.
005500*
005510     MOVE CK-CHECK-NUMBER(WS-CHECK-SUB)    TO DL-CHECK-NUMBER.
005520     MOVE CK-CUSTOMER-NUMBER(WS-CHECK-SUB) TO DL-CUSTOMER-NUMBER.
005530     MOVE CK-CHECK-AMOUNT(WS-CHECK-SUB)    TO DL-CHECK-AMOUNT.
005540     MOVE CK-PORTION-COUNT(WS-CHECK-SUB)   TO DL-PORTION-COUNT.
005550     WRITE REPORT-LINE FROM DETAIL-LINE.
005560*
005570 3210-EXIT.
005580     EXIT.
