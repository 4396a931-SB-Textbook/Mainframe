000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    APRRPT.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   APRRPT -- SECOND-OPERATOR APPROVAL QUEUE REPORT.  A PASS OF  *
000110*   THE APRQ QUEUE THE REFENT1, INVVOID, AND RETENT1 SCREENS     *
000120*   WRITE WHEN A REFUND, VOID, OR RETURN CREDIT IS OVER THE      *
000130*   FISCTL APPROVAL LIMIT, AND THAT SUPERVISORS WORK ON THE      *
000140*   APRWRK1 SCREEN.  THE RUN LISTS FOR THE CONTROLLER:           *
000150*     - EVERY ITEM APPROVED OR REJECTED ON THE RUN DATE, WITH    *
000160*       WHO ENTERED IT, WHO DECIDED IT, AND THE DOCUMENT POSTED  *
000170*       OR THE REASON IT WAS REJECTED;                           *
000180*     - EVERY ITEM STILL PENDING MORE THAN 24 HOURS AFTER IT WAS *
000190*       ENTERED, WITH THE HOURS IT HAS WAITED.                   *
000200*   TOTALS ARE GIVEN FOR EACH GROUP.  AN OVERDUE ITEM SETS       *
000210*   RETURN CODE 4.  THE QUEUE IS ONLY READ.  THE RUN IS LOGGED   *
000220*   THROUGH RUNLOGW.                                             *
000230*                                                                *
000240*   MODIFICATION HISTORY.                                        *
000250*   10/15/2026  RH   INITIAL VERSION.                            *
000251*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000252*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000253*                    NOT COMPLETED.                              *
000260******************************************************************
000270*
000280 ENVIRONMENT DIVISION.
000290*
000300 CONFIGURATION SECTION.
000310*
000320 SOURCE-COMPUTER.  IBM-370.
000330 OBJECT-COMPUTER.  IBM-370.
000340*
000350 INPUT-OUTPUT SECTION.
000360*
000370 FILE-CONTROL.
000380*
000390     SELECT  APPROVAL-QUEUE ASSIGN TO APRQ
000400             ORGANIZATION IS INDEXED
000410             ACCESS MODE IS SEQUENTIAL
000420             RECORD KEY IS AQ-QUEUE-NUMBER
000430             FILE STATUS IS WS-APRQ-STATUS.
000440*
000450     SELECT  APPROVAL-REPORT ASSIGN TO RPTOUT
000460             ORGANIZATION IS LINE SEQUENTIAL
000470             FILE STATUS IS WS-REPORT-STATUS.
000480*
000490 DATA DIVISION.
000500*
000510 FILE SECTION.
000520*
000530 FD  APPROVAL-QUEUE
000540     LABEL RECORDS ARE STANDARD.
000550*
000560     COPY APRQ.
000570*
000580 FD  APPROVAL-REPORT
000590     LABEL RECORDS ARE OMITTED.
000600*
000610 01  REPORT-LINE                      PIC X(132).
000620*
000630 WORKING-STORAGE SECTION.
000640*
000650     COPY RUNLOG.
000651*
000652     COPY PREDPARM.
000660*
000670 01  RUN-TIMING-FIELDS.
000680     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000690     05  WS-START-TIME-PARTS REDEFINES WS-START-TIME-RAW.
000700         10  WS-START-HH        PIC 9(02).
000710         10  WS-START-MI        PIC 9(02).
000720         10  WS-START-SS        PIC 9(02).
000730         10  FILLER             PIC 9(02).
000740*
000750 01  SWITCHES.
000760*
000770     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
000780         88  WS-ABORT                             VALUE 'Y'.
000790     05  WS-APRQ-OPEN-SW              PIC X(01)   VALUE 'N'.
000800         88  WS-APRQ-OPEN                         VALUE 'Y'.
000810     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
000820         88  WS-REPORT-OPEN                       VALUE 'Y'.
000830     05  WS-APRQ-EOF-SW               PIC X(01)   VALUE 'N'.
000840         88  WS-APRQ-EOF                          VALUE 'Y'.
000850*
000860 01  FILE-STATUS-FIELDS.
000870*
000880     05  WS-APRQ-STATUS               PIC X(02)   VALUE '00'.
000890     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
000900*
000910 01  WORK-FIELDS.
000920*
000930     05  WS-ITEMS-READ          PIC S9(07) COMP-3 VALUE ZERO.
000940     05  WS-ITEMS-LISTED        PIC S9(07) COMP-3 VALUE ZERO.
000950     05  WS-APPROVED-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
000960     05  WS-APPROVED-AMOUNT     PIC S9(09)V99 COMP-3 VALUE ZERO.
000970     05  WS-REJECTED-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
000980     05  WS-REJECTED-AMOUNT     PIC S9(09)V99 COMP-3 VALUE ZERO.
000990     05  WS-PENDING-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
001000     05  WS-OVERDUE-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
001010     05  WS-OVERDUE-AMOUNT      PIC S9(09)V99 COMP-3 VALUE ZERO.
001020     05  WS-RUN-DAY-NUMBER      PIC S9(09) COMP-3 VALUE ZERO.
001030     05  WS-RUN-SECONDS         PIC S9(09) COMP-3 VALUE ZERO.
001040     05  WS-ENTERED-SECONDS     PIC S9(09) COMP-3 VALUE ZERO.
001050     05  WS-ELAPSED-SECONDS     PIC S9(11) COMP-3 VALUE ZERO.
001060     05  WS-HOURS-WAITING       PIC S9(07) COMP-3 VALUE ZERO.
001070*
001080 01  WS-RUN-DATE.
001090     05  WS-RUN-YYYY                  PIC 9(04).
001100     05  WS-RUN-MM                    PIC 9(02).
001110     05  WS-RUN-DD                    PIC 9(02).
001120*
001130 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001140                                      PIC 9(08).
001150*
001160 01  WS-WORK-DATE.
001170     05  WS-WORK-YYYY                 PIC 9(04).
001180     05  WS-WORK-MM                   PIC 9(02).
001190     05  WS-WORK-DD                   PIC 9(02).
001200*
001210 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001220                                      PIC 9(08).
001230*
001240 01  WS-WORK-TIME.
001250     05  WS-WORK-HH                   PIC 9(02).
001260     05  WS-WORK-MI                   PIC 9(02).
001270     05  WS-WORK-SS                   PIC 9(02).
001280*
001290 01  WS-WORK-TIME-N REDEFINES WS-WORK-TIME
001300                                      PIC 9(06).
001310*
001320 01  DAY-NUMBER-FIELDS.
001330     05  DN-YYYY                PIC S9(09) COMP-3.
001340     05  DN-MM                  PIC S9(09) COMP-3.
001350     05  DN-DD                  PIC S9(09) COMP-3.
001360     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
001370*
001380 01  HEADING-LINE-1.
001390*
001400     05  FILLER                       PIC X(01)   VALUE SPACE.
001410     05  FILLER                       PIC X(42)   VALUE
001420             'APPROVAL QUEUE REPORT         RUN OF'.
001430     05  HL1-RUN-DATE                 PIC 9(08).
001440     05  FILLER                       PIC X(81)   VALUE SPACE.
001450*
001460 01  HEADING-LINE-2.
001470*
001480     05  FILLER                       PIC X(01)   VALUE SPACE.
001490     05  FILLER                       PIC X(08)   VALUE 'QUEUE#'.
001500     05  FILLER                       PIC X(15)   VALUE 'TYPE'.
001510     05  FILLER                       PIC X(08)   VALUE 'CUST#'.
001520     05  FILLER                       PIC X(08)   VALUE 'INVOICE'.
001530     05  FILLER                       PIC X(15)   VALUE
001540             '       AMOUNT'.
001550     05  FILLER                       PIC X(10)   VALUE 'STATUS'.
001560     05  FILLER                       PIC X(05)   VALUE 'ENT'.
001570     05  FILLER                       PIC X(17)   VALUE
001580             'ENTERED'.
001590     05  FILLER                       PIC X(05)   VALUE 'DEC'.
001600     05  FILLER                       PIC X(07)   VALUE 'HOURS'.
001610     05  FILLER                       PIC X(30)   VALUE
001620             'DOCUMENT OR REASON'.
001630     05  FILLER                       PIC X(03)   VALUE SPACE.
001640*
001650 01  DETAIL-LINE.
001660*
001670     05  FILLER                       PIC X(01)   VALUE SPACE.
001680     05  DL-QUEUE-NUMBER              PIC 9(06).
001690     05  FILLER                       PIC X(02)   VALUE SPACE.
001700     05  DL-ITEM-TYPE                 PIC X(15).
001710     05  DL-CUSTOMER-NUMBER           PIC X(06).
001720     05  FILLER                       PIC X(02)   VALUE SPACE.
001730     05  DL-INVOICE-NUMBER            PIC Z(05)9.
001740     05  FILLER                       PIC X(02)   VALUE SPACE.
001750     05  DL-AMOUNT                    PIC -Z,ZZZ,ZZ9.99.
001760     05  FILLER                       PIC X(02)   VALUE SPACE.
001770     05  DL-STATUS                    PIC X(08).
001780     05  FILLER                       PIC X(02)   VALUE SPACE.
001790     05  DL-ENTERED-OPERATOR          PIC X(03).
001800     05  FILLER                       PIC X(02)   VALUE SPACE.
001810     05  DL-ENTERED-DATE              PIC 9(08).
001820     05  FILLER                       PIC X(01)   VALUE SPACE.
001830     05  DL-ENTERED-TIME              PIC 9(06).
001840     05  FILLER                       PIC X(02)   VALUE SPACE.
001850     05  DL-DECIDED-OPERATOR          PIC X(03).
001860     05  FILLER                       PIC X(02)   VALUE SPACE.
001870     05  DL-HOURS-WAITING             PIC ZZZZ9.
001880     05  FILLER                       PIC X(02)   VALUE SPACE.
001890     05  DL-NOTE                      PIC X(30).
001900     05  FILLER                       PIC X(03)   VALUE SPACE.
001910*
001920 01  DL-POSTED-NOTE.
001930     05  FILLER                       PIC X(10)   VALUE
001940             'POSTED AS '.
001950     05  DL-POSTED-DOCUMENT           PIC 9(06).
001960     05  FILLER                       PIC X(14)   VALUE SPACE.
001970*
001980 01  SUMMARY-LINE-1.
001990*
002000     05  FILLER                       PIC X(01)   VALUE SPACE.
002010     05  FILLER                       PIC X(25)   VALUE
002020             'QUEUE ITEMS READ........:'.
002030     05  SL1-ITEMS-READ               PIC ZZZZZZ9.
002040     05  FILLER                       PIC X(99)   VALUE SPACE.
002050*
002060 01  SUMMARY-LINE-2.
002070*
002080     05  FILLER                       PIC X(01)   VALUE SPACE.
002090     05  SL2-LABEL                    PIC X(25).
002100     05  SL2-COUNT                    PIC ZZZZZZ9.
002110     05  FILLER                       PIC X(03)   VALUE SPACE.
002120     05  SL2-AMOUNT                   PIC -ZZZ,ZZZ,ZZ9.99.
002130     05  FILLER                       PIC X(81)   VALUE SPACE.
002140*
002150 PROCEDURE DIVISION.
002160*
002170 0000-MAINLINE.
002180*
002190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002200     PERFORM 2000-LIST-QUEUE THRU 2000-EXIT.
002210     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002220*
002230     STOP RUN.
002240*
002250 1000-INITIALIZE.
002260*
002270     ACCEPT WS-START-TIME-RAW FROM TIME.
002271     MOVE 'APRRPT  ' TO PC-PROGRAM.
002272     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002273     IF PC-REFUSED
002274         MOVE PC-RETURN-CODE TO RETURN-CODE
002275         STOP RUN
002276     END-IF.
002277*
002280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002290*
002300     MOVE WS-RUN-YYYY TO DN-YYYY.
002310     MOVE WS-RUN-MM   TO DN-MM.
002320     MOVE WS-RUN-DD   TO DN-DD.
002330     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
002340     MOVE DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
002350     COMPUTE WS-RUN-SECONDS = (WS-START-HH * 3600)
002360                            + (WS-START-MI * 60)
002370                            + WS-START-SS.
002380*
002390     OPEN INPUT  APPROVAL-QUEUE.
002400     OPEN OUTPUT APPROVAL-REPORT.
002410*
002420     IF WS-APRQ-STATUS = '00'
002430         MOVE 'Y' TO WS-APRQ-OPEN-SW
002440     ELSE
002450         DISPLAY 'APRRPT0001E APRQ FILE OPEN FAILED, STATUS='
002460             WS-APRQ-STATUS
002470         MOVE 'Y' TO WS-ABORT-SW
002480     END-IF.
002490*
002500     IF WS-REPORT-STATUS = '00'
002510         MOVE 'Y' TO WS-REPORT-OPEN-SW
002520     ELSE
002530         DISPLAY 'APRRPT0002E RPTOUT FILE OPEN FAILED, STATUS='
002540             WS-REPORT-STATUS
002550         MOVE 'Y' TO WS-ABORT-SW
002560     END-IF.
002570*
002580     IF NOT WS-ABORT
002590         MOVE WS-RUN-DATE-N TO HL1-RUN-DATE
002600         WRITE REPORT-LINE FROM HEADING-LINE-1
002610         MOVE SPACE TO REPORT-LINE
002620         WRITE REPORT-LINE
002630         WRITE REPORT-LINE FROM HEADING-LINE-2
002640     END-IF.
002650*
002660 1000-EXIT.
002670     EXIT.
002680*
002690******************************************************************
002700*   1910-COMPUTE-DAY-NUMBER -- CONVERTS DN-YYYY/DN-MM/DN-DD TO A *
002710*   DAY NUMBER SO TWO DATES SUBTRACT TO A DAY COUNT, AS CHKREC   *
002720*   DOES.                                                        *
002730******************************************************************
002740 1910-COMPUTE-DAY-NUMBER.
002750*
002760     IF DN-MM < 3
002770         ADD 12 TO DN-MM
002780         SUBTRACT 1 FROM DN-YYYY
002790     END-IF.
002800*
002810     COMPUTE DN-DAY-NUMBER =
002820           (365 * DN-YYYY)
002830         + (DN-YYYY / 4)
002840         - (DN-YYYY / 100)
002850         + (DN-YYYY / 400)
002860         + ((153 * DN-MM + 8) / 5)
002870         + DN-DD.
002880*
002890 1910-EXIT.
002900     EXIT.
002910*
002920 2000-LIST-QUEUE.
002930*
002940     IF NOT WS-ABORT
002950         PERFORM 2100-CHECK-ONE-ITEM THRU 2100-EXIT
002960             UNTIL WS-APRQ-EOF
002970     END-IF.
002980*
002990 2000-EXIT.
003000     EXIT.
003010*
003020******************************************************************
003030*   2100-CHECK-ONE-ITEM -- A DECIDED ITEM IS LISTED IF IT WAS    *
003040*   DECIDED ON THE RUN DATE; A PENDING ITEM IF IT HAS WAITED     *
003050*   MORE THAN 24 HOURS SINCE IT WAS ENTERED.                     *
003060******************************************************************
003070 2100-CHECK-ONE-ITEM.
003080*
003090     READ APPROVAL-QUEUE NEXT RECORD
003100         AT END
003110             MOVE 'Y' TO WS-APRQ-EOF-SW
003120             GO TO 2100-EXIT
003130     END-READ.
003140*
003150     ADD 1 TO WS-ITEMS-READ.
003160*
003170     IF AQ-PENDING
003180         ADD 1 TO WS-PENDING-COUNT
003190         PERFORM 2200-CHECK-PENDING-ITEM THRU 2200-EXIT
003200         GO TO 2100-EXIT
003210     END-IF.
003220*
003230     IF AQ-DECIDED-DATE NOT = WS-RUN-DATE-N
003240         GO TO 2100-EXIT
003250     END-IF.
003260*
003270     MOVE SPACE TO DL-NOTE.
003280     IF AQ-APPROVED
003290         ADD 1         TO WS-APPROVED-COUNT
003300         ADD AQ-AMOUNT TO WS-APPROVED-AMOUNT
003310         MOVE 'APPROVED' TO DL-STATUS
003320         MOVE AQ-POSTED-DOCUMENT TO DL-POSTED-DOCUMENT
003330         MOVE DL-POSTED-NOTE TO DL-NOTE
003340     ELSE
003350         ADD 1         TO WS-REJECTED-COUNT
003360         ADD AQ-AMOUNT TO WS-REJECTED-AMOUNT
003370         MOVE 'REJECTED' TO DL-STATUS
003380         MOVE AQ-REJECT-REASON TO DL-NOTE
003390     END-IF.
003400     MOVE AQ-DECIDED-OPERATOR TO DL-DECIDED-OPERATOR.
003410     MOVE ZERO                TO DL-HOURS-WAITING.
003420     PERFORM 2900-LIST-ITEM THRU 2900-EXIT.
003430*
003440 2100-EXIT.
003450     EXIT.
003460*
003470 2200-CHECK-PENDING-ITEM.
003480*
003490     IF  AQ-ENTERED-DATE NOT NUMERIC
003500      OR AQ-ENTERED-TIME NOT NUMERIC
003510         GO TO 2200-EXIT
003520     END-IF.
003530*
003540     MOVE AQ-ENTERED-DATE TO WS-WORK-DATE-N.
003550     MOVE WS-WORK-YYYY    TO DN-YYYY.
003560     MOVE WS-WORK-MM      TO DN-MM.
003570     MOVE WS-WORK-DD      TO DN-DD.
003580     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
003590*
003600     MOVE AQ-ENTERED-TIME TO WS-WORK-TIME-N.
003610     COMPUTE WS-ENTERED-SECONDS = (WS-WORK-HH * 3600)
003620                                + (WS-WORK-MI * 60)
003630                                + WS-WORK-SS.
003640     COMPUTE WS-ELAPSED-SECONDS =
003650           ((WS-RUN-DAY-NUMBER - DN-DAY-NUMBER) * 86400)
003660         + WS-RUN-SECONDS - WS-ENTERED-SECONDS.
003670*
003680     IF WS-ELAPSED-SECONDS NOT > 86400
003690         GO TO 2200-EXIT
003700     END-IF.
003710*
003720     ADD 1         TO WS-OVERDUE-COUNT.
003730     ADD AQ-AMOUNT TO WS-OVERDUE-AMOUNT.
003740     COMPUTE WS-HOURS-WAITING = WS-ELAPSED-SECONDS / 3600.
003750     MOVE WS-HOURS-WAITING TO DL-HOURS-WAITING.
003760     MOVE 'OVERDUE'        TO DL-STATUS.
003770     MOVE SPACE            TO DL-DECIDED-OPERATOR
003780                              DL-NOTE.
003790     PERFORM 2900-LIST-ITEM THRU 2900-EXIT.
003800*
003810 2200-EXIT.
003820     EXIT.
003830*
003840 2900-LIST-ITEM.
003850*
003860     ADD 1 TO WS-ITEMS-LISTED.
003870     MOVE AQ-QUEUE-NUMBER     TO DL-QUEUE-NUMBER.
003880     EVALUATE TRUE
003890         WHEN AQ-REFUND
003900             MOVE 'REFUND'        TO DL-ITEM-TYPE
003910         WHEN AQ-INVOICE-VOID
003920             MOVE 'INVOICE VOID'  TO DL-ITEM-TYPE
003930         WHEN AQ-RETURN-CREDIT
003940             MOVE 'RETURN CREDIT' TO DL-ITEM-TYPE
003950         WHEN OTHER
003960             MOVE AQ-ITEM-TYPE    TO DL-ITEM-TYPE
003970     END-EVALUATE.
003980     MOVE AQ-CUSTOMER-NUMBER  TO DL-CUSTOMER-NUMBER.
003990     MOVE AQ-INVOICE-NUMBER   TO DL-INVOICE-NUMBER.
004000     MOVE AQ-AMOUNT           TO DL-AMOUNT.
004010     MOVE AQ-ENTERED-OPERATOR TO DL-ENTERED-OPERATOR.
004020     MOVE AQ-ENTERED-DATE     TO DL-ENTERED-DATE.
004030     MOVE AQ-ENTERED-TIME     TO DL-ENTERED-TIME.
004040     WRITE REPORT-LINE FROM DETAIL-LINE.
004050*
004060 2900-EXIT.
004070     EXIT.
004080*
004090 3000-TERMINATE.
004100*
004110     IF NOT WS-ABORT
004120         MOVE SPACE TO REPORT-LINE
004130         WRITE REPORT-LINE
004140         MOVE WS-ITEMS-READ TO SL1-ITEMS-READ
004150         WRITE REPORT-LINE FROM SUMMARY-LINE-1
004160         MOVE 'APPROVED TODAY..........:' TO SL2-LABEL
004170         MOVE WS-APPROVED-COUNT  TO SL2-COUNT
004180         MOVE WS-APPROVED-AMOUNT TO SL2-AMOUNT
004190         WRITE REPORT-LINE FROM SUMMARY-LINE-2
004200         MOVE 'REJECTED TODAY..........:' TO SL2-LABEL
004210         MOVE WS-REJECTED-COUNT  TO SL2-COUNT
004220         MOVE WS-REJECTED-AMOUNT TO SL2-AMOUNT
004230         WRITE REPORT-LINE FROM SUMMARY-LINE-2
004240         MOVE 'PENDING OVER 24 HOURS...:' TO SL2-LABEL
004250         MOVE WS-OVERDUE-COUNT   TO SL2-COUNT
004260         MOVE WS-OVERDUE-AMOUNT  TO SL2-AMOUNT
004270         WRITE REPORT-LINE FROM SUMMARY-LINE-2
004280         MOVE 'ALL ITEMS PENDING.......:' TO SL2-LABEL
004290         MOVE WS-PENDING-COUNT   TO SL2-COUNT
004300         MOVE ZERO               TO SL2-AMOUNT
004310         WRITE REPORT-LINE FROM SUMMARY-LINE-2
004320         IF WS-OVERDUE-COUNT > ZERO
004330             MOVE 4 TO RETURN-CODE
004340         END-IF
004350     ELSE
004360         MOVE 8 TO RETURN-CODE
004370     END-IF.
004380*
004390     MOVE 'APRRPT  ' TO RL-PROGRAM.
004400     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
004410     MOVE 'APRRPT  ' TO RL-STEP-NAME.
004420     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
004430     MOVE WS-ITEMS-READ      TO RL-RECORDS-READ.
004440     MOVE WS-ITEMS-LISTED    TO RL-RECORDS-WRITTEN.
004450     MOVE WS-OVERDUE-COUNT   TO RL-RECORDS-REJECTED.
004460     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
004470     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
004480*
004490     IF WS-APRQ-OPEN
004500         CLOSE APPROVAL-QUEUE
004510     END-IF.
004520     IF WS-REPORT-OPEN
004530         CLOSE APPROVAL-REPORT
004540     END-IF.
004550*
004560 3000-EXIT.
004570     EXIT.
