000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    DEPREC.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   DEPREC -- BANK DEPOSIT RECONCILIATION.  READS THE BANK'S     *
000110*   STATEMENT OF CREDITS (BNKDEP) AND MATCHES EACH CREDIT TO     *
000120*   OUR DEPOSIT FILE, THE SAME WAY CHKREC TIES THE BANK'S PAID   *
000130*   FILE TO THE REFUND CHECKS.  TWO KINDS OF CREDIT COME IN:     *
000140*                                                                *
000150*     'D'  A COUNTER DEPOSIT.  THE BANK QUOTES THE DEPOSIT ID    *
000160*          WRITTEN ON THE SLIP DEPRUN PRINTED, AND THE CREDIT    *
000170*          IS MATCHED TO THAT DEPOSIT ('K') BY ID.               *
000180*     'L'  A LOCKBOX CREDIT.  THE BANK KNOWS NO ID OF OURS, SO   *
000190*          THE CREDIT IS MATCHED BY ITS DATE TO THE LOCKBOX      *
000200*          BATCH ('L') LOCKBOX WROTE FOR THAT DEPOSIT DATE --    *
000210*          THE FIRST ONE NOT YET CREDITED, OR IF ALL HAVE BEEN,  *
000220*          THE FIRST ONE FOR THE DATE.                           *
000230*                                                                *
000240*   THE CREDIT IS ADDED TO DEP-BANK-AMOUNT (A BANK MAY CREDIT    *
000250*   ONE DEPOSIT IN PIECES).  WHEN THE BANK'S AMOUNT AGREES WITH  *
000260*   OURS, AND ITS ITEM COUNT TOO WHEN IT GIVES ONE, THE DEPOSIT  *
000270*   IS RECONCILED ('R'); OTHERWISE IT IS A DIFFERENCE ('D').     *
000280*   THE RUN LISTS FOR THE CASH OFFICE:                           *
000290*     - EVERY DEPOSIT THE BANK CREDITED DIFFERENTLY, WITH OUR    *
000300*       AMOUNT, THE BANK'S, AND THE DIFFERENCE (BANK LESS OURS); *
000310*     - EVERY CREDIT THAT MATCHES NO DEPOSIT OF OURS;            *
000320*     - EVERY DEPOSIT STILL NOT CREDITED THAT IS DATED BEFORE    *
000330*       THE LATEST CREDIT ON THE STATEMENT, SINCE THE BANK       *
000340*       SHOULD HAVE CREDITED IT BY THEN.                         *
000350*   ANY OF THESE SETS RETURN CODE 4.  THE RUN IS LOGGED THROUGH  *
000360*   RUNLOGW.                                                     *
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
000530     SELECT  BANK-CREDIT-FILE ASSIGN TO BNKDEP
000540             ORGANIZATION IS LINE SEQUENTIAL
000550             FILE STATUS IS WS-BANK-STATUS.
000560*
000570     SELECT  DEPOSIT-FILE   ASSIGN TO DEPOSIT
000580             ORGANIZATION IS INDEXED
000590             ACCESS MODE IS DYNAMIC
000600             RECORD KEY IS DEP-DEPOSIT-ID
000610             ALTERNATE RECORD KEY IS DEP-DEPOSIT-DATE
000620                 WITH DUPLICATES
000630             FILE STATUS IS WS-DEPOSIT-STATUS.
000640*
000650     SELECT  RECON-REPORT   ASSIGN TO RPTOUT
000660             ORGANIZATION IS LINE SEQUENTIAL
000670             FILE STATUS IS WS-REPORT-STATUS.
000680*
000690 DATA DIVISION.
000700*
000710 FILE SECTION.
000720*
000730 FD  BANK-CREDIT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750*
000760 01  BANK-CREDIT-RECORD.
000770     05  BDI-RECORD-TYPE              PIC X(01).
000780         88  BDI-DEPOSIT-CREDIT                   VALUE 'D'.
000790         88  BDI-LOCKBOX-CREDIT                   VALUE 'L'.
000800     05  BDI-DEPOSIT-ID               PIC 9(06).
000810     05  BDI-CREDIT-DATE              PIC 9(08).
000820     05  BDI-CREDIT-AMOUNT            PIC 9(09)V99.
000830     05  BDI-ITEM-COUNT               PIC 9(05).
000840     05  FILLER                       PIC X(49).
000850*
000860 FD  DEPOSIT-FILE
000870     LABEL RECORDS ARE STANDARD.
000880*
000890     COPY DEPOSIT.
000900*
000910 FD  RECON-REPORT
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
001070     05  WS-BANK-OPEN-SW              PIC X(01)   VALUE 'N'.
001080         88  WS-BANK-OPEN                         VALUE 'Y'.
001090     05  WS-DEPOSIT-OPEN-SW           PIC X(01)   VALUE 'N'.
001100         88  WS-DEPOSIT-OPEN                      VALUE 'Y'.
001110     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001120         88  WS-REPORT-OPEN                       VALUE 'Y'.
001130     05  WS-BANK-EOF-SW               PIC X(01)   VALUE 'N'.
001140         88  WS-BANK-EOF                          VALUE 'Y'.
001150     05  WS-DEPOSIT-EOF-SW            PIC X(01)   VALUE 'N'.
001160         88  WS-DEPOSIT-EOF                       VALUE 'Y'.
001170     05  WS-MORE-SAME-DATE-SW         PIC X(01)   VALUE 'N'.
001180         88  WS-MORE-SAME-DATE                    VALUE 'Y'.
001190     05  WS-DEPOSIT-FOUND-SW          PIC X(01)   VALUE 'N'.
001200         88  WS-DEPOSIT-FOUND                     VALUE 'Y'.
001210*
001220 01  FILE-STATUS-FIELDS.
001230*
001240     05  WS-BANK-STATUS               PIC X(02)   VALUE '00'.
001250     05  WS-DEPOSIT-STATUS            PIC X(02)   VALUE '00'.
001260     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001270*
001280 01  WORK-FIELDS.
001290*
001300     05  WS-CREDITS-READ        PIC S9(07) COMP-3 VALUE ZERO.
001310     05  WS-CREDITS-MATCHED     PIC S9(07) COMP-3 VALUE ZERO.
001320     05  WS-DIFFERENCE-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
001330     05  WS-UNMATCHED-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
001340     05  WS-NOT-CREDITED-COUNT  PIC S9(05) COMP-3 VALUE ZERO.
001350     05  WS-LATEST-CREDIT-DATE  PIC 9(08)         VALUE ZERO.
001360     05  WS-OPEN-DEPOSIT-ID     PIC 9(06)         VALUE ZERO.
001370     05  WS-FIRST-DEPOSIT-ID    PIC 9(06)         VALUE ZERO.
001380     05  WS-EXCEPTION-REASON    PIC X(30)         VALUE SPACE.
001390*
001400 01  WS-RUN-DATE.
001410     05  WS-RUN-YYYY                  PIC 9(04).
001420     05  WS-RUN-MM                    PIC 9(02).
001430     05  WS-RUN-DD                    PIC 9(02).
001440*
001450 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001460                                      PIC 9(08).
001470*
001480 01  HEADING-LINE-1.
001490*
001500     05  FILLER                       PIC X(01)   VALUE SPACE.
001510     05  FILLER                       PIC X(42)   VALUE
001520             'BANK DEPOSIT RECONCILIATION   RUN OF'.
001530     05  HL1-RUN-DATE                 PIC 9(08).
001540     05  FILLER                       PIC X(81)   VALUE SPACE.
001550*
001560 01  HEADING-LINE-2.
001570*
001580     05  FILLER                       PIC X(01)   VALUE SPACE.
001590     05  FILLER                       PIC X(08)   VALUE 'DEP ID'.
001600     05  FILLER                       PIC X(04)   VALUE 'T'.
001610     05  FILLER                       PIC X(10)   VALUE
001620             'DEP DATE'.
001630     05  FILLER                       PIC X(17)   VALUE
001640             '     OUR AMOUNT'.
001650     05  FILLER                       PIC X(17)   VALUE
001660             '    BANK AMOUNT'.
001670     05  FILLER                       PIC X(17)   VALUE
001680             '     DIFFERENCE'.
001690     05  FILLER                       PIC X(30)   VALUE 'REASON'.
001700     05  FILLER                       PIC X(28)   VALUE SPACE.
001710*
001720 01  EXCEPTION-LINE.
001730*
001740     05  FILLER                       PIC X(01)   VALUE SPACE.
001750     05  EL-DEPOSIT-ID                PIC 9(06).
001760     05  FILLER                       PIC X(02)   VALUE SPACE.
001770     05  EL-DEPOSIT-TYPE              PIC X(01).
001780     05  FILLER                       PIC X(03)   VALUE SPACE.
001790     05  EL-DEPOSIT-DATE              PIC 9(08).
001800     05  FILLER                       PIC X(02)   VALUE SPACE.
001810     05  EL-OUR-AMOUNT                PIC -ZZZ,ZZZ,ZZ9.99.
001820     05  FILLER                       PIC X(02)   VALUE SPACE.
001830     05  EL-BANK-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
001840     05  FILLER                       PIC X(02)   VALUE SPACE.
001850     05  EL-DIFFERENCE                PIC -ZZZ,ZZZ,ZZ9.99.
001860     05  FILLER                       PIC X(02)   VALUE SPACE.
001870     05  EL-REASON                    PIC X(30).
001880     05  FILLER                       PIC X(28)   VALUE SPACE.
001890*
001900 01  SUMMARY-LINE-1.
001910*
001920     05  FILLER                       PIC X(01)   VALUE SPACE.
001930     05  FILLER                       PIC X(25)   VALUE
001940             'BANK CREDITS READ.......:'.
001950     05  SL1-CREDITS-READ             PIC ZZZZZZ9.
001960     05  FILLER                       PIC X(99)   VALUE SPACE.
001970*
001980 01  SUMMARY-LINE-2.
001990*
002000     05  FILLER                       PIC X(01)   VALUE SPACE.
002010     05  FILLER                       PIC X(25)   VALUE
002020             'CREDITS MATCHED.........:'.
002030     05  SL2-CREDITS-MATCHED          PIC ZZZZZZ9.
002040     05  FILLER                       PIC X(99)   VALUE SPACE.
002050*
002060 01  SUMMARY-LINE-3.
002070*
002080     05  FILLER                       PIC X(01)   VALUE SPACE.
002090     05  FILLER                       PIC X(25)   VALUE
002100             'AMOUNT DIFFERENCES......:'.
002110     05  SL3-DIFFERENCE-COUNT         PIC ZZZZ9.
002120     05  FILLER                       PIC X(101)  VALUE SPACE.
002130*
002140 01  SUMMARY-LINE-4.
002150*
002160     05  FILLER                       PIC X(01)   VALUE SPACE.
002170     05  FILLER                       PIC X(25)   VALUE
002180             'CREDITS NOT MATCHED.....:'.
002190     05  SL4-UNMATCHED-COUNT          PIC ZZZZ9.
002200     05  FILLER                       PIC X(101)  VALUE SPACE.
002210*
002220 01  SUMMARY-LINE-5.
002230*
002240     05  FILLER                       PIC X(01)   VALUE SPACE.
002250     05  FILLER                       PIC X(25)   VALUE
002260             'DEPOSITS NOT CREDITED...:'.
002270     05  SL5-NOT-CREDITED-COUNT       PIC ZZZZ9.
002280     05  FILLER                       PIC X(101)  VALUE SPACE.
002290*
002300 PROCEDURE DIVISION.
002310*
002320 0000-MAINLINE.
002330*
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     PERFORM 2000-MATCH-CREDITS THRU 2000-EXIT.
002360     PERFORM 2500-LIST-NOT-CREDITED THRU 2500-EXIT.
002370     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002380*
002390     STOP RUN.
002400*
002410 1000-INITIALIZE.
002420*
002430     ACCEPT WS-START-TIME-RAW FROM TIME.
002431     MOVE 'DEPREC  ' TO PC-PROGRAM.
002432     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002433     IF PC-REFUSED
002434         MOVE PC-RETURN-CODE TO RETURN-CODE
002435         STOP RUN
002436     END-IF.
002437*
002440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002450*
002460     OPEN INPUT  BANK-CREDIT-FILE.
002470     OPEN I-O    DEPOSIT-FILE.
002480     OPEN OUTPUT RECON-REPORT.
002490*
002500     IF WS-BANK-STATUS = '00'
002510         MOVE 'Y' TO WS-BANK-OPEN-SW
002520     ELSE
002530         DISPLAY 'DEPREC0001E BNKDEP FILE OPEN FAILED, STATUS='
002540             WS-BANK-STATUS
002550         MOVE 'Y' TO WS-ABORT-SW
002560     END-IF.
002570*
002580     IF WS-DEPOSIT-STATUS = '00'
002590         MOVE 'Y' TO WS-DEPOSIT-OPEN-SW
002600     ELSE
002610         DISPLAY 'DEPREC0002E DEPOSIT FILE OPEN FAILED, STATUS='
002620             WS-DEPOSIT-STATUS
002630         MOVE 'Y' TO WS-ABORT-SW
002640     END-IF.
002650*
002660     IF WS-REPORT-STATUS = '00'
002670         MOVE 'Y' TO WS-REPORT-OPEN-SW
002680     ELSE
002690         DISPLAY 'DEPREC0003E RPTOUT FILE OPEN FAILED, STATUS='
002700             WS-REPORT-STATUS
002710         MOVE 'Y' TO WS-ABORT-SW
002720     END-IF.
002730*
002740     IF NOT WS-ABORT
002750         MOVE WS-RUN-DATE-N TO HL1-RUN-DATE
002760         WRITE REPORT-LINE FROM HEADING-LINE-1
002770         MOVE SPACE TO REPORT-LINE
002780         WRITE REPORT-LINE
002790         WRITE REPORT-LINE FROM HEADING-LINE-2
002800     END-IF.
002810*
002820 1000-EXIT.
002830     EXIT.
002840*
002850 2000-MATCH-CREDITS.
002860*
002870     IF NOT WS-ABORT
002880         PERFORM 2100-PROCESS-ONE-CREDIT THRU 2100-EXIT
002890             UNTIL WS-BANK-EOF
002900     END-IF.
002910*
002920 2000-EXIT.
002930     EXIT.
002940*
002950 2100-PROCESS-ONE-CREDIT.
002960*
002970     READ BANK-CREDIT-FILE
002980         AT END
002990             MOVE 'Y' TO WS-BANK-EOF-SW
003000     END-READ.
003010*
003020     IF WS-BANK-EOF
003030         GO TO 2100-EXIT
003040     END-IF.
003050*
003060     ADD 1 TO WS-CREDITS-READ.
003070*
003080     IF  BDI-CREDIT-DATE   NOT NUMERIC
003090      OR BDI-CREDIT-AMOUNT NOT NUMERIC
003100      OR (NOT BDI-DEPOSIT-CREDIT AND NOT BDI-LOCKBOX-CREDIT)
003110         MOVE 'BANK RECORD NOT VALID' TO WS-EXCEPTION-REASON
003120         PERFORM 2900-LIST-UNMATCHED-CREDIT THRU 2900-EXIT
003130         GO TO 2100-EXIT
003140     END-IF.
003150     IF BDI-ITEM-COUNT NOT NUMERIC
003160         MOVE ZERO TO BDI-ITEM-COUNT
003170     END-IF.
003180*
003190     IF BDI-CREDIT-DATE > WS-LATEST-CREDIT-DATE
003200         MOVE BDI-CREDIT-DATE TO WS-LATEST-CREDIT-DATE
003210     END-IF.
003220*
003230     IF BDI-DEPOSIT-CREDIT
003240         PERFORM 2200-FIND-COUNTER-DEPOSIT THRU 2200-EXIT
003250     ELSE
003260         PERFORM 2300-FIND-LOCKBOX-BATCH THRU 2300-EXIT
003270     END-IF.
003280*
003290     IF WS-DEPOSIT-FOUND
003300         PERFORM 2400-APPLY-CREDIT THRU 2400-EXIT
003310     ELSE
003320         MOVE 'NO DEPOSIT ON FILE' TO WS-EXCEPTION-REASON
003330         PERFORM 2900-LIST-UNMATCHED-CREDIT THRU 2900-EXIT
003340     END-IF.
003350*
003360 2100-EXIT.
003370     EXIT.
003380*
003390 2200-FIND-COUNTER-DEPOSIT.
003400*
003410     MOVE 'N' TO WS-DEPOSIT-FOUND-SW.
003420     IF BDI-DEPOSIT-ID NOT NUMERIC
003430         GO TO 2200-EXIT
003440     END-IF.
003450*
003460     MOVE BDI-DEPOSIT-ID TO DEP-DEPOSIT-ID.
003470     READ DEPOSIT-FILE
003480         INVALID KEY
003490             GO TO 2200-EXIT
003500     END-READ.
003510*
003520     IF DEP-COUNTER-DEPOSIT
003530         MOVE 'Y' TO WS-DEPOSIT-FOUND-SW
003540     END-IF.
003550*
003560 2200-EXIT.
003570     EXIT.
003580*
003590******************************************************************
003600*   2300-FIND-LOCKBOX-BATCH -- BROWSES THE DEPOSIT-DATE PATH FOR *
003610*   THE CREDIT'S DATE, THEN RE-READS THE CHOSEN BATCH BY ITS ID  *
003620*   SO IT CAN BE REWRITTEN.                                      *
003630******************************************************************
003640 2300-FIND-LOCKBOX-BATCH.
003650*
003660     MOVE 'N'  TO WS-DEPOSIT-FOUND-SW.
003670     MOVE ZERO TO WS-OPEN-DEPOSIT-ID
003680                  WS-FIRST-DEPOSIT-ID.
003690*
003700     MOVE BDI-CREDIT-DATE TO DEP-DEPOSIT-DATE.
003710     START DEPOSIT-FILE KEY = DEP-DEPOSIT-DATE
003720         INVALID KEY
003730             MOVE 'N' TO WS-MORE-SAME-DATE-SW
003740         NOT INVALID KEY
003750             MOVE 'Y' TO WS-MORE-SAME-DATE-SW
003760     END-START.
003770*
003780     PERFORM 2310-NEXT-SAME-DATE THRU 2310-EXIT
003790         UNTIL NOT WS-MORE-SAME-DATE.
003800*
003810     IF WS-OPEN-DEPOSIT-ID NOT = ZERO
003820         MOVE WS-OPEN-DEPOSIT-ID  TO DEP-DEPOSIT-ID
003830     ELSE
003840         IF WS-FIRST-DEPOSIT-ID NOT = ZERO
003850             MOVE WS-FIRST-DEPOSIT-ID TO DEP-DEPOSIT-ID
003860         ELSE
003870             GO TO 2300-EXIT
003880         END-IF
003890     END-IF.
003900*
003910     READ DEPOSIT-FILE
003920         INVALID KEY
003930             GO TO 2300-EXIT
003940     END-READ.
003950     MOVE 'Y' TO WS-DEPOSIT-FOUND-SW.
003960*
003970 2300-EXIT.
003980     EXIT.
003990*
004000 2310-NEXT-SAME-DATE.
004010*
004020     READ DEPOSIT-FILE NEXT RECORD
004030         AT END
004040             MOVE 'N' TO WS-MORE-SAME-DATE-SW
004050             GO TO 2310-EXIT
004060     END-READ.
004070*
004080     IF DEP-DEPOSIT-DATE NOT = BDI-CREDIT-DATE
004090         MOVE 'N' TO WS-MORE-SAME-DATE-SW
004100         GO TO 2310-EXIT
004110     END-IF.
004120*
004130     IF NOT DEP-LOCKBOX-BATCH
004140         GO TO 2310-EXIT
004150     END-IF.
004160     IF WS-FIRST-DEPOSIT-ID = ZERO
004170         MOVE DEP-DEPOSIT-ID TO WS-FIRST-DEPOSIT-ID
004180     END-IF.
004190     IF DEP-NOT-CREDITED
004200         MOVE DEP-DEPOSIT-ID TO WS-OPEN-DEPOSIT-ID
004210         MOVE 'N' TO WS-MORE-SAME-DATE-SW
004220     END-IF.
004230*
004240 2310-EXIT.
004250     EXIT.
004260*
004270 2400-APPLY-CREDIT.
004280*
004290     ADD 1 TO WS-CREDITS-MATCHED.
004300     ADD BDI-CREDIT-AMOUNT TO DEP-BANK-AMOUNT.
004310     MOVE WS-RUN-DATE-N TO DEP-RECON-DATE.
004320*
004330     MOVE SPACE TO WS-EXCEPTION-REASON.
004340     IF DEP-BANK-AMOUNT NOT = DEP-DEPOSIT-AMOUNT
004350         MOVE 'AMOUNT DIFFERS' TO WS-EXCEPTION-REASON
004360     ELSE
004370         IF  BDI-ITEM-COUNT NOT = ZERO
004380         AND BDI-ITEM-COUNT NOT = DEP-ITEM-COUNT
004390             MOVE 'ITEM COUNT DIFFERS' TO WS-EXCEPTION-REASON
004400         END-IF
004410     END-IF.
004420*
004430     IF WS-EXCEPTION-REASON = SPACE
004440         MOVE 'R' TO DEP-RECON-STATUS
004450     ELSE
004460         MOVE 'D' TO DEP-RECON-STATUS
004470     END-IF.
004480*
004490     REWRITE DEPOSIT-RECORD
004500         INVALID KEY
004510             DISPLAY 'DEPREC0004E DEPOSIT REWRITE FAILED, KEY='
004520                 DEP-DEPOSIT-ID ' STATUS=' WS-DEPOSIT-STATUS
004530             MOVE 'Y' TO WS-ABORT-SW
004540             MOVE 'Y' TO WS-BANK-EOF-SW
004550             GO TO 2400-EXIT
004560     END-REWRITE.
004570*
004580     IF DEP-DIFFERENCE
004590         ADD 1 TO WS-DIFFERENCE-COUNT
004600         PERFORM 2950-LIST-DEPOSIT THRU 2950-EXIT
004610     END-IF.
004620*
004630 2400-EXIT.
004640     EXIT.
004650*
004660******************************************************************
004670*   2500-LIST-NOT-CREDITED -- A PASS OF THE WHOLE DEPOSIT FILE   *
004680*   FOR DEPOSITS THE BANK HAS NOT CREDITED THAT ARE OLDER THAN   *
004690*   THE LATEST CREDIT ON THE STATEMENT.                          *
004700******************************************************************
004710 2500-LIST-NOT-CREDITED.
004720*
004730     IF WS-ABORT OR WS-LATEST-CREDIT-DATE = ZERO
004740         GO TO 2500-EXIT
004750     END-IF.
004760*
004770     MOVE ZERO TO DEP-DEPOSIT-ID.
004780     START DEPOSIT-FILE KEY NOT < DEP-DEPOSIT-ID
004790         INVALID KEY
004800             MOVE 'Y' TO WS-DEPOSIT-EOF-SW
004810     END-START.
004820*
004830     PERFORM 2510-CHECK-ONE-DEPOSIT THRU 2510-EXIT
004840         UNTIL WS-DEPOSIT-EOF.
004850*
004860 2500-EXIT.
004870     EXIT.
004880*
004890 2510-CHECK-ONE-DEPOSIT.
004900*
004910     READ DEPOSIT-FILE NEXT RECORD
004920         AT END
004930             MOVE 'Y' TO WS-DEPOSIT-EOF-SW
004940             GO TO 2510-EXIT
004950     END-READ.
004960*
004970     IF  DEP-NOT-CREDITED
004980     AND DEP-DEPOSIT-DATE < WS-LATEST-CREDIT-DATE
004990         ADD 1 TO WS-NOT-CREDITED-COUNT
005000         MOVE 'NOT CREDITED BY BANK' TO WS-EXCEPTION-REASON
005010         PERFORM 2950-LIST-DEPOSIT THRU 2950-EXIT
005020     END-IF.
005030*
005040 2510-EXIT.
005050     EXIT.
005060*
005070 2900-LIST-UNMATCHED-CREDIT.
005080*
005090     ADD 1 TO WS-UNMATCHED-COUNT.
005100     MOVE BDI-DEPOSIT-ID      TO EL-DEPOSIT-ID.
005110     MOVE BDI-RECORD-TYPE     TO EL-DEPOSIT-TYPE.
005120     MOVE BDI-CREDIT-DATE     TO EL-DEPOSIT-DATE.
005130     MOVE ZERO                TO EL-OUR-AMOUNT.
005140     IF BDI-CREDIT-AMOUNT NUMERIC
005150         MOVE BDI-CREDIT-AMOUNT TO EL-BANK-AMOUNT
005160                                   EL-DIFFERENCE
005170     ELSE
005180         MOVE ZERO              TO EL-BANK-AMOUNT
005190                                   EL-DIFFERENCE
005200     END-IF.
005210     MOVE WS-EXCEPTION-REASON TO EL-REASON.
005220     WRITE REPORT-LINE FROM EXCEPTION-LINE.
005230*
005240 2900-EXIT.
005250     EXIT.
005260*
005270 2950-LIST-DEPOSIT.
005280*
005290     MOVE DEP-DEPOSIT-ID      TO EL-DEPOSIT-ID.
005300     MOVE DEP-DEPOSIT-TYPE    TO EL-DEPOSIT-TYPE.
005310     MOVE DEP-DEPOSIT-DATE    TO EL-DEPOSIT-DATE.
005320     MOVE DEP-DEPOSIT-AMOUNT  TO EL-OUR-AMOUNT.
005330     MOVE DEP-BANK-AMOUNT     TO EL-BANK-AMOUNT.
005340     COMPUTE EL-DIFFERENCE = DEP-BANK-AMOUNT - DEP-DEPOSIT-AMOUNT.
005350     MOVE WS-EXCEPTION-REASON TO EL-REASON.
005360     WRITE REPORT-LINE FROM EXCEPTION-LINE.
005370*
005380 2950-EXIT.
005390     EXIT.
005400*
005410 3000-TERMINATE.
005420*
005430     IF NOT WS-ABORT
005440         MOVE SPACE TO REPORT-LINE
005450         WRITE REPORT-LINE
005460         MOVE WS-CREDITS-READ       TO SL1-CREDITS-READ
005470         WRITE REPORT-LINE FROM SUMMARY-LINE-1
005480         MOVE WS-CREDITS-MATCHED    TO SL2-CREDITS-MATCHED
005490         WRITE REPORT-LINE FROM SUMMARY-LINE-2
005500         MOVE WS-DIFFERENCE-COUNT   TO SL3-DIFFERENCE-COUNT
005510         WRITE REPORT-LINE FROM SUMMARY-LINE-3
005520         MOVE WS-UNMATCHED-COUNT    TO SL4-UNMATCHED-COUNT
005530         WRITE REPORT-LINE FROM SUMMARY-LINE-4
005540         MOVE WS-NOT-CREDITED-COUNT TO SL5-NOT-CREDITED-COUNT
005550         WRITE REPORT-LINE FROM SUMMARY-LINE-5
005560         IF WS-DIFFERENCE-COUNT   > ZERO
005570         OR WS-UNMATCHED-COUNT    > ZERO
005580         OR WS-NOT-CREDITED-COUNT > ZERO
005590             MOVE 4 TO RETURN-CODE
005600         END-IF
005610     ELSE
005620         MOVE 8 TO RETURN-CODE
005630     END-IF.
005640*
005650     MOVE 'DEPREC  ' TO RL-PROGRAM.
005660     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
005670     MOVE 'DEPREC  ' TO RL-STEP-NAME.
005680     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
005690     MOVE WS-CREDITS-READ    TO RL-RECORDS-READ.
005700     MOVE WS-CREDITS-MATCHED TO RL-RECORDS-WRITTEN.
005710     MOVE WS-UNMATCHED-COUNT TO RL-RECORDS-REJECTED.
005720     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
005730     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
005740*
005750     IF WS-BANK-OPEN
005760         CLOSE BANK-CREDIT-FILE
005770     END-IF.
005780     IF WS-DEPOSIT-OPEN
005790         CLOSE DEPOSIT-FILE
005800     END-IF.
005810     IF WS-REPORT-OPEN
005820         CLOSE RECON-REPORT
005830     END-IF.
005840*
005850 3000-EXIT.
005860     EXIT.
