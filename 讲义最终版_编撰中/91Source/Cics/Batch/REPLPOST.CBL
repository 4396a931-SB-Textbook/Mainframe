000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    REPLPOST.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   REPLPOST -- POST CONFIRMED STORE REPLENISHMENT TRANSFERS.    *
000110*   THE WAREHOUSE PULLS THE LINES ON THE REPLPLN PULL SHEET,     *
000120*   WALKS THE GOODS TO THE STORE, AND RETURNS ONE CONFIRMATION   *
000130*   CARD (REPLCONF) PER LINE MOVED:                              *
000140*     1-6    PRODUCT CODE                                        *
000150*     8-12   QUANTITY ACTUALLY PULLED (ZERO-FILLED; BLANK TAKES  *
000160*            THE PROPOSED QUANTITY)                              *
000170*     14-16  OPERATOR ID OF THE PICKER (BLANK POSTS AS 'RPL')    *
000180*   EACH CARD IS MATCHED TO THE PRODUCT'S RECORD ON REPLPROP     *
000190*   AND POSTED THE WAY XFRENT1 POSTS A TRANSFER: THE QUANTITY    *
000200*   COMES OUT OF THE WAREHOUSE ('W') LOCSTK RECORD -- WHICH      *
000210*   MUST STILL HOLD IT -- AND GOES INTO THE STORE ('S') RECORD,  *
000220*   ADDED IF THE STORE HAS NONE; A LOCMOVE RECORD NUMBERED FROM  *
000230*   THE 'T' SERIES ON INVCTL LOGS THE MOVE; AND STKLED GETS A    *
000240*   TRANSFER-OUT AND A TRANSFER-IN RECORD.  THE PRODUCT TOTAL    *
000250*   DOES NOT MOVE.  THE LOCMOVE AFTER-IMAGE GOES TO JRNOUT IN    *
000260*   THE AFTJRNL LAYOUT, STAMPED WITH TERMINAL BTCH, AS CRLUPD    *
000270*   DOES, SO AJRNRPL READS IT WITH THE DAY'S JOURNAL.            *
000280*   PRODUCTS WITH NO CARD ARE NOT MOVED.  EVERY CARD IS LISTED   *
000290*   AS POSTED OR REJECTED WITH THE REASON, AND THE JOB ENDS      *
000300*   WITH RETURN CODE 4 IF ANY CARD WAS REJECTED, AS ROPUPD       *
000310*   DOES.  THE RUN IS LOGGED THROUGH RUNLOGW.                    *
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
000480     SELECT  CONFIRM-CARDS  ASSIGN TO REPLCONF
000490             ORGANIZATION IS LINE SEQUENTIAL
000500             FILE STATUS IS WS-CARDS-STATUS.
000510*
000520     SELECT  PROPOSAL-FILE  ASSIGN TO REPLPROP
000530             ORGANIZATION IS LINE SEQUENTIAL
000540             FILE STATUS IS WS-PROPOSAL-STATUS.
000550*
000560     SELECT  PRODUCT-FILE   ASSIGN TO PRODUCT
000570             ORGANIZATION IS INDEXED
000580             ACCESS MODE IS RANDOM
000590             RECORD KEY IS PRM-PRODUCT-CODE
000600             FILE STATUS IS WS-PRODUCT-STATUS.
000610*
000620     SELECT  LOCSTK-FILE    ASSIGN TO LOCSTK
000630             ORGANIZATION IS INDEXED
000640             ACCESS MODE IS RANDOM
000650             RECORD KEY IS LS-STOCK-KEY
000660             FILE STATUS IS WS-LOCSTK-STATUS.
000670*
000680     SELECT  LOCMOVE-FILE   ASSIGN TO LOCMOVE
000690             ORGANIZATION IS INDEXED
000700             ACCESS MODE IS RANDOM
000710             RECORD KEY IS LM-MOVEMENT-NUMBER
000720             FILE STATUS IS WS-LOCMOVE-STATUS.
000730*
000740     SELECT  INVCTL-FILE    ASSIGN TO INVCTL
000750             ORGANIZATION IS INDEXED
000760             ACCESS MODE IS RANDOM
000770             RECORD KEY IS ICR-CONTROL-KEY
000780             FILE STATUS IS WS-INVCTL-STATUS.
000790*
000800     SELECT  STKLED-FILE    ASSIGN TO STKLED
000810             ORGANIZATION IS INDEXED
000820             ACCESS MODE IS RANDOM
000830             RECORD KEY IS SL-LEDGER-KEY
000840             FILE STATUS IS WS-STKLED-STATUS.
000850*
000860     SELECT  JOURNAL-FILE   ASSIGN TO JRNOUT
000870             ORGANIZATION IS SEQUENTIAL
000880             FILE STATUS IS WS-JOURNAL-STATUS.
000890*
000900     SELECT  POSTING-REPORT ASSIGN TO RPTOUT
000910             ORGANIZATION IS LINE SEQUENTIAL
000920             FILE STATUS IS WS-REPORT-STATUS.
000930*
000940 DATA DIVISION.
000950*
000960 FILE SECTION.
000970*
000980 FD  CONFIRM-CARDS
000990     LABEL RECORDS ARE STANDARD.
001000*
001010 01  CONFIRM-CARD.
001020     05  CC-PRODUCT-CODE              PIC X(06).
001030     05  FILLER                       PIC X(01).
001040     05  CC-QUANTITY                  PIC X(05).
001050     05  CC-QUANTITY-N REDEFINES CC-QUANTITY
001060                                      PIC 9(05).
001070     05  FILLER                       PIC X(01).
001080     05  CC-OPERATOR-ID               PIC X(03).
001090     05  FILLER                       PIC X(64).
001100*
001110 FD  PROPOSAL-FILE
001120     LABEL RECORDS ARE STANDARD.
001130*
001140     COPY REPLPROP.
001150*
001160 FD  PRODUCT-FILE
001170     LABEL RECORDS ARE STANDARD.
001180*
001190     COPY PRODUCT.
001200*
001210 FD  LOCSTK-FILE
001220     LABEL RECORDS ARE STANDARD.
001230*
001240     COPY LOCSTK.
001250*
001260 FD  LOCMOVE-FILE
001270     LABEL RECORDS ARE STANDARD.
001280*
001290     COPY LOCMOVE.
001300*
001310 FD  INVCTL-FILE
001320     LABEL RECORDS ARE STANDARD.
001330*
001340     COPY INVCTL.
001350*
001360 FD  STKLED-FILE
001370     LABEL RECORDS ARE STANDARD.
001380*
001390     COPY STKLED.
001400*
001410 FD  JOURNAL-FILE
001420     LABEL RECORDS ARE STANDARD.
001430*
001440     COPY AFTJRNL.
001450*
001460 FD  POSTING-REPORT
001470     LABEL RECORDS ARE OMITTED.
001480*
001490 01  REPORT-LINE                      PIC X(132).
001500*
001510 WORKING-STORAGE SECTION.
001520*
001530     COPY RUNLOG.
001531*
001532     COPY PREDPARM.
001540*
001550 01  RUN-TIMING-FIELDS.
001560     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001570*
001580 01  SWITCHES.
001590*
001600     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001610         88  WS-ABORT                             VALUE 'Y'.
001620     05  WS-CARDS-OPEN-SW             PIC X(01)   VALUE 'N'.
001630         88  WS-CARDS-OPEN                        VALUE 'Y'.
001640     05  WS-PROPOSAL-OPEN-SW          PIC X(01)   VALUE 'N'.
001650         88  WS-PROPOSAL-OPEN                     VALUE 'Y'.
001660     05  WS-PRODUCT-OPEN-SW           PIC X(01)   VALUE 'N'.
001670         88  WS-PRODUCT-OPEN                      VALUE 'Y'.
001680     05  WS-LOCSTK-OPEN-SW            PIC X(01)   VALUE 'N'.
001690         88  WS-LOCSTK-OPEN                       VALUE 'Y'.
001700     05  WS-LOCMOVE-OPEN-SW           PIC X(01)   VALUE 'N'.
001710         88  WS-LOCMOVE-OPEN                      VALUE 'Y'.
001720     05  WS-INVCTL-OPEN-SW            PIC X(01)   VALUE 'N'.
001730         88  WS-INVCTL-OPEN                       VALUE 'Y'.
001740     05  WS-STKLED-OPEN-SW            PIC X(01)   VALUE 'N'.
001750         88  WS-STKLED-OPEN                       VALUE 'Y'.
001760     05  WS-JOURNAL-OPEN-SW           PIC X(01)   VALUE 'N'.
001770         88  WS-JOURNAL-OPEN                      VALUE 'Y'.
001780     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001790         88  WS-REPORT-OPEN                       VALUE 'Y'.
001800     05  WS-CARDS-EOF-SW              PIC X(01)   VALUE 'N'.
001810         88  WS-CARDS-EOF                         VALUE 'Y'.
001820     05  WS-PROPOSAL-EOF-SW           PIC X(01)   VALUE 'N'.
001830         88  WS-PROPOSAL-EOF                      VALUE 'Y'.
001840     05  WS-CARD-VALID-SW             PIC X(01)   VALUE 'Y'.
001850         88  WS-CARD-VALID                        VALUE 'Y'.
001860     05  WS-LEDGER-WRITTEN-SW         PIC X(01)   VALUE 'N'.
001870         88  WS-LEDGER-WRITTEN                    VALUE 'Y'.
001880*
001890 01  FILE-STATUS-FIELDS.
001900*
001910     05  WS-CARDS-STATUS              PIC X(02)   VALUE '00'.
001920     05  WS-PROPOSAL-STATUS           PIC X(02)   VALUE '00'.
001930     05  WS-PRODUCT-STATUS            PIC X(02)   VALUE '00'.
001940     05  WS-LOCSTK-STATUS             PIC X(02)   VALUE '00'.
001950     05  WS-LOCMOVE-STATUS            PIC X(02)   VALUE '00'.
001960     05  WS-INVCTL-STATUS             PIC X(02)   VALUE '00'.
001970     05  WS-STKLED-STATUS             PIC X(02)   VALUE '00'.
001980     05  WS-JOURNAL-STATUS            PIC X(02)   VALUE '00'.
001990     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
002000*
002010 01  WORK-FIELDS.
002020*
002030     05  WS-RUN-DATE            PIC 9(08)         VALUE ZERO.
002040     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002050         10  WS-RUN-YYYY        PIC 9(04).
002060         10  WS-RUN-MM          PIC 9(02).
002070         10  WS-RUN-DD          PIC 9(02).
002080     05  WS-STAMP-TIME-RAW      PIC 9(08)         VALUE ZERO.
002090     05  WS-CARDS-READ          PIC S9(05) COMP-3 VALUE ZERO.
002100     05  WS-CARDS-POSTED        PIC S9(05) COMP-3 VALUE ZERO.
002110     05  WS-CARDS-REJECTED      PIC S9(05) COMP-3 VALUE ZERO.
002120     05  WS-UNITS-MOVED         PIC S9(07) COMP-3 VALUE ZERO.
002130     05  WS-PROPOSAL-SUB        PIC S9(05) COMP-3 VALUE ZERO.
002140     05  WS-MOVE-QUANTITY       PIC 9(05)         VALUE ZERO.
002150     05  WS-OPERATOR-ID         PIC X(03)         VALUE SPACE.
002160     05  WS-FROM-BALANCE        PIC 9(05)         VALUE ZERO.
002170     05  WS-TO-BALANCE          PIC 9(05)         VALUE ZERO.
002180     05  WS-REJECT-REASON       PIC X(30)         VALUE SPACE.
002190     05  WS-LEDGER-TIME.
002200         10  WS-LEDGER-HHMMSS   PIC 9(06).
002210         10  FILLER             PIC 9(02).
002220*
002230 01  WS-MDY-DATE.
002240     05  WS-MDY-MM                    PIC 9(02).
002250     05  WS-MDY-DD                    PIC 9(02).
002260     05  WS-MDY-YYYY                  PIC 9(04).
002270*
002280 01  WS-MDY-DATE-N REDEFINES WS-MDY-DATE
002290                                      PIC 9(08).
002300*
002310******************************************************************
002320*   PROPOSAL TABLE -- REPLPROP IS WRITTEN IN PRODUCT ORDER, SO   *
002330*   THE TABLE LOADS IN KEY ORDER FOR SEARCH ALL.  THE POSTED     *
002340*   SWITCH CATCHES A SECOND CARD FOR THE SAME PRODUCT.           *
002350******************************************************************
002360 01  PROPOSAL-TABLE-CONTROL.
002370     05  PP-MAX-ENTRIES         PIC S9(05) COMP-3 VALUE +2000.
002380     05  PP-ENTRY-COUNT         PIC S9(05) COMP   VALUE ZERO.
002390*
002400 01  PROPOSAL-TABLE.
002410     05  PP-ENTRY OCCURS 1 TO 2000 TIMES
002420             DEPENDING ON PP-ENTRY-COUNT
002430             ASCENDING KEY IS PP-PRODUCT-CODE
002440             INDEXED BY PP-IDX.
002450         10  PP-PRODUCT-CODE    PIC X(06).
002460         10  PP-PULL-QUANTITY   PIC 9(05).
002470         10  PP-POSTED-SW       PIC X(01).
002480             88  PP-POSTED                     VALUE 'Y'.
002490*
002500 01  HEADING-LINE-1.
002510*
002520     05  FILLER                       PIC X(01)   VALUE SPACE.
002530     05  FILLER                       PIC X(50)   VALUE
002540             'STORE REPLENISHMENT TRANSFER POSTING REGISTER'.
002550     05  FILLER                       PIC X(81)   VALUE SPACE.
002560*
002570 01  HEADING-LINE-2.
002580*
002590     05  FILLER                       PIC X(01)   VALUE SPACE.
002600     05  FILLER                       PIC X(49)   VALUE
002610             'PRODUCT PROPOSED   PULLED MOVEMENT   DISPOSITION'.
002620     05  FILLER                       PIC X(07)   VALUE
002630             ' REASON'.
002640     05  FILLER                       PIC X(76)   VALUE SPACE.
002650*
002660 01  DETAIL-LINE.
002670*
002680     05  FILLER                       PIC X(01)   VALUE SPACE.
002690     05  DL-PRODUCT-CODE              PIC X(06).
002700     05  FILLER                       PIC X(04)   VALUE SPACE.
002710     05  DL-PROPOSED-QTY              PIC ZZ,ZZ9.
002720     05  FILLER                       PIC X(03)   VALUE SPACE.
002730     05  DL-PULLED-QTY                PIC ZZ,ZZ9.
002740     05  FILLER                       PIC X(03)   VALUE SPACE.
002750     05  DL-MOVEMENT-NUMBER           PIC ZZZZZ9.
002760     05  FILLER                       PIC X(03)   VALUE SPACE.
002770     05  DL-DISPOSITION               PIC X(10).
002780     05  FILLER                       PIC X(02)   VALUE SPACE.
002790     05  DL-REASON                    PIC X(30).
002800     05  FILLER                       PIC X(52)   VALUE SPACE.
002810*
002820 01  SUMMARY-LINE-1.
002830*
002840     05  FILLER                       PIC X(01)   VALUE SPACE.
002850     05  FILLER                       PIC X(25)   VALUE
002860             'CARDS READ..............:'.
002870     05  SL1-CARDS-READ               PIC ZZZZ9.
002880     05  FILLER                       PIC X(101)  VALUE SPACE.
002890*
002900 01  SUMMARY-LINE-2.
002910*
002920     05  FILLER                       PIC X(01)   VALUE SPACE.
002930     05  FILLER                       PIC X(25)   VALUE
002940             'CARDS POSTED............:'.
002950     05  SL2-CARDS-POSTED             PIC ZZZZ9.
002960     05  FILLER                       PIC X(101)  VALUE SPACE.
002970*
002980 01  SUMMARY-LINE-3.
002990*
003000     05  FILLER                       PIC X(01)   VALUE SPACE.
003010     05  FILLER                       PIC X(25)   VALUE
003020             'CARDS REJECTED..........:'.
003030     05  SL3-CARDS-REJECTED           PIC ZZZZ9.
003040     05  FILLER                       PIC X(101)  VALUE SPACE.
003050*
003060 01  SUMMARY-LINE-4.
003070*
003080     05  FILLER                       PIC X(01)   VALUE SPACE.
003090     05  FILLER                       PIC X(25)   VALUE
003100             'UNITS MOVED TO STORE....:'.
003110     05  SL4-UNITS-MOVED              PIC Z,ZZZ,ZZ9.
003120     05  FILLER                       PIC X(97)   VALUE SPACE.
003130*
003140 PROCEDURE DIVISION.
003150*
003160 0000-MAINLINE.
003170*
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003190     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
003200     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003210*
003220     STOP RUN.
003230*
003240 1000-INITIALIZE.
003250*
003260     ACCEPT WS-START-TIME-RAW FROM TIME.
003261     MOVE 'REPLPOST' TO PC-PROGRAM.
003262     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
003263     IF PC-REFUSED
003264         MOVE PC-RETURN-CODE TO RETURN-CODE
003265         STOP RUN
003266     END-IF.
003267*
003270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003280     MOVE WS-RUN-MM   TO WS-MDY-MM.
003290     MOVE WS-RUN-DD   TO WS-MDY-DD.
003300     MOVE WS-RUN-YYYY TO WS-MDY-YYYY.
003310*
003320     OPEN INPUT  CONFIRM-CARDS.
003330     OPEN INPUT  PROPOSAL-FILE.
003340     OPEN INPUT  PRODUCT-FILE.
003350     OPEN I-O    LOCSTK-FILE.
003360     OPEN I-O    LOCMOVE-FILE.
003370     OPEN I-O    INVCTL-FILE.
003380     OPEN I-O    STKLED-FILE.
003390     OPEN OUTPUT JOURNAL-FILE.
003400     OPEN OUTPUT POSTING-REPORT.
003410*
003420     IF WS-CARDS-STATUS = '00'
003430         MOVE 'Y' TO WS-CARDS-OPEN-SW
003440     ELSE
003450         DISPLAY 'REPLPOST0001E REPLCONF FILE OPEN FAILED, '
003460             'STATUS='
003470             WS-CARDS-STATUS
003480         MOVE 'Y' TO WS-ABORT-SW
003490     END-IF.
003500*
003510     IF WS-PROPOSAL-STATUS = '00'
003520         MOVE 'Y' TO WS-PROPOSAL-OPEN-SW
003530     ELSE
003540         DISPLAY 'REPLPOST0002E REPLPROP FILE OPEN FAILED, '
003550             'STATUS='
003560             WS-PROPOSAL-STATUS
003570         MOVE 'Y' TO WS-ABORT-SW
003580     END-IF.
003590*
003600     IF WS-PRODUCT-STATUS = '00'
003610         MOVE 'Y' TO WS-PRODUCT-OPEN-SW
003620     ELSE
003630         DISPLAY 'REPLPOST0003E PRODUCT FILE OPEN FAILED, STATUS='
003640             WS-PRODUCT-STATUS
003650         MOVE 'Y' TO WS-ABORT-SW
003660     END-IF.
003670*
003680     IF WS-LOCSTK-STATUS = '00'
003690         MOVE 'Y' TO WS-LOCSTK-OPEN-SW
003700     ELSE
003710         DISPLAY 'REPLPOST0004E LOCSTK FILE OPEN FAILED, STATUS='
003720             WS-LOCSTK-STATUS
003730         MOVE 'Y' TO WS-ABORT-SW
003740     END-IF.
003750*
003760     IF WS-LOCMOVE-STATUS = '00'
003770         MOVE 'Y' TO WS-LOCMOVE-OPEN-SW
003780     ELSE
003790         DISPLAY 'REPLPOST0005E LOCMOVE FILE OPEN FAILED, STATUS='
003800             WS-LOCMOVE-STATUS
003810         MOVE 'Y' TO WS-ABORT-SW
003820     END-IF.
003830*
003840     IF WS-INVCTL-STATUS = '00'
003850         MOVE 'Y' TO WS-INVCTL-OPEN-SW
003860     ELSE
003870         DISPLAY 'REPLPOST0006E INVCTL FILE OPEN FAILED, STATUS='
003880             WS-INVCTL-STATUS
003890         MOVE 'Y' TO WS-ABORT-SW
003900     END-IF.
003910*
003920     IF WS-STKLED-STATUS = '00'
003930         MOVE 'Y' TO WS-STKLED-OPEN-SW
003940     ELSE
003950         DISPLAY 'REPLPOST0007E STKLED FILE OPEN FAILED, STATUS='
003960             WS-STKLED-STATUS
003970         MOVE 'Y' TO WS-ABORT-SW
003980     END-IF.
003990*
004000     IF WS-JOURNAL-STATUS = '00'
004010         MOVE 'Y' TO WS-JOURNAL-OPEN-SW
004020     ELSE
004030         DISPLAY 'REPLPOST0008E JRNOUT FILE OPEN FAILED, STATUS='
004040             WS-JOURNAL-STATUS
004050         MOVE 'Y' TO WS-ABORT-SW
004060     END-IF.
004070*
004080     IF WS-REPORT-STATUS = '00'
004090         MOVE 'Y' TO WS-REPORT-OPEN-SW
004100     ELSE
004110         DISPLAY 'REPLPOST0009E RPTOUT FILE OPEN FAILED, STATUS='
004120             WS-REPORT-STATUS
004130         MOVE 'Y' TO WS-ABORT-SW
004140     END-IF.
004150*
004160     IF NOT WS-ABORT
004170         PERFORM 1200-LOAD-PROPOSALS THRU 1200-EXIT
004180     END-IF.
004190*
004200     IF NOT WS-ABORT
004210         WRITE REPORT-LINE FROM HEADING-LINE-1
004220         MOVE SPACE TO REPORT-LINE
004230         WRITE REPORT-LINE
004240         WRITE REPORT-LINE FROM HEADING-LINE-2
004250     END-IF.
004260*
004270 1000-EXIT.
004280     EXIT.
004290*
004300 1200-LOAD-PROPOSALS.
004310*
004320     PERFORM 1210-LOAD-ONE-PROPOSAL THRU 1210-EXIT
004330         UNTIL WS-PROPOSAL-EOF.
004340*
004350 1200-EXIT.
004360     EXIT.
004370*
004380 1210-LOAD-ONE-PROPOSAL.
004390*
004400     READ PROPOSAL-FILE
004410         AT END
004420             MOVE 'Y' TO WS-PROPOSAL-EOF-SW
004430     END-READ.
004440*
004450     IF WS-PROPOSAL-EOF
004460         GO TO 1210-EXIT
004470     END-IF.
004480*
004490     IF PP-ENTRY-COUNT NOT < PP-MAX-ENTRIES
004500         DISPLAY 'REPLPOST0010E PROPOSAL TABLE FULL AT '
004510             PP-MAX-ENTRIES ' ENTRIES'
004520         MOVE 'Y' TO WS-ABORT-SW
004530         MOVE 'Y' TO WS-PROPOSAL-EOF-SW
004540         GO TO 1210-EXIT
004550     END-IF.
004560*
004570     ADD 1 TO PP-ENTRY-COUNT.
004580     MOVE PP-ENTRY-COUNT TO WS-PROPOSAL-SUB.
004590     MOVE RQ-PRODUCT-CODE  TO PP-PRODUCT-CODE(WS-PROPOSAL-SUB).
004600     MOVE RQ-PULL-QUANTITY TO PP-PULL-QUANTITY(WS-PROPOSAL-SUB).
004610     MOVE 'N'              TO PP-POSTED-SW(WS-PROPOSAL-SUB).
004620*
004630 1210-EXIT.
004640     EXIT.
004650*
004660 2000-PROCESS-CARDS.
004670*
004680     IF NOT WS-ABORT
004690         PERFORM 2100-PROCESS-ONE-CARD THRU 2100-EXIT
004700             UNTIL WS-CARDS-EOF
004710     END-IF.
004720*
004730 2000-EXIT.
004740     EXIT.
004750*
004760 2100-PROCESS-ONE-CARD.
004770*
004780     READ CONFIRM-CARDS
004790         AT END
004800             MOVE 'Y' TO WS-CARDS-EOF-SW
004810     END-READ.
004820*
004830     IF WS-CARDS-EOF
004840         GO TO 2100-EXIT
004850     END-IF.
004860*
004870     ADD 1 TO WS-CARDS-READ.
004880     MOVE SPACE TO DETAIL-LINE.
004890     MOVE CC-PRODUCT-CODE TO DL-PRODUCT-CODE.
004900*
004910     PERFORM 2200-EDIT-CARD THRU 2200-EXIT.
004920     IF WS-CARD-VALID
004930         PERFORM 2300-POST-TRANSFER THRU 2300-EXIT
004940     END-IF.
004950*
004960     IF WS-ABORT
004970         GO TO 2100-EXIT
004980     END-IF.
004990*
005000     IF WS-CARD-VALID
005010         ADD 1 TO WS-CARDS-POSTED
005020         ADD WS-MOVE-QUANTITY TO WS-UNITS-MOVED
005030         MOVE LM-MOVEMENT-NUMBER TO DL-MOVEMENT-NUMBER
005040         MOVE 'POSTED'   TO DL-DISPOSITION
005050     ELSE
005060         ADD 1 TO WS-CARDS-REJECTED
005070         MOVE 'REJECTED' TO DL-DISPOSITION
005080         MOVE WS-REJECT-REASON TO DL-REASON
005090     END-IF.
005100     WRITE REPORT-LINE FROM DETAIL-LINE.
005110*
005120 2100-EXIT.
005130     EXIT.
005140*
005150******************************************************************
005160*   2200-EDIT-CARD -- EVERYTHING THAT CAN REJECT A CARD IS       *
005170*   CHECKED HERE, BEFORE ANY FILE IS CHANGED.  THE WAREHOUSE     *
005180*   RECORD IS CHECKED AGAINST WHAT IT HOLDS NOW, NOT WHAT IT     *
005190*   HELD WHEN THE SHEET PRINTED, AS XFRENT1 CHECKS IT.           *
005200******************************************************************
005210 2200-EDIT-CARD.
005220*
005230     MOVE 'Y'   TO WS-CARD-VALID-SW.
005240     MOVE SPACE TO WS-REJECT-REASON.
005250*
005260     IF CC-PRODUCT-CODE = SPACE
005270         MOVE 'N' TO WS-CARD-VALID-SW
005280         MOVE 'PRODUCT CODE MISSING' TO WS-REJECT-REASON
005290         GO TO 2200-EXIT
005300     END-IF.
005310*
005320     MOVE ZERO TO WS-PROPOSAL-SUB.
005330     SEARCH ALL PP-ENTRY
005340         AT END
005350             CONTINUE
005360         WHEN PP-PRODUCT-CODE(PP-IDX) = CC-PRODUCT-CODE
005370             SET WS-PROPOSAL-SUB TO PP-IDX
005380     END-SEARCH.
005390     IF WS-PROPOSAL-SUB = ZERO
005400         MOVE 'N' TO WS-CARD-VALID-SW
005410         MOVE 'NO PROPOSAL FOR PRODUCT' TO WS-REJECT-REASON
005420         GO TO 2200-EXIT
005430     END-IF.
005440*
005450     MOVE PP-PULL-QUANTITY(WS-PROPOSAL-SUB) TO DL-PROPOSED-QTY.
005460*
005470     IF PP-POSTED(WS-PROPOSAL-SUB)
005480         MOVE 'N' TO WS-CARD-VALID-SW
005490         MOVE 'PRODUCT ALREADY POSTED' TO WS-REJECT-REASON
005500         GO TO 2200-EXIT
005510     END-IF.
005520*
005530     IF CC-QUANTITY = SPACE
005540         MOVE PP-PULL-QUANTITY(WS-PROPOSAL-SUB)
005550             TO WS-MOVE-QUANTITY
005560     ELSE
005570         IF CC-QUANTITY-N NOT NUMERIC
005580             MOVE 'N' TO WS-CARD-VALID-SW
005590             MOVE 'QUANTITY NOT NUMERIC' TO WS-REJECT-REASON
005600             GO TO 2200-EXIT
005610         END-IF
005620         MOVE CC-QUANTITY-N TO WS-MOVE-QUANTITY
005630     END-IF.
005640     MOVE WS-MOVE-QUANTITY TO DL-PULLED-QTY.
005650*
005660     IF WS-MOVE-QUANTITY = ZERO
005670         MOVE 'N' TO WS-CARD-VALID-SW
005680         MOVE 'NOTHING PULLED' TO WS-REJECT-REASON
005690         GO TO 2200-EXIT
005700     END-IF.
005710*
005720     IF CC-OPERATOR-ID = SPACE
005730         MOVE 'RPL'          TO WS-OPERATOR-ID
005740     ELSE
005750         MOVE CC-OPERATOR-ID TO WS-OPERATOR-ID
005760     END-IF.
005770*
005780     MOVE CC-PRODUCT-CODE TO PRM-PRODUCT-CODE.
005790     READ PRODUCT-FILE
005800         INVALID KEY
005810             MOVE 'N' TO WS-CARD-VALID-SW
005820             MOVE 'PRODUCT NOT ON MASTER' TO WS-REJECT-REASON
005830             GO TO 2200-EXIT
005840     END-READ.
005850*
005860     MOVE CC-PRODUCT-CODE TO LS-PRODUCT-CODE.
005870     MOVE 'W'             TO LS-LOCATION-CODE.
005880     READ LOCSTK-FILE
005890         INVALID KEY
005900             MOVE 'N' TO WS-CARD-VALID-SW
005910             MOVE 'NO WAREHOUSE STOCK RECORD' TO WS-REJECT-REASON
005920             GO TO 2200-EXIT
005930     END-READ.
005940*
005950     IF WS-MOVE-QUANTITY > LS-QUANTITY-ON-HAND
005960         MOVE 'N' TO WS-CARD-VALID-SW
005970         MOVE 'WAREHOUSE DOES NOT HOLD QTY' TO WS-REJECT-REASON
005980         GO TO 2200-EXIT
005990     END-IF.
006000*
006010 2200-EXIT.
006020     EXIT.
006030*
006040******************************************************************
006050*   2300-POST-TRANSFER -- THE WAREHOUSE RECORD 2200 READ IS      *
006060*   STILL IN THE BUFFER.  TAKE THE QUANTITY OUT OF IT, PUT IT    *
006070*   INTO THE STORE, THEN LOG THE MOVE AND LEDGER BOTH SIDES.     *
006080*   A FILE THAT WILL NOT UPDATE ENDS THE RUN.                    *
006090******************************************************************
006100 2300-POST-TRANSFER.
006110*
006120     MOVE 'T' TO ICR-CONTROL-KEY.
006130     PERFORM 2310-ADVANCE-SERIES THRU 2310-EXIT.
006140     IF WS-ABORT
006150         MOVE 'Y' TO WS-CARDS-EOF-SW
006160         GO TO 2300-EXIT
006170     END-IF.
006180*
006190     SUBTRACT WS-MOVE-QUANTITY FROM LS-QUANTITY-ON-HAND.
006200     MOVE LS-QUANTITY-ON-HAND TO WS-FROM-BALANCE.
006210     REWRITE LOCATION-STOCK-RECORD
006220         INVALID KEY
006230             DISPLAY 'REPLPOST0011E LOCSTK REWRITE FAILED, KEY='
006240                 LS-STOCK-KEY ' STATUS=' WS-LOCSTK-STATUS
006250             MOVE 'Y' TO WS-ABORT-SW
006260             MOVE 'Y' TO WS-CARDS-EOF-SW
006270             GO TO 2300-EXIT
006280     END-REWRITE.
006290*
006300     PERFORM 2320-ADD-TO-STORE THRU 2320-EXIT.
006310     IF WS-ABORT
006320         MOVE 'Y' TO WS-CARDS-EOF-SW
006330         GO TO 2300-EXIT
006340     END-IF.
006350*
006360     MOVE 'Y' TO PP-POSTED-SW(WS-PROPOSAL-SUB).
006370*
006380     PERFORM 2400-LOG-MOVEMENT THRU 2400-EXIT.
006390     IF WS-ABORT
006400         MOVE 'Y' TO WS-CARDS-EOF-SW
006410         GO TO 2300-EXIT
006420     END-IF.
006430*
006440     PERFORM 2500-POST-STOCK-LEDGER THRU 2500-EXIT.
006450*
006460 2300-EXIT.
006470     EXIT.
006480*
006490******************************************************************
006500*   2310-ADVANCE-SERIES -- THE NEXT NUMBER FROM THE INVCTL       *
006510*   SERIES IN ICR-CONTROL-KEY, UNDER THE SAME RANGE AND          *
006520*   ROLLOVER RULES GETINV APPLIES ONLINE.                        *
006530******************************************************************
006540 2310-ADVANCE-SERIES.
006550*
006560     READ INVCTL-FILE
006570         INVALID KEY
006580             DISPLAY 'REPLPOST0012E INVCTL SERIES NOT FOUND: '
006590                 ICR-CONTROL-KEY
006600             MOVE 'Y' TO WS-ABORT-SW
006610     END-READ.
006620*
006630     IF NOT WS-ABORT
006640         IF ICR-LAST-INVOICE-NUMBER NOT < ICR-RANGE-HIGH
006650             IF ICR-ROLLOVER-WRAP
006660                 MOVE ICR-RANGE-LOW TO ICR-LAST-INVOICE-NUMBER
006670                 MOVE 'Y' TO ICR-WRAPPED-SW
006680             ELSE
006690                 DISPLAY 'REPLPOST0013E SERIES EXHAUSTED: '
006700                     ICR-CONTROL-KEY
006710                 MOVE 'Y' TO WS-ABORT-SW
006720             END-IF
006730         ELSE
006740             ADD 1 TO ICR-LAST-INVOICE-NUMBER
006750         END-IF
006760     END-IF.
006770     IF NOT WS-ABORT
006780         REWRITE INVOICE-CONTROL-RECORD
006790             INVALID KEY
006800                 DISPLAY 'REPLPOST0014E INVCTL REWRITE FAILED'
006810                 MOVE 'Y' TO WS-ABORT-SW
006820         END-REWRITE
006830     END-IF.
006840*
006850 2310-EXIT.
006860     EXIT.
006870*
006880******************************************************************
006890*   2320-ADD-TO-STORE -- ADD TO THE STORE RECORD, OR START ONE   *
006900*   WHEN THE STORE HAS NEVER HELD THE PRODUCT.                   *
006910******************************************************************
006920 2320-ADD-TO-STORE.
006930*
006940     MOVE CC-PRODUCT-CODE TO LS-PRODUCT-CODE.
006950     MOVE 'S'             TO LS-LOCATION-CODE.
006960     READ LOCSTK-FILE
006970         INVALID KEY
006980             MOVE ZERO TO LS-QUANTITY-ON-HAND
006990     END-READ.
007000*
007010     IF WS-LOCSTK-STATUS = '00'
007020         ADD WS-MOVE-QUANTITY TO LS-QUANTITY-ON-HAND
007030             ON SIZE ERROR
007040                 MOVE 99999 TO LS-QUANTITY-ON-HAND
007050         END-ADD
007060         MOVE LS-QUANTITY-ON-HAND TO WS-TO-BALANCE
007070         REWRITE LOCATION-STOCK-RECORD
007080             INVALID KEY
007090                 DISPLAY 'REPLPOST0015E LOCSTK REWRITE FAILED, '
007100                     'KEY=' LS-STOCK-KEY
007110                     ' STATUS=' WS-LOCSTK-STATUS
007120                 MOVE 'Y' TO WS-ABORT-SW
007130         END-REWRITE
007140         GO TO 2320-EXIT
007150     END-IF.
007160*
007170     IF WS-LOCSTK-STATUS NOT = '23'
007180         DISPLAY 'REPLPOST0016E LOCSTK READ FAILED, KEY='
007190             LS-STOCK-KEY ' STATUS=' WS-LOCSTK-STATUS
007200         MOVE 'Y' TO WS-ABORT-SW
007210         GO TO 2320-EXIT
007220     END-IF.
007230*
007240     MOVE CC-PRODUCT-CODE  TO LS-PRODUCT-CODE.
007250     MOVE 'S'              TO LS-LOCATION-CODE.
007260     MOVE WS-MOVE-QUANTITY TO LS-QUANTITY-ON-HAND.
007270     MOVE WS-MOVE-QUANTITY TO WS-TO-BALANCE.
007280     WRITE LOCATION-STOCK-RECORD
007290         INVALID KEY
007300             DISPLAY 'REPLPOST0017E LOCSTK WRITE FAILED, KEY='
007310                 LS-STOCK-KEY ' STATUS=' WS-LOCSTK-STATUS
007320             MOVE 'Y' TO WS-ABORT-SW
007330     END-WRITE.
007340*
007350 2320-EXIT.
007360     EXIT.
007370*
007380******************************************************************
007390*   2400-LOG-MOVEMENT -- THE LOCMOVE RECORD FOR THE TRANSFER,    *
007400*   DATED MMDDYYYY AS XFRENT1 DATES IT, AND ITS AFTER-IMAGE.     *
007410******************************************************************
007420 2400-LOG-MOVEMENT.
007430*
007440     MOVE ICR-LAST-INVOICE-NUMBER TO LM-MOVEMENT-NUMBER.
007450     MOVE CC-PRODUCT-CODE         TO LM-PRODUCT-CODE.
007460     MOVE 'W'                     TO LM-FROM-LOCATION.
007470     MOVE 'S'                     TO LM-TO-LOCATION.
007480     MOVE WS-MOVE-QUANTITY        TO LM-QUANTITY.
007490     MOVE WS-MDY-DATE-N           TO LM-MOVEMENT-DATE.
007500     MOVE 'BTCH'                  TO LM-TERMINAL-ID.
007510     MOVE WS-OPERATOR-ID          TO LM-OPERATOR-ID.
007520     WRITE LOCATION-MOVEMENT-RECORD
007530         INVALID KEY
007540             DISPLAY 'REPLPOST0018E LOCMOVE WRITE FAILED, KEY='
007550                 LM-MOVEMENT-NUMBER ' STATUS=' WS-LOCMOVE-STATUS
007560             MOVE 'Y' TO WS-ABORT-SW
007570             GO TO 2400-EXIT
007580     END-WRITE.
007590*
007600     ACCEPT WS-STAMP-TIME-RAW FROM TIME.
007610     MOVE SPACE                    TO AFTER-IMAGE-JOURNAL.
007620     MOVE 'LOCMOVE '               TO AJ-FILE-NAME.
007630     MOVE 'W'                      TO AJ-ACTION-CODE.
007640     MOVE LM-MOVEMENT-NUMBER       TO AJ-RECORD-KEY.
007650     MOVE WS-RUN-DATE              TO AJ-STAMP-DATE.
007660     MOVE WS-STAMP-TIME-RAW(1:6)   TO AJ-STAMP-TIME.
007670     MOVE 'BTCH'                   TO AJ-TERMINAL-ID.
007680     MOVE WS-OPERATOR-ID           TO AJ-OPERATOR-ID.
007690     MOVE LOCATION-MOVEMENT-RECORD TO AJ-RECORD-IMAGE.
007700     WRITE AFTER-IMAGE-JOURNAL.
007710     IF WS-JOURNAL-STATUS NOT = '00'
007720         DISPLAY 'REPLPOST0019E JRNOUT WRITE FAILED, KEY='
007730             LM-MOVEMENT-NUMBER ' STATUS=' WS-JOURNAL-STATUS
007740         MOVE 'Y' TO WS-ABORT-SW
007750     END-IF.
007760*
007770 2400-EXIT.
007780     EXIT.
007790*
007800******************************************************************
007810*   2500-POST-STOCK-LEDGER -- ONE LEDGER RECORD FOR EACH SIDE    *
007820*   OF THE TRANSFER.  THE PRODUCT TOTAL DOES NOT MOVE.           *
007830******************************************************************
007840 2500-POST-STOCK-LEDGER.
007850*
007860     MOVE 'W'                  TO SL-LOCATION-CODE.
007870     SET SL-TRANSFER-OUT       TO TRUE.
007880     COMPUTE SL-QUANTITY = ZERO - WS-MOVE-QUANTITY.
007890     MOVE WS-FROM-BALANCE      TO SL-LOCATION-BALANCE.
007900     PERFORM 2700-WRITE-STOCK-LEDGER THRU 2700-EXIT.
007910*
007920     MOVE 'S'                  TO SL-LOCATION-CODE.
007930     SET SL-TRANSFER-IN        TO TRUE.
007940     MOVE WS-MOVE-QUANTITY     TO SL-QUANTITY.
007950     MOVE WS-TO-BALANCE        TO SL-LOCATION-BALANCE.
007960     PERFORM 2700-WRITE-STOCK-LEDGER THRU 2700-EXIT.
007970*
007980 2500-EXIT.
007990     EXIT.
008000*
008010******************************************************************
008020*   2700-WRITE-STOCK-LEDGER -- STAMP AND WRITE THE LEDGER        *
008030*   RECORD THE CALLER BUILT, THE WAY STKLW STAMPS THE ONLINE     *
008040*   MOVEMENTS.  THE LEDGER IS A TRAIL, NOT A GATE: A RECORD      *
008050*   THAT WILL NOT WRITE IS REPORTED AND THE RUN ENDS WITH A      *
008060*   WARNING RATHER THAN LEAVING THE TRANSFER HALF POSTED.        *
008070******************************************************************
008080 2700-WRITE-STOCK-LEDGER.
008090*
008100     MOVE CC-PRODUCT-CODE      TO SL-PRODUCT-CODE.
008110     ACCEPT SL-STAMP-DATE FROM DATE YYYYMMDD.
008120     ACCEPT WS-LEDGER-TIME FROM TIME.
008130     MOVE WS-LEDGER-HHMMSS     TO SL-STAMP-TIME.
008140     MOVE ZERO                 TO SL-STAMP-SEQUENCE.
008150     MOVE PRM-QUANTITY-ON-HAND TO SL-PRODUCT-BALANCE.
008160     MOVE LM-MOVEMENT-NUMBER   TO SL-DOCUMENT-NUMBER.
008170     MOVE 'REPLPOST'           TO SL-PROGRAM-ID.
008180     MOVE 'BTCH'               TO SL-TERMINAL-ID.
008190     MOVE WS-OPERATOR-ID       TO SL-OPERATOR-ID.
008200*
008210     MOVE 'N' TO WS-LEDGER-WRITTEN-SW.
008220     PERFORM 2710-WRITE-LEDGER-RECORD THRU 2710-EXIT
008230         UNTIL WS-LEDGER-WRITTEN.
008240*
008250 2700-EXIT.
008260     EXIT.
008270*
008280******************************************************************
008290*   2710-WRITE-LEDGER-RECORD -- A SECOND MOVEMENT OF THE SAME    *
008300*   PRODUCT IN THE SAME SECOND TAKES THE NEXT SEQUENCE NUMBER.   *
008310******************************************************************
008320 2710-WRITE-LEDGER-RECORD.
008330*
008340     MOVE 'Y' TO WS-LEDGER-WRITTEN-SW.
008350     WRITE STOCK-LEDGER-RECORD
008360         INVALID KEY
008370             IF      WS-STKLED-STATUS = '22'
008380                 AND SL-STAMP-SEQUENCE < 999
008390                 ADD 1 TO SL-STAMP-SEQUENCE
008400                 MOVE 'N' TO WS-LEDGER-WRITTEN-SW
008410             ELSE
008420                 DISPLAY 'REPLPOST0020W STKLED WRITE FAILED, '
008430                     'PRODUCT=' SL-PRODUCT-CODE
008440                     ' STATUS=' WS-STKLED-STATUS
008450                 MOVE 4 TO RETURN-CODE
008460             END-IF
008470     END-WRITE.
008480*
008490 2710-EXIT.
008500     EXIT.
008510*
008520 3000-TERMINATE.
008530*
008540     IF NOT WS-ABORT
008550         MOVE SPACE TO REPORT-LINE
008560         WRITE REPORT-LINE
008570         MOVE WS-CARDS-READ     TO SL1-CARDS-READ
008580         WRITE REPORT-LINE FROM SUMMARY-LINE-1
008590         MOVE WS-CARDS-POSTED   TO SL2-CARDS-POSTED
008600         WRITE REPORT-LINE FROM SUMMARY-LINE-2
008610         MOVE WS-CARDS-REJECTED TO SL3-CARDS-REJECTED
008620         WRITE REPORT-LINE FROM SUMMARY-LINE-3
008630         MOVE WS-UNITS-MOVED    TO SL4-UNITS-MOVED
008640         WRITE REPORT-LINE FROM SUMMARY-LINE-4
008650         IF WS-CARDS-REJECTED > ZERO
008660             MOVE 4 TO RETURN-CODE
008670         END-IF
008680     ELSE
008690         MOVE 8 TO RETURN-CODE
008700     END-IF.
008710*
008720     MOVE 'REPLPOST' TO RL-PROGRAM.
008730     MOVE 'ADHOC   ' TO RL-JOB-NAME.
008740     MOVE 'REPLPOST' TO RL-STEP-NAME.
008750     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
008760     MOVE WS-CARDS-READ     TO RL-RECORDS-READ.
008770     MOVE WS-CARDS-POSTED   TO RL-RECORDS-WRITTEN.
008780     MOVE WS-CARDS-REJECTED TO RL-RECORDS-REJECTED.
008790     MOVE RETURN-CODE       TO RL-COMPLETION-CODE.
008800     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
008810*
008820     IF WS-CARDS-OPEN
008830         CLOSE CONFIRM-CARDS
008840     END-IF.
008850     IF WS-PROPOSAL-OPEN
008860         CLOSE PROPOSAL-FILE
008870     END-IF.
008880     IF WS-PRODUCT-OPEN
008890         CLOSE PRODUCT-FILE
008900     END-IF.
008910     IF WS-LOCSTK-OPEN
008920         CLOSE LOCSTK-FILE
008930     END-IF.
008940     IF WS-LOCMOVE-OPEN
008950         CLOSE LOCMOVE-FILE
008960     END-IF.
008970     IF WS-INVCTL-OPEN
008980         CLOSE INVCTL-FILE
008990     END-IF.
009000     IF WS-STKLED-OPEN
009010         CLOSE STKLED-FILE
009020     END-IF.
009030     IF WS-JOURNAL-OPEN
009040         CLOSE JOURNAL-FILE
009050     END-IF.
009060     IF WS-REPORT-OPEN
009070         CLOSE POSTING-REPORT
009080     END-IF.
009090*
009100 3000-EXIT.
009110     EXIT.
