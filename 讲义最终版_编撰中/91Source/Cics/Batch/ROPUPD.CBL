000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    ROPUPD.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   ROPUPD -- APPLY APPROVED REORDER PROPOSALS.                  *
000110*   THE BUYER MARKS UP THE ROPCALC REVIEW LISTING AND RETURNS    *
000120*   ONE APPROVAL CARD (ROPAPPR) PER LINE TO BE TAKEN:            *
000130*     1-6    PRODUCT CODE                                        *
000140*     8-12   REORDER POINT TO USE INSTEAD OF THE PROPOSAL        *
000150*            (ZERO-FILLED; BLANK TAKES THE PROPOSAL)             *
000160*     14-18  REORDER QUANTITY TO USE INSTEAD OF THE PROPOSAL     *
000170*            (ZERO-FILLED; BLANK TAKES THE PROPOSAL)             *
000180*   EACH CARD IS MATCHED TO THE PRODUCT'S RECORD ON ROPPROP AND  *
000190*   THE PRODUCT MASTER IS UPDATED -- BUT ONLY WHILE THE MASTER   *
000200*   STILL HOLDS THE VALUES THE PROPOSAL WAS WORKED FROM, SO A    *
000210*   CHANGE KEYED IN PRDMNT1 SINCE THE REVIEW IS NOT OVERLAID.    *
000220*   PRODUCTS WITH NO CARD ARE LEFT ALONE.  EVERY CARD IS LISTED  *
000230*   AS APPLIED OR REJECTED WITH THE REASON, AND THE JOB ENDS     *
000240*   WITH RETURN CODE 4 IF ANY CARD WAS REJECTED, AS PRCLOAD      *
000250*   DOES.  THE RUN IS LOGGED THROUGH RUNLOGW.                    *
000260*                                                                *
000270*   MODIFICATION HISTORY.                                        *
000280*   10/15/2026  RH   INITIAL VERSION.                            *
000281*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000282*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000283*                    NOT COMPLETED.                              *
000290******************************************************************
000300*
000310 ENVIRONMENT DIVISION.
000320*
000330 CONFIGURATION SECTION.
000340*
000350 SOURCE-COMPUTER.  IBM-370.
000360 OBJECT-COMPUTER.  IBM-370.
000370*
000380 INPUT-OUTPUT SECTION.
000390*
000400 FILE-CONTROL.
000410*
000420     SELECT  APPROVAL-CARDS ASSIGN TO ROPAPPR
000430             ORGANIZATION IS LINE SEQUENTIAL
000440             FILE STATUS IS WS-CARDS-STATUS.
000450*
000460     SELECT  PROPOSAL-FILE  ASSIGN TO ROPPROP
000470             ORGANIZATION IS LINE SEQUENTIAL
000480             FILE STATUS IS WS-PROPOSAL-STATUS.
000490*
000500     SELECT  PRODUCT-FILE   ASSIGN TO PRODUCT
000510             ORGANIZATION IS INDEXED
000520             ACCESS MODE IS RANDOM
000530             RECORD KEY IS PRM-PRODUCT-CODE
000540             FILE STATUS IS WS-PRODUCT-STATUS.
000550*
000560     SELECT  UPDATE-REPORT  ASSIGN TO RPTOUT
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS WS-REPORT-STATUS.
000590*
000600 DATA DIVISION.
000610*
000620 FILE SECTION.
000630*
000640 FD  APPROVAL-CARDS
000650     LABEL RECORDS ARE STANDARD.
000660*
000670 01  APPROVAL-CARD.
000680     05  AC-PRODUCT-CODE              PIC X(06).
000690     05  FILLER                       PIC X(01).
000700     05  AC-REORDER-POINT             PIC X(05).
000710     05  AC-REORDER-POINT-N REDEFINES AC-REORDER-POINT
000720                                      PIC 9(05).
000730     05  FILLER                       PIC X(01).
000740     05  AC-REORDER-QUANTITY          PIC X(05).
000750     05  AC-REORDER-QUANTITY-N REDEFINES AC-REORDER-QUANTITY
000760                                      PIC 9(05).
000770     05  FILLER                       PIC X(62).
000780*
000790 FD  PROPOSAL-FILE
000800     LABEL RECORDS ARE STANDARD.
000810*
000820     COPY ROPPROP.
000830*
000840 FD  PRODUCT-FILE
000850     LABEL RECORDS ARE STANDARD.
000860*
000870     COPY PRODUCT.
000880*
000890 FD  UPDATE-REPORT
000900     LABEL RECORDS ARE OMITTED.
000910*
000920 01  REPORT-LINE                      PIC X(132).
000930*
000940 WORKING-STORAGE SECTION.
000950*
000960     COPY RUNLOG.
000961*
000962     COPY PREDPARM.
000970*
000980 01  RUN-TIMING-FIELDS.
000990     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001000*
001010 01  SWITCHES.
001020*
001030     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001040         88  WS-ABORT                             VALUE 'Y'.
001050     05  WS-CARDS-OPEN-SW             PIC X(01)   VALUE 'N'.
001060         88  WS-CARDS-OPEN                        VALUE 'Y'.
001070     05  WS-PROPOSAL-OPEN-SW          PIC X(01)   VALUE 'N'.
001080         88  WS-PROPOSAL-OPEN                     VALUE 'Y'.
001090     05  WS-PRODUCT-OPEN-SW           PIC X(01)   VALUE 'N'.
001100         88  WS-PRODUCT-OPEN                      VALUE 'Y'.
001110     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001120         88  WS-REPORT-OPEN                       VALUE 'Y'.
001130     05  WS-CARDS-EOF-SW              PIC X(01)   VALUE 'N'.
001140         88  WS-CARDS-EOF                         VALUE 'Y'.
001150     05  WS-PROPOSAL-EOF-SW           PIC X(01)   VALUE 'N'.
001160         88  WS-PROPOSAL-EOF                      VALUE 'Y'.
001170     05  WS-CARD-VALID-SW             PIC X(01)   VALUE 'Y'.
001180         88  WS-CARD-VALID                        VALUE 'Y'.
001190*
001200 01  FILE-STATUS-FIELDS.
001210*
001220     05  WS-CARDS-STATUS              PIC X(02)   VALUE '00'.
001230     05  WS-PROPOSAL-STATUS           PIC X(02)   VALUE '00'.
001240     05  WS-PRODUCT-STATUS            PIC X(02)   VALUE '00'.
001250     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001260*
001270 01  WORK-FIELDS.
001280*
001290     05  WS-CARDS-READ          PIC S9(05) COMP-3 VALUE ZERO.
001300     05  WS-CARDS-APPLIED       PIC S9(05) COMP-3 VALUE ZERO.
001310     05  WS-CARDS-REJECTED      PIC S9(05) COMP-3 VALUE ZERO.
001320     05  WS-PROPOSAL-SUB        PIC S9(05) COMP-3 VALUE ZERO.
001330     05  WS-NEW-REORDER-POINT   PIC 9(05)         VALUE ZERO.
001340     05  WS-NEW-REORDER-QTY     PIC 9(05)         VALUE ZERO.
001350     05  WS-REJECT-REASON       PIC X(30)         VALUE SPACE.
001360*
001370******************************************************************
001380*   PROPOSAL TABLE -- ROPPROP IS WRITTEN IN PRODUCT ORDER, SO    *
001390*   THE TABLE LOADS IN KEY ORDER FOR SEARCH ALL.  THE APPLIED    *
001400*   SWITCH CATCHES A SECOND CARD FOR THE SAME PRODUCT.           *
001410******************************************************************
001420 01  PROPOSAL-TABLE-CONTROL.
001430     05  PP-MAX-ENTRIES         PIC S9(05) COMP-3 VALUE +2000.
001440     05  PP-ENTRY-COUNT         PIC S9(05) COMP   VALUE ZERO.
001450*
001460 01  PROPOSAL-TABLE.
001470     05  PP-ENTRY OCCURS 1 TO 2000 TIMES
001480             DEPENDING ON PP-ENTRY-COUNT
001490             ASCENDING KEY IS PP-PRODUCT-CODE
001500             INDEXED BY PP-IDX.
001510         10  PP-PRODUCT-CODE    PIC X(06).
001520         10  PP-OLD-REORDER-POINT
001530                                PIC 9(05).
001540         10  PP-OLD-REORDER-QTY PIC 9(05).
001550         10  PP-NEW-REORDER-POINT
001560                                PIC 9(05).
001570         10  PP-NEW-REORDER-QTY PIC 9(05).
001580         10  PP-APPLIED-SW      PIC X(01).
001590             88  PP-APPLIED                    VALUE 'Y'.
001600*
001610 01  HEADING-LINE-1.
001620*
001630     05  FILLER                       PIC X(01)   VALUE SPACE.
001640     05  FILLER                       PIC X(50)   VALUE
001650             'REORDER POINT AND QUANTITY UPDATE REGISTER'.
001660     05  FILLER                       PIC X(81)   VALUE SPACE.
001670*
001680 01  HEADING-LINE-2.
001690*
001700     05  FILLER                       PIC X(01)   VALUE SPACE.
001710     05  FILLER                       PIC X(50)   VALUE
001720             'PRODUCT  OLD ROP  NEW ROP  OLD ROQ  NEW ROQ'.
001730     05  FILLER                       PIC X(40)   VALUE
001740             'DISPOSITION REASON'.
001750     05  FILLER                       PIC X(41)   VALUE SPACE.
001760*
001770 01  DETAIL-LINE.
001780*
001790     05  FILLER                       PIC X(01)   VALUE SPACE.
001800     05  DL-PRODUCT-CODE              PIC X(06).
001810     05  FILLER                       PIC X(03)   VALUE SPACE.
001820     05  DL-OLD-REORDER-POINT         PIC ZZ,ZZ9.
001830     05  FILLER                       PIC X(03)   VALUE SPACE.
001840     05  DL-NEW-REORDER-POINT         PIC ZZ,ZZ9.
001850     05  FILLER                       PIC X(03)   VALUE SPACE.
001860     05  DL-OLD-REORDER-QTY           PIC ZZ,ZZ9.
001870     05  FILLER                       PIC X(03)   VALUE SPACE.
001880     05  DL-NEW-REORDER-QTY           PIC ZZ,ZZ9.
001890     05  FILLER                       PIC X(08)   VALUE SPACE.
001900     05  DL-DISPOSITION               PIC X(10).
001910     05  FILLER                       PIC X(02)   VALUE SPACE.
001920     05  DL-REASON                    PIC X(30).
001930     05  FILLER                       PIC X(39)   VALUE SPACE.
001940*
001950 01  SUMMARY-LINE-1.
001960*
001970     05  FILLER                       PIC X(01)   VALUE SPACE.
001980     05  FILLER                       PIC X(25)   VALUE
001990             'CARDS READ..............:'.
002000     05  SL1-CARDS-READ               PIC ZZZZ9.
002010     05  FILLER                       PIC X(101)  VALUE SPACE.
002020*
002030 01  SUMMARY-LINE-2.
002040*
002050     05  FILLER                       PIC X(01)   VALUE SPACE.
002060     05  FILLER                       PIC X(25)   VALUE
002070             'CARDS APPLIED...........:'.
002080     05  SL2-CARDS-APPLIED            PIC ZZZZ9.
002090     05  FILLER                       PIC X(101)  VALUE SPACE.
002100*
002110 01  SUMMARY-LINE-3.
002120*
002130     05  FILLER                       PIC X(01)   VALUE SPACE.
002140     05  FILLER                       PIC X(25)   VALUE
002150             'CARDS REJECTED..........:'.
002160     05  SL3-CARDS-REJECTED           PIC ZZZZ9.
002170     05  FILLER                       PIC X(101)  VALUE SPACE.
002180*
002190 PROCEDURE DIVISION.
002200*
002210 0000-MAINLINE.
002220*
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
002250     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002260*
002270     STOP RUN.
002280*
002290 1000-INITIALIZE.
002300*
002310     ACCEPT WS-START-TIME-RAW FROM TIME.
002311     MOVE 'ROPUPD  ' TO PC-PROGRAM.
002312     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002313     IF PC-REFUSED
002314         MOVE PC-RETURN-CODE TO RETURN-CODE
002315         STOP RUN
002316     END-IF.
002320*
002330     OPEN INPUT  APPROVAL-CARDS.
002340     OPEN INPUT  PROPOSAL-FILE.
002350     OPEN I-O    PRODUCT-FILE.
002360     OPEN OUTPUT UPDATE-REPORT.
002370*
002380     IF WS-CARDS-STATUS = '00'
002390         MOVE 'Y' TO WS-CARDS-OPEN-SW
002400     ELSE
002410         DISPLAY 'ROPUPD0001E ROPAPPR FILE OPEN FAILED, STATUS='
002420             WS-CARDS-STATUS
002430         MOVE 'Y' TO WS-ABORT-SW
002440     END-IF.
002450*
002460     IF WS-PROPOSAL-STATUS = '00'
002470         MOVE 'Y' TO WS-PROPOSAL-OPEN-SW
002480     ELSE
002490         DISPLAY 'ROPUPD0002E ROPPROP FILE OPEN FAILED, STATUS='
002500             WS-PROPOSAL-STATUS
002510         MOVE 'Y' TO WS-ABORT-SW
002520     END-IF.
002530*
002540     IF WS-PRODUCT-STATUS = '00'
002550         MOVE 'Y' TO WS-PRODUCT-OPEN-SW
002560     ELSE
002570         DISPLAY 'ROPUPD0003E PRODUCT FILE OPEN FAILED, STATUS='
002580             WS-PRODUCT-STATUS
002590         MOVE 'Y' TO WS-ABORT-SW
002600     END-IF.
002610*
002620     IF WS-REPORT-STATUS = '00'
002630         MOVE 'Y' TO WS-REPORT-OPEN-SW
002640     ELSE
002650         DISPLAY 'ROPUPD0004E RPTOUT FILE OPEN FAILED, STATUS='
002660             WS-REPORT-STATUS
002670         MOVE 'Y' TO WS-ABORT-SW
002680     END-IF.
002690*
002700     IF NOT WS-ABORT
002710         PERFORM 1200-LOAD-PROPOSALS THRU 1200-EXIT
002720     END-IF.
002730*
002740     IF NOT WS-ABORT
002750         WRITE REPORT-LINE FROM HEADING-LINE-1
002760         MOVE SPACE TO REPORT-LINE
002770         WRITE REPORT-LINE
002780         WRITE REPORT-LINE FROM HEADING-LINE-2
002790     END-IF.
002800*
002810 1000-EXIT.
002820     EXIT.
002830*
002840 1200-LOAD-PROPOSALS.
002850*
002860     PERFORM 1210-LOAD-ONE-PROPOSAL THRU 1210-EXIT
002870         UNTIL WS-PROPOSAL-EOF.
002880*
002890 1200-EXIT.
002900     EXIT.
002910*
002920 1210-LOAD-ONE-PROPOSAL.
002930*
002940     READ PROPOSAL-FILE
002950         AT END
002960             MOVE 'Y' TO WS-PROPOSAL-EOF-SW
002970     END-READ.
002980*
002990     IF WS-PROPOSAL-EOF
003000         GO TO 1210-EXIT
003010     END-IF.
003020*
003030     IF PP-ENTRY-COUNT NOT < PP-MAX-ENTRIES
003040         DISPLAY 'ROPUPD0005E PROPOSAL TABLE FULL AT '
003050             PP-MAX-ENTRIES ' ENTRIES'
003060         MOVE 'Y' TO WS-ABORT-SW
003070         MOVE 'Y' TO WS-PROPOSAL-EOF-SW
003080         GO TO 1210-EXIT
003090     END-IF.
003100*
003110     ADD 1 TO PP-ENTRY-COUNT.
003120     MOVE PP-ENTRY-COUNT TO WS-PROPOSAL-SUB.
003130     MOVE RP-PRODUCT-CODE
003140         TO PP-PRODUCT-CODE(WS-PROPOSAL-SUB).
003150     MOVE RP-OLD-REORDER-POINT
003160         TO PP-OLD-REORDER-POINT(WS-PROPOSAL-SUB).
003170     MOVE RP-OLD-REORDER-QUANTITY
003180         TO PP-OLD-REORDER-QTY(WS-PROPOSAL-SUB).
003190     MOVE RP-NEW-REORDER-POINT
003200         TO PP-NEW-REORDER-POINT(WS-PROPOSAL-SUB).
003210     MOVE RP-NEW-REORDER-QUANTITY
003220         TO PP-NEW-REORDER-QTY(WS-PROPOSAL-SUB).
003230     MOVE 'N' TO PP-APPLIED-SW(WS-PROPOSAL-SUB).
003240*
003250 1210-EXIT.
003260     EXIT.
003270*
003280 2000-PROCESS-CARDS.
003290*
003300     IF NOT WS-ABORT
003310         PERFORM 2100-PROCESS-ONE-CARD THRU 2100-EXIT
003320             UNTIL WS-CARDS-EOF
003330     END-IF.
003340*
003350 2000-EXIT.
003360     EXIT.
003370*
003380 2100-PROCESS-ONE-CARD.
003390*
003400     READ APPROVAL-CARDS
003410         AT END
003420             MOVE 'Y' TO WS-CARDS-EOF-SW
003430     END-READ.
003440*
003450     IF WS-CARDS-EOF
003460         GO TO 2100-EXIT
003470     END-IF.
003480*
003490     ADD 1 TO WS-CARDS-READ.
003500     MOVE SPACE TO DETAIL-LINE.
003510     MOVE AC-PRODUCT-CODE TO DL-PRODUCT-CODE.
003520*
003530     PERFORM 2200-EDIT-CARD THRU 2200-EXIT.
003540     IF WS-CARD-VALID
003550         PERFORM 2300-APPLY-CARD THRU 2300-EXIT
003560     END-IF.
003570*
003580     IF WS-ABORT
003590         GO TO 2100-EXIT
003600     END-IF.
003610*
003620     IF WS-CARD-VALID
003630         ADD 1 TO WS-CARDS-APPLIED
003640         MOVE 'APPLIED'  TO DL-DISPOSITION
003650     ELSE
003660         ADD 1 TO WS-CARDS-REJECTED
003670         MOVE 'REJECTED' TO DL-DISPOSITION
003680         MOVE WS-REJECT-REASON TO DL-REASON
003690     END-IF.
003700     WRITE REPORT-LINE FROM DETAIL-LINE.
003710*
003720 2100-EXIT.
003730     EXIT.
003740*
003750 2200-EDIT-CARD.
003760*
003770     MOVE 'Y'   TO WS-CARD-VALID-SW.
003780     MOVE SPACE TO WS-REJECT-REASON.
003790*
003800     IF AC-PRODUCT-CODE = SPACE
003810         MOVE 'N' TO WS-CARD-VALID-SW
003820         MOVE 'PRODUCT CODE MISSING' TO WS-REJECT-REASON
003830         GO TO 2200-EXIT
003840     END-IF.
003850*
003860     MOVE ZERO TO WS-PROPOSAL-SUB.
003870     SEARCH ALL PP-ENTRY
003880         AT END
003890             CONTINUE
003900         WHEN PP-PRODUCT-CODE(PP-IDX) = AC-PRODUCT-CODE
003910             SET WS-PROPOSAL-SUB TO PP-IDX
003920     END-SEARCH.
003930     IF WS-PROPOSAL-SUB = ZERO
003940         MOVE 'N' TO WS-CARD-VALID-SW
003950         MOVE 'NO PROPOSAL FOR PRODUCT' TO WS-REJECT-REASON
003960         GO TO 2200-EXIT
003970     END-IF.
003980*
003990     MOVE PP-OLD-REORDER-POINT(WS-PROPOSAL-SUB)
004000         TO DL-OLD-REORDER-POINT.
004010     MOVE PP-OLD-REORDER-QTY(WS-PROPOSAL-SUB)
004020         TO DL-OLD-REORDER-QTY.
004030*
004040     IF PP-APPLIED(WS-PROPOSAL-SUB)
004050         MOVE 'N' TO WS-CARD-VALID-SW
004060         MOVE 'PRODUCT ALREADY APPLIED' TO WS-REJECT-REASON
004070         GO TO 2200-EXIT
004080     END-IF.
004090*
004100     IF AC-REORDER-POINT = SPACE
004110         MOVE PP-NEW-REORDER-POINT(WS-PROPOSAL-SUB)
004120             TO WS-NEW-REORDER-POINT
004130     ELSE
004140         IF AC-REORDER-POINT-N NOT NUMERIC
004150             MOVE 'N' TO WS-CARD-VALID-SW
004160             MOVE 'REORDER POINT NOT NUMERIC' TO WS-REJECT-REASON
004170             GO TO 2200-EXIT
004180         END-IF
004190         MOVE AC-REORDER-POINT-N TO WS-NEW-REORDER-POINT
004200     END-IF.
004210*
004220     IF AC-REORDER-QUANTITY = SPACE
004230         MOVE PP-NEW-REORDER-QTY(WS-PROPOSAL-SUB)
004240             TO WS-NEW-REORDER-QTY
004250     ELSE
004260         IF AC-REORDER-QUANTITY-N NOT NUMERIC
004270             MOVE 'N' TO WS-CARD-VALID-SW
004280             MOVE 'REORDER QTY NOT NUMERIC' TO WS-REJECT-REASON
004290             GO TO 2200-EXIT
004300         END-IF
004310         MOVE AC-REORDER-QUANTITY-N TO WS-NEW-REORDER-QTY
004320     END-IF.
004330*
004340     MOVE WS-NEW-REORDER-POINT TO DL-NEW-REORDER-POINT.
004350     MOVE WS-NEW-REORDER-QTY   TO DL-NEW-REORDER-QTY.
004360*
004370     MOVE AC-PRODUCT-CODE TO PRM-PRODUCT-CODE.
004380     READ PRODUCT-FILE
004390         INVALID KEY
004400             MOVE 'N' TO WS-CARD-VALID-SW
004410             MOVE 'PRODUCT NOT ON MASTER' TO WS-REJECT-REASON
004420             GO TO 2200-EXIT
004430     END-READ.
004440*
004450     IF       PRM-REORDER-POINT
004460                  NOT = PP-OLD-REORDER-POINT(WS-PROPOSAL-SUB)
004470           OR PRM-REORDER-QUANTITY
004480                  NOT = PP-OLD-REORDER-QTY(WS-PROPOSAL-SUB)
004490         MOVE 'N' TO WS-CARD-VALID-SW
004500         MOVE 'MASTER CHANGED SINCE PROPOSAL' TO WS-REJECT-REASON
004510         GO TO 2200-EXIT
004520     END-IF.
004530*
004540 2200-EXIT.
004550     EXIT.
004560*
004570 2300-APPLY-CARD.
004580*
004590     MOVE WS-NEW-REORDER-POINT TO PRM-REORDER-POINT.
004600     MOVE WS-NEW-REORDER-QTY   TO PRM-REORDER-QUANTITY.
004610     REWRITE PRODUCT-MASTER-RECORD
004620         INVALID KEY
004630             DISPLAY 'ROPUPD0006E PRODUCT REWRITE FAILED, KEY='
004640                 PRM-PRODUCT-CODE ' STATUS=' WS-PRODUCT-STATUS
004650             MOVE 'Y' TO WS-ABORT-SW
004660             MOVE 'Y' TO WS-CARDS-EOF-SW
004670             GO TO 2300-EXIT
004680     END-REWRITE.
004690*
004700     MOVE 'Y' TO PP-APPLIED-SW(WS-PROPOSAL-SUB).
004710*
004720 2300-EXIT.
004730     EXIT.
004740*
004750 3000-TERMINATE.
004760*
004770     IF NOT WS-ABORT
004780         MOVE SPACE TO REPORT-LINE
004790         WRITE REPORT-LINE
004800         MOVE WS-CARDS-READ     TO SL1-CARDS-READ
004810         WRITE REPORT-LINE FROM SUMMARY-LINE-1
004820         MOVE WS-CARDS-APPLIED  TO SL2-CARDS-APPLIED
004830         WRITE REPORT-LINE FROM SUMMARY-LINE-2
004840         MOVE WS-CARDS-REJECTED TO SL3-CARDS-REJECTED
004850         WRITE REPORT-LINE FROM SUMMARY-LINE-3
004860         IF WS-CARDS-REJECTED > ZERO
004870             MOVE 4 TO RETURN-CODE
004880         END-IF
004890     ELSE
004900         MOVE 8 TO RETURN-CODE
004910     END-IF.
004920*
004930     MOVE 'ROPUPD  ' TO RL-PROGRAM.
004940     MOVE 'QTRLY   ' TO RL-JOB-NAME.
004950     MOVE 'ROPUPD  ' TO RL-STEP-NAME.
004960     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
004970     MOVE WS-CARDS-READ     TO RL-RECORDS-READ.
004980     MOVE WS-CARDS-APPLIED  TO RL-RECORDS-WRITTEN.
004990     MOVE WS-CARDS-REJECTED TO RL-RECORDS-REJECTED.
005000     MOVE RETURN-CODE       TO RL-COMPLETION-CODE.
005010     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
005020*
005030     IF WS-CARDS-OPEN
005040         CLOSE APPROVAL-CARDS
005050     END-IF.
005060     IF WS-PROPOSAL-OPEN
005070         CLOSE PROPOSAL-FILE
005080     END-IF.
005090     IF WS-PRODUCT-OPEN
005100         CLOSE PRODUCT-FILE
005110     END-IF.
005120     IF WS-REPORT-OPEN
005130         CLOSE UPDATE-REPORT
005140     END-IF.
005150*
005160 3000-EXIT.
005170     EXIT.
