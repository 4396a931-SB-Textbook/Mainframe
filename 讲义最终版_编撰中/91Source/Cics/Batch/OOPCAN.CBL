000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    OOPCAN.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   OOPCAN -- OUT-OF-PRINT CANCELLATION AND CUSTOMER NOTICE.     *
000110*   RUN NIGHTLY WITH THE CICS FILES CLOSED TO THE REGION,        *
000120*   AHEAD OF BKORLS AND REORDRPT.  A PRODUCT THE BUYER HAS       *
000130*   MARKED OUT OF PRINT (PRM-STATUS-CODE 'O') WILL NEVER BE      *
000140*   RESTOCKED, SO ANYTHING STILL WAITING ON IT IS CLOSED OUT:    *
000150*     - A WAITING SUGGESTION ON SUGPO IS MARKED CANCELLED SO     *
000160*       POENT1 NO LONGER OFFERS IT.                              *
000170*     - EVERY WAITING BACKORDER FOR THE PRODUCT IS MARKED        *
000180*       CANCELLED (DATED IN BO-RELEASE-DATE, AS BKORLS DATES     *
000190*       ITS OWN CANCELLATIONS) AND LISTED WITH THE CUSTOMER'S    *
000200*       NAME AND CITY SO THE DESK CAN CALL AND OFFER A           *
000210*       SUBSTITUTE.                                              *
000220*   ONLY RECORDS STILL WAITING ARE TOUCHED, SO A PRODUCT         *
000230*   APPEARS ON THE NOTICE LIST THE NIGHT IT GOES OUT OF PRINT    *
000240*   AND NOT AFTER.  THE RUN IS LOGGED THROUGH RUNLOGW.           *
000250*                                                                *
000260*   MODIFICATION HISTORY.                                        *
000270*   10/15/2026  RH   INITIAL VERSION.                            *
000271*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000272*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000273*                    NOT COMPLETED.                              *
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
000410     SELECT  PRODUCT-FILE   ASSIGN TO PRODUCT
000420             ORGANIZATION IS INDEXED
000430             ACCESS MODE IS SEQUENTIAL
000440             RECORD KEY IS PRM-PRODUCT-CODE
000450             FILE STATUS IS WS-PRODUCT-STATUS.
000460*
000470     SELECT  SUGPO-FILE     ASSIGN TO SUGPO
000480             ORGANIZATION IS INDEXED
000490             ACCESS MODE IS RANDOM
000500             RECORD KEY IS SUG-PRODUCT-CODE
000510             FILE STATUS IS WS-SUGPO-STATUS.
000520*
000530     SELECT  BACKORD-FILE   ASSIGN TO BACKORD
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS SEQUENTIAL
000560             RECORD KEY IS BO-BACKORDER-NUMBER
000570             FILE STATUS IS WS-BACKORD-STATUS.
000580*
000590     SELECT  CUSTMAS-FILE   ASSIGN TO CUSTMAS
000600             ORGANIZATION IS INDEXED
000610             ACCESS MODE IS RANDOM
000620             RECORD KEY IS CM-CUSTOMER-NUMBER
000630             FILE STATUS IS WS-CUSTMAS-STATUS.
000640*
000650     SELECT  NOTICE-REPORT  ASSIGN TO RPTOUT
000660             ORGANIZATION IS LINE SEQUENTIAL
000670             FILE STATUS IS WS-REPORT-STATUS.
000680*
000690 DATA DIVISION.
000700*
000710 FILE SECTION.
000720*
000730 FD  PRODUCT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750*
000760     COPY PRODUCT.
000770*
000780 FD  SUGPO-FILE
000790     LABEL RECORDS ARE STANDARD.
000800*
000810     COPY SUGPO.
000820*
000830 FD  BACKORD-FILE
000840     LABEL RECORDS ARE STANDARD.
000850*
000860     COPY BACKORD.
000870*
000880 FD  CUSTMAS-FILE
000890     LABEL RECORDS ARE STANDARD.
000900*
000910     COPY CUSTMAS.
000920*
000930 FD  NOTICE-REPORT
000940     LABEL RECORDS ARE OMITTED.
000950*
000960 01  REPORT-LINE                      PIC X(132).
000970*
000980 WORKING-STORAGE SECTION.
000990*
001000     COPY RUNLOG.
001001*
001002     COPY PREDPARM.
001010*
001020 01  RUN-TIMING-FIELDS.
001030     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001040*
001050 01  SWITCHES.
001060*
001070     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001080         88  WS-ABORT                             VALUE 'Y'.
001090     05  WS-PRODUCT-OPEN-SW           PIC X(01)   VALUE 'N'.
001100         88  WS-PRODUCT-OPEN                      VALUE 'Y'.
001110     05  WS-SUGPO-OPEN-SW             PIC X(01)   VALUE 'N'.
001120         88  WS-SUGPO-OPEN                        VALUE 'Y'.
001130     05  WS-BACKORD-OPEN-SW           PIC X(01)   VALUE 'N'.
001140         88  WS-BACKORD-OPEN                      VALUE 'Y'.
001150     05  WS-CUSTMAS-OPEN-SW           PIC X(01)   VALUE 'N'.
001160         88  WS-CUSTMAS-OPEN                      VALUE 'Y'.
001170     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001180         88  WS-REPORT-OPEN                       VALUE 'Y'.
001190     05  WS-PRODUCT-EOF-SW            PIC X(01)   VALUE 'N'.
001200         88  WS-PRODUCT-EOF                       VALUE 'Y'.
001210     05  WS-BACKORD-EOF-SW            PIC X(01)   VALUE 'N'.
001220         88  WS-BACKORD-EOF                       VALUE 'Y'.
001230*
001240 01  FILE-STATUS-FIELDS.
001250*
001260     05  WS-PRODUCT-STATUS            PIC X(02)   VALUE '00'.
001270     05  WS-SUGPO-STATUS              PIC X(02)   VALUE '00'.
001280     05  WS-BACKORD-STATUS            PIC X(02)   VALUE '00'.
001290     05  WS-CUSTMAS-STATUS            PIC X(02)   VALUE '00'.
001300     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001310*
001320 01  WORK-FIELDS.
001330*
001340     05  WS-PRODUCTS-READ       PIC S9(05) COMP-3 VALUE ZERO.
001350     05  WS-BACKORDERS-READ     PIC S9(07) COMP-3 VALUE ZERO.
001360     05  WS-SUGGESTIONS-CANCELLED
001370                                PIC S9(05) COMP-3 VALUE ZERO.
001380     05  WS-BACKORDERS-CANCELLED
001390                                PIC S9(05) COMP-3 VALUE ZERO.
001400     05  WS-OOP-SUB             PIC S9(05) COMP-3 VALUE ZERO.
001410     05  WS-RECORDS-READ        PIC S9(09) COMP-3 VALUE ZERO.
001420     05  WS-RECORDS-WRITTEN     PIC S9(09) COMP-3 VALUE ZERO.
001430*
001440 01  WS-RUN-DATE.
001450     05  WS-RUN-YYYY                  PIC 9(04).
001460     05  WS-RUN-MM                    PIC 9(02).
001470     05  WS-RUN-DD                    PIC 9(02).
001480*
001490 01  WS-CANCEL-DATE-MDY.
001500     05  WS-CAN-MM                    PIC 9(02).
001510     05  WS-CAN-DD                    PIC 9(02).
001520     05  WS-CAN-YYYY                  PIC 9(04).
001530*
001540 01  WS-CANCEL-DATE-N REDEFINES WS-CANCEL-DATE-MDY
001550                                      PIC 9(08).
001560*
001570 01  WS-ENTERED-DATE-MDY.
001580     05  WS-ENT-MM                    PIC 9(02).
001590     05  WS-ENT-DD                    PIC 9(02).
001600     05  WS-ENT-YYYY                  PIC 9(04).
001610*
001620 01  WS-ENTERED-DATE-N REDEFINES WS-ENTERED-DATE-MDY
001630                                      PIC 9(08).
001640*
001650******************************************************************
001660*   OUT-OF-PRINT TABLE -- BUILT FROM THE SEQUENTIAL PASS OF      *
001670*   THE PRODUCT MASTER, SO IT LOADS IN KEY ORDER FOR SEARCH      *
001680*   ALL WHEN THE BACKORDER FILE IS WALKED.                       *
001690******************************************************************
001700 01  OOP-TABLE-CONTROL.
001710     05  OP-MAX-ENTRIES         PIC S9(05) COMP-3 VALUE +2000.
001720     05  OP-ENTRY-COUNT         PIC S9(05) COMP   VALUE ZERO.
001730*
001740 01  OOP-TABLE.
001750     05  OP-ENTRY OCCURS 1 TO 2000 TIMES
001760             DEPENDING ON OP-ENTRY-COUNT
001770             ASCENDING KEY IS OP-PRODUCT-CODE
001780             INDEXED BY OP-IDX.
001790         10  OP-PRODUCT-CODE    PIC X(06).
001800         10  OP-DESCRIPTION     PIC X(20).
001810*
001820 01  HEADING-LINE-1.
001830*
001840     05  FILLER                       PIC X(01)   VALUE SPACE.
001850     05  FILLER                       PIC X(50)   VALUE
001860             'OUT-OF-PRINT BACKORDER NOTIFICATION LIST'.
001870     05  FILLER                       PIC X(10)   VALUE
001880             'RUN DATE: '.
001890     05  HL1-RUN-MM                   PIC 9(02).
001900     05  FILLER                       PIC X(01)   VALUE '/'.
001910     05  HL1-RUN-DD                   PIC 9(02).
001920     05  FILLER                       PIC X(01)   VALUE '/'.
001930     05  HL1-RUN-YYYY                 PIC 9(04).
001940     05  FILLER                       PIC X(61)   VALUE SPACE.
001950*
001960 01  HEADING-LINE-2.
001970*
001980     05  FILLER                       PIC X(01)   VALUE SPACE.
001990     05  FILLER                       PIC X(50)   VALUE
002000             'CUST    CUSTOMER NAME                   CITY'.
002010     05  FILLER                       PIC X(50)   VALUE
002020             '           ST  BKORD   PRODUCT DESCRIPTION'.
002030     05  FILLER                       PIC X(31)   VALUE
002040             '      QTY  ENTERED'.
002050*
002060 01  DETAIL-LINE.
002070*
002080     05  FILLER                       PIC X(01)   VALUE SPACE.
002090     05  DL-CUSTOMER-NUMBER           PIC X(06).
002100     05  FILLER                       PIC X(02)   VALUE SPACE.
002110     05  DL-CUSTOMER-NAME             PIC X(30).
002120     05  FILLER                       PIC X(02)   VALUE SPACE.
002130     05  DL-CITY                      PIC X(20).
002140     05  FILLER                       PIC X(01)   VALUE SPACE.
002150     05  DL-STATE                     PIC X(02).
002160     05  FILLER                       PIC X(02)   VALUE SPACE.
002170     05  DL-BACKORDER-NUMBER          PIC 9(06).
002180     05  FILLER                       PIC X(02)   VALUE SPACE.
002190     05  DL-PRODUCT-CODE              PIC X(06).
002200     05  FILLER                       PIC X(02)   VALUE SPACE.
002210     05  DL-DESCRIPTION               PIC X(20).
002220     05  FILLER                       PIC X(02)   VALUE SPACE.
002230     05  DL-QUANTITY                  PIC ZZ,ZZ9.
002240     05  FILLER                       PIC X(02)   VALUE SPACE.
002250     05  DL-ENTERED-MM                PIC 9(02).
002260     05  FILLER                       PIC X(01)   VALUE '/'.
002270     05  DL-ENTERED-DD                PIC 9(02).
002280     05  FILLER                       PIC X(01)   VALUE '/'.
002290     05  DL-ENTERED-YYYY              PIC 9(04).
002300     05  FILLER                       PIC X(10)   VALUE SPACE.
002310*
002320 01  SUMMARY-LINE-1.
002330*
002340     05  FILLER                       PIC X(01)   VALUE SPACE.
002350     05  FILLER                       PIC X(30)   VALUE
002360             'OUT-OF-PRINT PRODUCTS........:'.
002370     05  SL1-OOP-COUNT                PIC ZZZZ9.
002380     05  FILLER                       PIC X(96)   VALUE SPACE.
002390*
002400 01  SUMMARY-LINE-2.
002410*
002420     05  FILLER                       PIC X(01)   VALUE SPACE.
002430     05  FILLER                       PIC X(30)   VALUE
002440             'SUGGESTIONS CANCELLED........:'.
002450     05  SL2-SUGGESTIONS              PIC ZZZZ9.
002460     05  FILLER                       PIC X(96)   VALUE SPACE.
002470*
002480 01  SUMMARY-LINE-3.
002490*
002500     05  FILLER                       PIC X(01)   VALUE SPACE.
002510     05  FILLER                       PIC X(30)   VALUE
002520             'BACKORDERS CANCELLED.........:'.
002530     05  SL3-BACKORDERS               PIC ZZZZ9.
002540     05  FILLER                       PIC X(96)   VALUE SPACE.
002550*
002560 01  NONE-LINE.
002570*
002580     05  FILLER                       PIC X(01)   VALUE SPACE.
002590     05  FILLER                       PIC X(50)   VALUE
002600             'NO WAITING BACKORDERS FOR OUT-OF-PRINT PRODUCTS.'.
002610     05  FILLER                       PIC X(81)   VALUE SPACE.
002620*
002630 PROCEDURE DIVISION.
002640*
002650 0000-MAINLINE.
002660*
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002680     PERFORM 2000-CANCEL-SUGGESTIONS THRU 2000-EXIT.
002690     PERFORM 2500-CANCEL-BACKORDERS THRU 2500-EXIT.
002700     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002710*
002720     STOP RUN.
002730*
002740 1000-INITIALIZE.
002750*
002760     ACCEPT WS-START-TIME-RAW FROM TIME.
002761     MOVE 'OOPCAN  ' TO PC-PROGRAM.
002762     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002763     IF PC-REFUSED
002764         MOVE PC-RETURN-CODE TO RETURN-CODE
002765         STOP RUN
002766     END-IF.
002770*
002780     OPEN INPUT  PRODUCT-FILE.
002790     OPEN I-O    SUGPO-FILE.
002800     OPEN I-O    BACKORD-FILE.
002810     OPEN INPUT  CUSTMAS-FILE.
002820     OPEN OUTPUT NOTICE-REPORT.
002830*
002840     IF WS-PRODUCT-STATUS = '00'
002850         MOVE 'Y' TO WS-PRODUCT-OPEN-SW
002860     ELSE
002870         DISPLAY 'OOPCAN0001E PRODUCT FILE OPEN FAILED, STATUS='
002880             WS-PRODUCT-STATUS
002890         MOVE 'Y' TO WS-ABORT-SW
002900     END-IF.
002910*
002920     IF WS-SUGPO-STATUS = '00'
002930         MOVE 'Y' TO WS-SUGPO-OPEN-SW
002940     ELSE
002950         DISPLAY 'OOPCAN0002E SUGPO FILE OPEN FAILED, STATUS='
002960             WS-SUGPO-STATUS
002970         MOVE 'Y' TO WS-ABORT-SW
002980     END-IF.
002990*
003000     IF WS-BACKORD-STATUS = '00'
003010         MOVE 'Y' TO WS-BACKORD-OPEN-SW
003020     ELSE
003030         DISPLAY 'OOPCAN0003E BACKORD FILE OPEN FAILED, STATUS='
003040             WS-BACKORD-STATUS
003050         MOVE 'Y' TO WS-ABORT-SW
003060     END-IF.
003070*
003080     IF WS-CUSTMAS-STATUS = '00'
003090         MOVE 'Y' TO WS-CUSTMAS-OPEN-SW
003100     ELSE
003110         DISPLAY 'OOPCAN0004E CUSTMAS FILE OPEN FAILED, STATUS='
003120             WS-CUSTMAS-STATUS
003130         MOVE 'Y' TO WS-ABORT-SW
003140     END-IF.
003150*
003160     IF WS-REPORT-STATUS = '00'
003170         MOVE 'Y' TO WS-REPORT-OPEN-SW
003180     ELSE
003190         DISPLAY 'OOPCAN0005E RPTOUT FILE OPEN FAILED, STATUS='
003200             WS-REPORT-STATUS
003210         MOVE 'Y' TO WS-ABORT-SW
003220     END-IF.
003230*
003240     IF NOT WS-ABORT
003250         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003260         MOVE WS-RUN-MM   TO WS-CAN-MM  HL1-RUN-MM
003270         MOVE WS-RUN-DD   TO WS-CAN-DD  HL1-RUN-DD
003280         MOVE WS-RUN-YYYY TO WS-CAN-YYYY HL1-RUN-YYYY
003290         WRITE REPORT-LINE FROM HEADING-LINE-1
003300         MOVE SPACE TO REPORT-LINE
003310         WRITE REPORT-LINE
003320         WRITE REPORT-LINE FROM HEADING-LINE-2
003330     END-IF.
003340*
003350 1000-EXIT.
003360     EXIT.
003370*
003380******************************************************************
003390*   2000-CANCEL-SUGGESTIONS -- ONE PASS OF THE PRODUCT MASTER.   *
003400*   EACH OUT-OF-PRINT PRODUCT GOES INTO THE TABLE FOR THE        *
003410*   BACKORDER PASS AND HAS ANY WAITING SUGGESTION CANCELLED.     *
003420******************************************************************
003430 2000-CANCEL-SUGGESTIONS.
003440*
003450     IF NOT WS-ABORT
003460         PERFORM 2100-PROCESS-ONE-PRODUCT THRU 2100-EXIT
003470             UNTIL WS-PRODUCT-EOF
003480     END-IF.
003490*
003500 2000-EXIT.
003510     EXIT.
003520*
003530 2100-PROCESS-ONE-PRODUCT.
003540*
003550     READ PRODUCT-FILE
003560         AT END
003570             MOVE 'Y' TO WS-PRODUCT-EOF-SW
003580     END-READ.
003590*
003600     IF WS-PRODUCT-EOF
003610         GO TO 2100-EXIT
003620     END-IF.
003630*
003640     ADD 1 TO WS-PRODUCTS-READ.
003650     IF NOT PRM-OUT-OF-PRINT
003660         GO TO 2100-EXIT
003670     END-IF.
003680*
003690     IF OP-ENTRY-COUNT NOT < OP-MAX-ENTRIES
003700         DISPLAY 'OOPCAN0006E OUT-OF-PRINT TABLE FULL AT '
003710             OP-MAX-ENTRIES ' ENTRIES'
003720         MOVE 'Y' TO WS-ABORT-SW
003730         MOVE 'Y' TO WS-PRODUCT-EOF-SW
003740         GO TO 2100-EXIT
003750     END-IF.
003760*
003770     ADD 1 TO OP-ENTRY-COUNT.
003780     MOVE OP-ENTRY-COUNT TO WS-OOP-SUB.
003790     MOVE PRM-PRODUCT-CODE        TO OP-PRODUCT-CODE(WS-OOP-SUB).
003800     MOVE PRM-PRODUCT-DESCRIPTION TO OP-DESCRIPTION(WS-OOP-SUB).
003810*
003820     PERFORM 2200-CANCEL-SUGGESTION THRU 2200-EXIT.
003830*
003840 2100-EXIT.
003850     EXIT.
003860*
003870 2200-CANCEL-SUGGESTION.
003880*
003890     MOVE PRM-PRODUCT-CODE TO SUG-PRODUCT-CODE.
003900     READ SUGPO-FILE
003910         INVALID KEY
003920             GO TO 2200-EXIT
003930     END-READ.
003940*
003950     IF NOT SUG-WAITING
003960         GO TO 2200-EXIT
003970     END-IF.
003980*
003990     SET SUG-CANCELLED TO TRUE.
004000     REWRITE SUGGESTED-PURCHASE-RECORD
004010         INVALID KEY
004020             DISPLAY 'OOPCAN0007E SUGPO REWRITE FAILED, KEY='
004030                 SUG-PRODUCT-CODE ' STATUS=' WS-SUGPO-STATUS
004040             MOVE 'Y' TO WS-ABORT-SW
004050             MOVE 'Y' TO WS-PRODUCT-EOF-SW
004060             GO TO 2200-EXIT
004070     END-REWRITE.
004080*
004090     ADD 1 TO WS-SUGGESTIONS-CANCELLED.
004100*
004110 2200-EXIT.
004120     EXIT.
004130*
004140******************************************************************
004150*   2500-CANCEL-BACKORDERS -- ONE PASS OF THE BACKORDER FILE IN  *
004160*   BACKORDER-NUMBER ORDER.  A WAITING BACKORDER FOR A PRODUCT   *
004170*   IN THE OUT-OF-PRINT TABLE IS CANCELLED AND LISTED.           *
004180******************************************************************
004190 2500-CANCEL-BACKORDERS.
004200*
004210     IF NOT WS-ABORT AND OP-ENTRY-COUNT > ZERO
004220         PERFORM 2600-PROCESS-ONE-BACKORDER THRU 2600-EXIT
004230             UNTIL WS-BACKORD-EOF
004240     END-IF.
004250*
004260 2500-EXIT.
004270     EXIT.
004280*
004290 2600-PROCESS-ONE-BACKORDER.
004300*
004310     READ BACKORD-FILE
004320         AT END
004330             MOVE 'Y' TO WS-BACKORD-EOF-SW
004340     END-READ.
004350*
004360     IF WS-BACKORD-EOF
004370         GO TO 2600-EXIT
004380     END-IF.
004390*
004400     ADD 1 TO WS-BACKORDERS-READ.
004410     IF NOT BO-WAITING
004420         GO TO 2600-EXIT
004430     END-IF.
004440*
004450     MOVE ZERO TO WS-OOP-SUB.
004460     SEARCH ALL OP-ENTRY
004470         AT END
004480             CONTINUE
004490         WHEN OP-PRODUCT-CODE(OP-IDX) = BO-PRODUCT-CODE
004500             SET WS-OOP-SUB TO OP-IDX
004510     END-SEARCH.
004520     IF WS-OOP-SUB = ZERO
004530         GO TO 2600-EXIT
004540     END-IF.
004550*
004560     SET BO-CANCELLED TO TRUE.
004570     MOVE WS-CANCEL-DATE-N TO BO-RELEASE-DATE.
004580     REWRITE BACKORDER-RECORD
004590         INVALID KEY
004600             DISPLAY 'OOPCAN0008E BACKORD REWRITE FAILED, KEY='
004610                 BO-BACKORDER-NUMBER ' STATUS=' WS-BACKORD-STATUS
004620             MOVE 'Y' TO WS-ABORT-SW
004630             MOVE 'Y' TO WS-BACKORD-EOF-SW
004640             GO TO 2600-EXIT
004650     END-REWRITE.
004660*
004670     ADD 1 TO WS-BACKORDERS-CANCELLED.
004680     PERFORM 2700-PRINT-NOTICE THRU 2700-EXIT.
004690*
004700 2600-EXIT.
004710     EXIT.
004720*
004730 2700-PRINT-NOTICE.
004740*
004750     MOVE SPACE TO DETAIL-LINE.
004760     MOVE BO-CUSTOMER-NUMBER  TO DL-CUSTOMER-NUMBER.
004770     MOVE BO-BACKORDER-NUMBER TO DL-BACKORDER-NUMBER.
004780     MOVE BO-PRODUCT-CODE     TO DL-PRODUCT-CODE.
004790     MOVE OP-DESCRIPTION(WS-OOP-SUB) TO DL-DESCRIPTION.
004800     MOVE BO-QUANTITY         TO DL-QUANTITY.
004810     MOVE BO-ENTERED-DATE     TO WS-ENTERED-DATE-N.
004820     MOVE WS-ENT-MM           TO DL-ENTERED-MM.
004830     MOVE WS-ENT-DD           TO DL-ENTERED-DD.
004840     MOVE WS-ENT-YYYY         TO DL-ENTERED-YYYY.
004850*
004860     MOVE BO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
004870     READ CUSTMAS-FILE
004880         INVALID KEY
004890             MOVE '** CUSTOMER NOT ON FILE **' TO DL-CUSTOMER-NAME
004900         NOT INVALID KEY
004910             STRING CM-LAST-NAME  DELIMITED BY '  '
004920                    ', '          DELIMITED BY SIZE
004930                    CM-FIRST-NAME DELIMITED BY '  '
004940                 INTO DL-CUSTOMER-NAME
004950             END-STRING
004960             MOVE CM-CITY  TO DL-CITY
004970             MOVE CM-STATE TO DL-STATE
004980     END-READ.
004990*
005000     WRITE REPORT-LINE FROM DETAIL-LINE.
005010*
005020 2700-EXIT.
005030     EXIT.
005040*
005050 3000-TERMINATE.
005060*
005070     IF NOT WS-ABORT
005080         IF WS-BACKORDERS-CANCELLED = ZERO
005090             WRITE REPORT-LINE FROM NONE-LINE
005100         END-IF
005110         MOVE SPACE TO REPORT-LINE
005120         WRITE REPORT-LINE
005130         MOVE OP-ENTRY-COUNT           TO SL1-OOP-COUNT
005140         WRITE REPORT-LINE FROM SUMMARY-LINE-1
005150         MOVE WS-SUGGESTIONS-CANCELLED TO SL2-SUGGESTIONS
005160         WRITE REPORT-LINE FROM SUMMARY-LINE-2
005170         MOVE WS-BACKORDERS-CANCELLED  TO SL3-BACKORDERS
005180         WRITE REPORT-LINE FROM SUMMARY-LINE-3
005190     ELSE
005200         MOVE 8 TO RETURN-CODE
005210     END-IF.
005220*
005230     ADD WS-PRODUCTS-READ WS-BACKORDERS-READ
005240         GIVING WS-RECORDS-READ.
005250     ADD WS-SUGGESTIONS-CANCELLED WS-BACKORDERS-CANCELLED
005260         GIVING WS-RECORDS-WRITTEN.
005270*
005280     MOVE 'OOPCAN  ' TO RL-PROGRAM.
005290     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
005300     MOVE 'OOPCAN  ' TO RL-STEP-NAME.
005310     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
005320     MOVE WS-RECORDS-READ    TO RL-RECORDS-READ.
005330     MOVE WS-RECORDS-WRITTEN TO RL-RECORDS-WRITTEN.
005340     MOVE ZERO               TO RL-RECORDS-REJECTED.
005350     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
005360     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
005370*
005380     IF WS-PRODUCT-OPEN
005390         CLOSE PRODUCT-FILE
005400     END-IF.
005410     IF WS-SUGPO-OPEN
005420         CLOSE SUGPO-FILE
005430     END-IF.
005440     IF WS-BACKORD-OPEN
005450         CLOSE BACKORD-FILE
005460     END-IF.
005470     IF WS-CUSTMAS-OPEN
005480         CLOSE CUSTMAS-FILE
005490     END-IF.
005500     IF WS-REPORT-OPEN
005510         CLOSE NOTICE-REPORT
005520     END-IF.
005530*
005540 3000-EXIT.
005550     EXIT.
