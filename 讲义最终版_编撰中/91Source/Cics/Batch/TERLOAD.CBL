000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    TERLOAD.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   TERLOAD -- SALES TERRITORY LOAD AND HOUSE ASSIGNMENT.        *
000110*   LOADS THE TERRIT TERRITORY TABLE FROM SALES ADMINISTRATION'S *
000120*   CARDS (TERIN), THE SAME CARD-LOAD APPROACH TAXLOAD USES.     *
000130*   ONE CARD PER ZIP RANGE:                                      *
000140*     COLUMN  1      ACTION -- 'A' ADD OR REPLACE, 'D' DELETE    *
000150*     COLUMNS 2-3    STATE                                       *
000160*     COLUMNS 4-8    LOW ZIP CODE OF THE RANGE                   *
000170*     COLUMNS 9-13   HIGH ZIP CODE OF THE RANGE                  *
000180*     COLUMNS 14-16  SALESPERSON CODE                            *
000190*     COLUMNS 17-36  TERRITORY NAME                              *
000200*   A RANGE IS KEYED BY STATE AND HIGH ZIP, SO AN 'A' CARD FOR   *
000210*   A STATE AND HIGH ZIP ALREADY ON FILE REPLACES THE RANGE --   *
000220*   THAT IS HOW A TERRITORY CHANGES HANDS.  A 'D' CARD NEEDS     *
000230*   ONLY THE STATE AND HIGH ZIP.  THE SALESPERSON MUST BE ACTIVE *
000240*   ON SLSPSN, THE LOW ZIP MAY NOT BE ABOVE THE HIGH, AND THE    *
000250*   RANGE MAY NOT OVERLAP ANOTHER IN THE SAME STATE.  A REJECTED *
000260*   CARD PRINTS WITH THE REASON.                                 *
000270*   WITH THE CARDS APPLIED, EVERY ACTIVE CUSTOMER STILL WITHOUT  *
000280*   A HOUSE SALESPERSON (CM-SALESPERSON-CODE) IS GIVEN THE       *
000290*   SALESPERSON FOR THEIR STATE AND ZIP, WHEN THAT SALESPERSON   *
000300*   IS ACTIVE, AND LISTED.  AN ASSIGNMENT ALREADY ON THE MASTER  *
000310*   IS NEVER CHANGED HERE -- SLSREAS MOVES A DEPARTING           *
000320*   SALESPERSON'S CUSTOMERS.  EACH CUSTOMER REWRITTEN IS         *
000330*   JOURNALED TO JRNOUT AS CRLUPD JOURNALS ITS CHANGES.  THE RUN *
000340*   IS LOGGED THROUGH RUNLOGW.                                   *
000350*                                                                *
000360*   MODIFICATION HISTORY.                                        *
000370*   10/15/2026  RH   INITIAL VERSION.                            *
000371*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000372*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000373*                    NOT COMPLETED.                              *
000380******************************************************************
000390*
000400 ENVIRONMENT DIVISION.
000410*
000420 CONFIGURATION SECTION.
000430*
000440 SOURCE-COMPUTER.  IBM-370.
000450 OBJECT-COMPUTER.  IBM-370.
000460*
000470 INPUT-OUTPUT SECTION.
000480*
000490 FILE-CONTROL.
000500*
000510     SELECT  CARD-FILE      ASSIGN TO TERIN
000520             ORGANIZATION IS LINE SEQUENTIAL
000530             FILE STATUS IS WS-CARD-STATUS.
000540*
000550     SELECT  TERRIT-FILE    ASSIGN TO TERRIT
000560             ORGANIZATION IS INDEXED
000570             ACCESS MODE IS DYNAMIC
000580             RECORD KEY IS TR-TERRITORY-KEY
000590             FILE STATUS IS WS-TERRIT-STATUS.
000600*
000610     SELECT  SLSPSN-FILE    ASSIGN TO SLSPSN
000620             ORGANIZATION IS INDEXED
000630             ACCESS MODE IS RANDOM
000640             RECORD KEY IS SP-SALESPERSON-CODE
000650             FILE STATUS IS WS-SLSPSN-STATUS.
000660*
000670     SELECT  CUSTMAS-FILE   ASSIGN TO CUSTMAS
000680             ORGANIZATION IS INDEXED
000690             ACCESS MODE IS SEQUENTIAL
000700             RECORD KEY IS CM-CUSTOMER-NUMBER
000710             FILE STATUS IS WS-CUSTMAS-STATUS.
000720*
000730     SELECT  JOURNAL-FILE   ASSIGN TO JRNOUT
000740             ORGANIZATION IS SEQUENTIAL
000750             FILE STATUS IS WS-JOURNAL-STATUS.
000760*
000770     SELECT  LOAD-REPORT    ASSIGN TO RPTOUT
000780             ORGANIZATION IS LINE SEQUENTIAL
000790             FILE STATUS IS WS-REPORT-STATUS.
000800*
000810 DATA DIVISION.
000820*
000830 FILE SECTION.
000840*
000850 FD  CARD-FILE
000860     LABEL RECORDS ARE STANDARD.
000870*
000880 01  CARD-RECORD.
000890     05  CD-ACTION                    PIC X(01).
000900         88  CD-ADD-CARD                          VALUE 'A'.
000910         88  CD-DELETE-CARD                       VALUE 'D'.
000920     05  CD-STATE                     PIC X(02).
000930     05  CD-ZIP-FROM                  PIC X(05).
000940     05  CD-ZIP-TO                    PIC X(05).
000950     05  CD-SALESPERSON-CODE          PIC X(03).
000960     05  CD-TERRITORY-NAME            PIC X(20).
000970     05  FILLER                       PIC X(44).
000980*
000990 FD  TERRIT-FILE
001000     LABEL RECORDS ARE STANDARD.
001010*
001020     COPY TERRIT.
001030*
001040 FD  SLSPSN-FILE
001050     LABEL RECORDS ARE STANDARD.
001060*
001070     COPY SLSPSN.
001080*
001090 FD  CUSTMAS-FILE
001100     LABEL RECORDS ARE STANDARD.
001110*
001120     COPY CUSTMAS.
001130*
001140 FD  JOURNAL-FILE
001150     LABEL RECORDS ARE STANDARD.
001160*
001170     COPY AFTJRNL.
001180*
001190 FD  LOAD-REPORT
001200     LABEL RECORDS ARE OMITTED.
001210*
001220 01  REPORT-LINE                      PIC X(132).
001230*
001240 WORKING-STORAGE SECTION.
001250*
001260     COPY RUNLOG.
001261*
001262     COPY PREDPARM.
001270*
001280 01  RUN-TIMING-FIELDS.
001290     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001300     05  WS-STAMP-TIME-RAW      PIC 9(08)   VALUE ZERO.
001310*
001320 01  SWITCHES.
001330*
001340     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001350         88  WS-ABORT                             VALUE 'Y'.
001360     05  WS-CARD-OPEN-SW              PIC X(01)   VALUE 'N'.
001370         88  WS-CARD-OPEN                         VALUE 'Y'.
001380     05  WS-TERRIT-OPEN-SW            PIC X(01)   VALUE 'N'.
001390         88  WS-TERRIT-OPEN                       VALUE 'Y'.
001400     05  WS-SLSPSN-OPEN-SW            PIC X(01)   VALUE 'N'.
001410         88  WS-SLSPSN-OPEN                       VALUE 'Y'.
001420     05  WS-CUSTMAS-OPEN-SW           PIC X(01)   VALUE 'N'.
001430         88  WS-CUSTMAS-OPEN                      VALUE 'Y'.
001440     05  WS-JOURNAL-OPEN-SW           PIC X(01)   VALUE 'N'.
001450         88  WS-JOURNAL-OPEN                      VALUE 'Y'.
001460     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001470         88  WS-REPORT-OPEN                       VALUE 'Y'.
001480     05  WS-CARD-EOF-SW               PIC X(01)   VALUE 'N'.
001490         88  WS-CARD-EOF                          VALUE 'Y'.
001500     05  WS-CUSTMAS-EOF-SW            PIC X(01)   VALUE 'N'.
001510         88  WS-CUSTMAS-EOF                       VALUE 'Y'.
001520     05  WS-CARD-OK-SW                PIC X(01)   VALUE 'Y'.
001530         88  WS-CARD-OK                           VALUE 'Y'.
001540     05  WS-OVERLAP-DONE-SW           PIC X(01)   VALUE 'N'.
001550         88  WS-OVERLAP-DONE                      VALUE 'Y'.
001560     05  WS-TERRITORY-FOUND-SW        PIC X(01)   VALUE 'N'.
001570         88  WS-TERRITORY-FOUND                   VALUE 'Y'.
001580     05  WS-SALESPERSON-ACTIVE-SW     PIC X(01)   VALUE 'N'.
001590         88  WS-SALESPERSON-ACTIVE                VALUE 'Y'.
001600*
001610 01  FILE-STATUS-FIELDS.
001620*
001630     05  WS-CARD-STATUS               PIC X(02)   VALUE '00'.
001640     05  WS-TERRIT-STATUS             PIC X(02)   VALUE '00'.
001650     05  WS-SLSPSN-STATUS             PIC X(02)   VALUE '00'.
001660     05  WS-CUSTMAS-STATUS            PIC X(02)   VALUE '00'.
001670     05  WS-JOURNAL-STATUS            PIC X(02)   VALUE '00'.
001680     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001690*
001700 01  WORK-FIELDS.
001710*
001720     05  WS-READ-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
001730     05  WS-LOADED-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
001740     05  WS-DELETED-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
001750     05  WS-REJECT-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
001760     05  WS-ASSIGNED-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
001770     05  WS-UNASSIGNED-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
001780     05  WS-LOOKUP-STATE        PIC X(02)         VALUE SPACE.
001790     05  WS-LOOKUP-ZIP          PIC X(05)         VALUE SPACE.
001800*
001810 01  WS-RUN-DATE.
001820     05  WS-RUN-YYYY                  PIC 9(04).
001830     05  WS-RUN-MM                    PIC 9(02).
001840     05  WS-RUN-DD                    PIC 9(02).
001850*
001860 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001870                                      PIC 9(08).
001880*
001890 01  HEADING-LINE-1.
001900*
001910     05  FILLER                       PIC X(01)   VALUE SPACE.
001920     05  FILLER                       PIC X(42)   VALUE
001930             'SALES TERRITORY LOAD RUN OF'.
001940     05  HL1-RUN-DATE                 PIC 9(08).
001950     05  FILLER                       PIC X(81)   VALUE SPACE.
001960*
001970 01  HEADING-LINE-2.
001980*
001990     05  FILLER                       PIC X(01)   VALUE SPACE.
002000     05  FILLER                       PIC X(60)   VALUE
002010             'CUSTOMERS GIVEN A HOUSE SALESPERSON BY TERRITORY'.
002020     05  FILLER                       PIC X(71)   VALUE SPACE.
002030*
002040 01  DETAIL-LINE.
002050*
002060     05  FILLER                       PIC X(01)   VALUE SPACE.
002070     05  DL-ACTION                    PIC X(01).
002080     05  FILLER                       PIC X(02)   VALUE SPACE.
002090     05  DL-STATE                     PIC X(02).
002100     05  FILLER                       PIC X(02)   VALUE SPACE.
002110     05  DL-ZIP-FROM                  PIC X(05).
002120     05  FILLER                       PIC X(01)   VALUE '-'.
002130     05  DL-ZIP-TO                    PIC X(05).
002140     05  FILLER                       PIC X(02)   VALUE SPACE.
002150     05  DL-SALESPERSON-CODE          PIC X(03).
002160     05  FILLER                       PIC X(02)   VALUE SPACE.
002170     05  DL-TERRITORY-NAME            PIC X(20).
002180     05  FILLER                       PIC X(02)   VALUE SPACE.
002190     05  DL-DISPOSITION               PIC X(40).
002200     05  FILLER                       PIC X(44)   VALUE SPACE.
002210*
002220 01  ASSIGNMENT-LINE.
002230*
002240     05  FILLER                       PIC X(01)   VALUE SPACE.
002250     05  AL-CUSTOMER-NUMBER           PIC X(06).
002260     05  FILLER                       PIC X(02)   VALUE SPACE.
002270     05  AL-LAST-NAME                 PIC X(30).
002280     05  FILLER                       PIC X(02)   VALUE SPACE.
002290     05  AL-STATE                     PIC X(02).
002300     05  FILLER                       PIC X(02)   VALUE SPACE.
002310     05  AL-ZIP-CODE                  PIC X(10).
002320     05  FILLER                       PIC X(02)   VALUE SPACE.
002330     05  AL-SALESPERSON-CODE          PIC X(03).
002340     05  FILLER                       PIC X(02)   VALUE SPACE.
002350     05  AL-TERRITORY-NAME            PIC X(20).
002360     05  FILLER                       PIC X(46)   VALUE SPACE.
002370*
002380 01  SUMMARY-LINE-1.
002390*
002400     05  FILLER                       PIC X(01)   VALUE SPACE.
002410     05  FILLER                       PIC X(25)   VALUE
002420             'CARDS READ..............:'.
002430     05  SL1-READ-COUNT               PIC ZZZZ9.
002440     05  FILLER                       PIC X(101)  VALUE SPACE.
002450*
002460 01  SUMMARY-LINE-2.
002470*
002480     05  FILLER                       PIC X(01)   VALUE SPACE.
002490     05  FILLER                       PIC X(25)   VALUE
002500             'RANGES LOADED...........:'.
002510     05  SL2-LOADED-COUNT             PIC ZZZZ9.
002520     05  FILLER                       PIC X(101)  VALUE SPACE.
002530*
002540 01  SUMMARY-LINE-3.
002550*
002560     05  FILLER                       PIC X(01)   VALUE SPACE.
002570     05  FILLER                       PIC X(25)   VALUE
002580             'RANGES DELETED..........:'.
002590     05  SL3-DELETED-COUNT            PIC ZZZZ9.
002600     05  FILLER                       PIC X(101)  VALUE SPACE.
002610*
002620 01  SUMMARY-LINE-4.
002630*
002640     05  FILLER                       PIC X(01)   VALUE SPACE.
002650     05  FILLER                       PIC X(25)   VALUE
002660             'CARDS REJECTED..........:'.
002670     05  SL4-REJECT-COUNT             PIC ZZZZ9.
002680     05  FILLER                       PIC X(101)  VALUE SPACE.
002690*
002700 01  SUMMARY-LINE-5.
002710*
002720     05  FILLER                       PIC X(01)   VALUE SPACE.
002730     05  FILLER                       PIC X(25)   VALUE
002740             'CUSTOMERS ASSIGNED......:'.
002750     05  SL5-ASSIGNED-COUNT           PIC ZZZZ9.
002760     05  FILLER                       PIC X(101)  VALUE SPACE.
002770*
002780 01  SUMMARY-LINE-6.
002790*
002800     05  FILLER                       PIC X(01)   VALUE SPACE.
002810     05  FILLER                       PIC X(25)   VALUE
002820             'CUSTOMERS NOT ASSIGNED..:'.
002830     05  SL6-UNASSIGNED-COUNT         PIC ZZZZ9.
002840     05  FILLER                       PIC X(101)  VALUE SPACE.
002850*
002860 PROCEDURE DIVISION.
002870*
002880 0000-MAINLINE.
002890*
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002910     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
002920     PERFORM 2500-ASSIGN-CUSTOMERS THRU 2500-EXIT.
002930     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002940*
002950     STOP RUN.
002960*
002970 1000-INITIALIZE.
002980*
002990     ACCEPT WS-START-TIME-RAW FROM TIME.
002991     MOVE 'TERLOAD ' TO PC-PROGRAM.
002992     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002993     IF PC-REFUSED
002994         MOVE PC-RETURN-CODE TO RETURN-CODE
002995         STOP RUN
002996     END-IF.
003000*
003010     OPEN INPUT  CARD-FILE.
003020     OPEN I-O    TERRIT-FILE.
003030     OPEN INPUT  SLSPSN-FILE.
003040     OPEN I-O    CUSTMAS-FILE.
003050     OPEN OUTPUT JOURNAL-FILE.
003060     OPEN OUTPUT LOAD-REPORT.
003070*
003080     IF WS-CARD-STATUS = '00'
003090         MOVE 'Y' TO WS-CARD-OPEN-SW
003100     ELSE
003110         DISPLAY 'TERLOAD0001E TERIN FILE OPEN FAILED, STATUS='
003120             WS-CARD-STATUS
003130         MOVE 'Y' TO WS-ABORT-SW
003140     END-IF.
003150*
003160     IF WS-TERRIT-STATUS = '00'
003170         MOVE 'Y' TO WS-TERRIT-OPEN-SW
003180     ELSE
003190         DISPLAY 'TERLOAD0002E TERRIT FILE OPEN FAILED, STATUS='
003200             WS-TERRIT-STATUS
003210         MOVE 'Y' TO WS-ABORT-SW
003220     END-IF.
003230*
003240     IF WS-SLSPSN-STATUS = '00'
003250         MOVE 'Y' TO WS-SLSPSN-OPEN-SW
003260     ELSE
003270         DISPLAY 'TERLOAD0003E SLSPSN FILE OPEN FAILED, STATUS='
003280             WS-SLSPSN-STATUS
003290         MOVE 'Y' TO WS-ABORT-SW
003300     END-IF.
003310*
003320     IF WS-CUSTMAS-STATUS = '00'
003330         MOVE 'Y' TO WS-CUSTMAS-OPEN-SW
003340     ELSE
003350         DISPLAY 'TERLOAD0004E CUSTMAS FILE OPEN FAILED, STATUS='
003360             WS-CUSTMAS-STATUS
003370         MOVE 'Y' TO WS-ABORT-SW
003380     END-IF.
003390*
003400     IF WS-JOURNAL-STATUS = '00'
003410         MOVE 'Y' TO WS-JOURNAL-OPEN-SW
003420     ELSE
003430         DISPLAY 'TERLOAD0005E JRNOUT FILE OPEN FAILED, STATUS='
003440             WS-JOURNAL-STATUS
003450         MOVE 'Y' TO WS-ABORT-SW
003460     END-IF.
003470*
003480     IF WS-REPORT-STATUS = '00'
003490         MOVE 'Y' TO WS-REPORT-OPEN-SW
003500     ELSE
003510         DISPLAY 'TERLOAD0006E LOAD-REPORT OPEN FAILED, STATUS='
003520             WS-REPORT-STATUS
003530         MOVE 'Y' TO WS-ABORT-SW
003540     END-IF.
003550*
003560     IF NOT WS-ABORT
003570         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003580         MOVE WS-RUN-DATE-N TO HL1-RUN-DATE
003590         WRITE REPORT-LINE FROM HEADING-LINE-1
003600     END-IF.
003610*
003620 1000-EXIT.
003630     EXIT.
003640*
003650 2000-PROCESS-CARDS.
003660*
003670     IF NOT WS-ABORT
003680         PERFORM 2100-PROCESS-ONE-CARD THRU 2100-EXIT
003690             UNTIL WS-CARD-EOF
003700     END-IF.
003710*
003720 2000-EXIT.
003730     EXIT.
003740*
003750 2100-PROCESS-ONE-CARD.
003760*
003770     READ CARD-FILE
003780         AT END
003790             MOVE 'Y' TO WS-CARD-EOF-SW
003800     END-READ.
003810*
003820     IF WS-CARD-EOF
003830         GO TO 2100-EXIT
003840     END-IF.
003850*
003860     ADD 1 TO WS-READ-COUNT.
003870     MOVE 'Y' TO WS-CARD-OK-SW.
003880     MOVE CD-ACTION             TO DL-ACTION.
003890     MOVE CD-STATE              TO DL-STATE.
003900     MOVE CD-ZIP-FROM           TO DL-ZIP-FROM.
003910     MOVE CD-ZIP-TO             TO DL-ZIP-TO.
003920     MOVE CD-SALESPERSON-CODE   TO DL-SALESPERSON-CODE.
003930     MOVE CD-TERRITORY-NAME     TO DL-TERRITORY-NAME.
003940*
003950     EVALUATE TRUE
003960         WHEN CD-ADD-CARD
003970             PERFORM 2200-EDIT-ADD-CARD THRU 2200-EXIT
003980             IF WS-CARD-OK
003990                 PERFORM 2300-WRITE-TERRITORY THRU 2300-EXIT
004000             END-IF
004010         WHEN CD-DELETE-CARD
004020             PERFORM 2400-DELETE-TERRITORY THRU 2400-EXIT
004030         WHEN OTHER
004040             MOVE 'REJECTED - ACTION NOT A OR D' TO DL-DISPOSITION
004050             MOVE 'N' TO WS-CARD-OK-SW
004060     END-EVALUATE.
004070*
004080     IF NOT WS-CARD-OK
004090         ADD 1 TO WS-REJECT-COUNT
004100     END-IF.
004110     IF NOT WS-ABORT
004120         WRITE REPORT-LINE FROM DETAIL-LINE
004130     END-IF.
004140*
004150 2100-EXIT.
004160     EXIT.
004170*
004180******************************************************************
004190*   2200-EDIT-ADD-CARD -- THE RANGE MUST NAME ITS STATE, TWO     *
004200*   NUMERIC ZIP CODES IN ORDER, AND AN ACTIVE SALESPERSON, AND   *
004210*   MAY NOT OVERLAP ANOTHER RANGE IN THE STATE.                  *
004220******************************************************************
004230 2200-EDIT-ADD-CARD.
004240*
004250     IF CD-STATE = SPACE
004260         MOVE 'REJECTED - STATE MISSING' TO DL-DISPOSITION
004270         GO TO 2200-REJECT
004280     END-IF.
004290*
004300     IF       CD-ZIP-FROM NOT NUMERIC
004310           OR CD-ZIP-TO NOT NUMERIC
004320         MOVE 'REJECTED - ZIP CODES NOT NUMERIC' TO DL-DISPOSITION
004330         GO TO 2200-REJECT
004340     END-IF.
004350*
004360     IF CD-ZIP-FROM > CD-ZIP-TO
004370         MOVE 'REJECTED - LOW ZIP ABOVE HIGH ZIP'
004380             TO DL-DISPOSITION
004390         GO TO 2200-REJECT
004400     END-IF.
004410*
004420     MOVE CD-SALESPERSON-CODE TO SP-SALESPERSON-CODE.
004430     PERFORM 2600-READ-SALESPERSON THRU 2600-EXIT.
004440     IF NOT WS-SALESPERSON-ACTIVE
004450         MOVE 'REJECTED - SALESPERSON NOT ACTIVE'
004460             TO DL-DISPOSITION
004470         GO TO 2200-REJECT
004480     END-IF.
004490*
004500     PERFORM 2220-CHECK-OVERLAP THRU 2220-EXIT.
004510     IF NOT WS-CARD-OK
004520         MOVE 'REJECTED - OVERLAPS ANOTHER RANGE'
004530             TO DL-DISPOSITION
004540         GO TO 2200-REJECT
004550     END-IF.
004560*
004570     GO TO 2200-EXIT.
004580*
004590 2200-REJECT.
004600*
004610     MOVE 'N' TO WS-CARD-OK-SW.
004620*
004630 2200-EXIT.
004640     EXIT.
004650*
004660******************************************************************
004670*   2220-CHECK-OVERLAP -- THE FIRST RANGE IN THE STATE WHOSE     *
004680*   HIGH ZIP IS NOT BELOW THE NEW LOW ZIP IS THE ONLY ONE THAT   *
004690*   CAN OVERLAP, SINCE THE RANGES ON FILE NEVER OVERLAP.  THE    *
004700*   RANGE THE CARD REPLACES (SAME HIGH ZIP) IS PASSED OVER.      *
004710******************************************************************
004720 2220-CHECK-OVERLAP.
004730*
004740     MOVE CD-STATE    TO TR-STATE.
004750     MOVE CD-ZIP-FROM TO TR-ZIP-TO.
004760     MOVE 'N' TO WS-OVERLAP-DONE-SW.
004770     START TERRIT-FILE KEY IS NOT < TR-TERRITORY-KEY
004780         INVALID KEY
004790             MOVE 'Y' TO WS-OVERLAP-DONE-SW
004800     END-START.
004810*
004820     PERFORM 2225-CHECK-ONE-RANGE THRU 2225-EXIT
004830         UNTIL WS-OVERLAP-DONE.
004840*
004850 2220-EXIT.
004860     EXIT.
004870*
004880 2225-CHECK-ONE-RANGE.
004890*
004900     READ TERRIT-FILE NEXT RECORD
004910         AT END
004920             MOVE 'Y' TO WS-OVERLAP-DONE-SW
004930             GO TO 2225-EXIT
004940     END-READ.
004950*
004960     IF       TR-STATE NOT = CD-STATE
004970           OR TR-ZIP-FROM > CD-ZIP-TO
004980         MOVE 'Y' TO WS-OVERLAP-DONE-SW
004990         GO TO 2225-EXIT
005000     END-IF.
005010*
005020     IF TR-ZIP-TO NOT = CD-ZIP-TO
005030         MOVE 'N' TO WS-CARD-OK-SW
005040         MOVE 'Y' TO WS-OVERLAP-DONE-SW
005050     END-IF.
005060*
005070 2225-EXIT.
005080     EXIT.
005090*
005100******************************************************************
005110*   2300-WRITE-TERRITORY -- A RANGE ALREADY ON FILE FOR THE      *
005120*   STATE AND HIGH ZIP IS REPLACED.                              *
005130******************************************************************
005140 2300-WRITE-TERRITORY.
005150*
005160     MOVE SPACE TO TERRITORY-RECORD.
005170     MOVE CD-STATE              TO TR-STATE.
005180     MOVE CD-ZIP-TO             TO TR-ZIP-TO.
005190     MOVE CD-ZIP-FROM           TO TR-ZIP-FROM.
005200     MOVE CD-SALESPERSON-CODE   TO TR-SALESPERSON-CODE.
005210     MOVE CD-TERRITORY-NAME     TO TR-TERRITORY-NAME.
005220     MOVE WS-RUN-DATE-N         TO TR-LOADED-DATE.
005230     MOVE 'RANGE LOADED' TO DL-DISPOSITION.
005240*
005250     WRITE TERRITORY-RECORD
005260         INVALID KEY
005270             MOVE 'RANGE REPLACED' TO DL-DISPOSITION
005280             REWRITE TERRITORY-RECORD
005290                 INVALID KEY
005300                     DISPLAY 'TERLOAD0007E TERRIT WRITE FAILED, '
005310                         'KEY=' TR-TERRITORY-KEY
005320                     MOVE 'Y' TO WS-ABORT-SW
005330                     MOVE 'Y' TO WS-CARD-EOF-SW
005340             END-REWRITE
005350     END-WRITE.
005360*
005370     IF NOT WS-ABORT
005380         ADD 1 TO WS-LOADED-COUNT
005390     END-IF.
005400*
005410 2300-EXIT.
005420     EXIT.
005430*
005440 2400-DELETE-TERRITORY.
005450*
005460     MOVE CD-STATE  TO TR-STATE.
005470     MOVE CD-ZIP-TO TO TR-ZIP-TO.
005480*
005490     DELETE TERRIT-FILE RECORD
005500         INVALID KEY
005510             MOVE 'REJECTED - NO RANGE ON FILE' TO DL-DISPOSITION
005520             MOVE 'N' TO WS-CARD-OK-SW
005530             GO TO 2400-EXIT
005540     END-DELETE.
005550*
005560     MOVE 'RANGE DELETED' TO DL-DISPOSITION.
005570     ADD 1 TO WS-DELETED-COUNT.
005580*
005590 2400-EXIT.
005600     EXIT.
005610*
005620******************************************************************
005630*   2500-ASSIGN-CUSTOMERS -- ONE PASS OF THE CUSTOMER MASTER,    *
005640*   GIVING EACH ACTIVE CUSTOMER WITHOUT A HOUSE SALESPERSON THE  *
005650*   SALESPERSON FOR THEIR TERRITORY.                             *
005660******************************************************************
005670 2500-ASSIGN-CUSTOMERS.
005680*
005690     IF WS-ABORT
005700         GO TO 2500-EXIT
005710     END-IF.
005720*
005730     MOVE SPACE TO REPORT-LINE.
005740     WRITE REPORT-LINE.
005750     WRITE REPORT-LINE FROM HEADING-LINE-2.
005760*
005770     PERFORM 2510-ASSIGN-ONE-CUSTOMER THRU 2510-EXIT
005780         UNTIL WS-CUSTMAS-EOF.
005790*
005800 2500-EXIT.
005810     EXIT.
005820*
005830 2510-ASSIGN-ONE-CUSTOMER.
005840*
005850     READ CUSTMAS-FILE NEXT RECORD
005860         AT END
005870             MOVE 'Y' TO WS-CUSTMAS-EOF-SW
005880             GO TO 2510-EXIT
005890     END-READ.
005900*
005910     IF       NOT CM-ACTIVE
005920           OR CM-SALESPERSON-CODE NOT = SPACE
005930         GO TO 2510-EXIT
005940     END-IF.
005950*
005960     MOVE CM-STATE          TO WS-LOOKUP-STATE.
005970     MOVE CM-ZIP-CODE(1:5)  TO WS-LOOKUP-ZIP.
005980     PERFORM 2520-FIND-TERRITORY THRU 2520-EXIT.
005990     IF WS-TERRITORY-FOUND
006000         MOVE TR-SALESPERSON-CODE TO SP-SALESPERSON-CODE
006010         PERFORM 2600-READ-SALESPERSON THRU 2600-EXIT
006020     END-IF.
006030     IF       NOT WS-TERRITORY-FOUND
006040           OR NOT WS-SALESPERSON-ACTIVE
006050         ADD 1 TO WS-UNASSIGNED-COUNT
006060         GO TO 2510-EXIT
006070     END-IF.
006080*
006090     MOVE TR-SALESPERSON-CODE TO CM-SALESPERSON-CODE.
006100     REWRITE CUSTOMER-MASTER-RECORD
006110         INVALID KEY
006120             DISPLAY 'TERLOAD0008E CUSTMAS REWRITE FAILED, KEY='
006130                 CM-CUSTOMER-NUMBER ' STATUS=' WS-CUSTMAS-STATUS
006140             MOVE 'Y' TO WS-ABORT-SW
006150             MOVE 'Y' TO WS-CUSTMAS-EOF-SW
006160             GO TO 2510-EXIT
006170     END-REWRITE.
006180*
006190     PERFORM 2530-JOURNAL-CUSTOMER THRU 2530-EXIT.
006200     IF WS-ABORT
006210         GO TO 2510-EXIT
006220     END-IF.
006230*
006240     ADD 1 TO WS-ASSIGNED-COUNT.
006250     MOVE CM-CUSTOMER-NUMBER  TO AL-CUSTOMER-NUMBER.
006260     MOVE CM-LAST-NAME        TO AL-LAST-NAME.
006270     MOVE CM-STATE            TO AL-STATE.
006280     MOVE CM-ZIP-CODE         TO AL-ZIP-CODE.
006290     MOVE CM-SALESPERSON-CODE TO AL-SALESPERSON-CODE.
006300     MOVE TR-TERRITORY-NAME   TO AL-TERRITORY-NAME.
006310     WRITE REPORT-LINE FROM ASSIGNMENT-LINE.
006320*
006330 2510-EXIT.
006340     EXIT.
006350*
006360******************************************************************
006370*   2520-FIND-TERRITORY -- START AT THE STATE AND ZIP AND TAKE   *
006380*   THE NEXT RANGE WHEN IT IS THE SAME STATE AND BEGINS AT OR    *
006390*   BELOW THE ZIP, AS CUSTMNT1'S 2250 DOES ONLINE.               *
006400******************************************************************
006410 2520-FIND-TERRITORY.
006420*
006430     MOVE 'N' TO WS-TERRITORY-FOUND-SW.
006440     MOVE WS-LOOKUP-STATE TO TR-STATE.
006450     MOVE WS-LOOKUP-ZIP   TO TR-ZIP-TO.
006460     START TERRIT-FILE KEY IS NOT < TR-TERRITORY-KEY
006470         INVALID KEY
006480             GO TO 2520-EXIT
006490     END-START.
006500*
006510     READ TERRIT-FILE NEXT RECORD
006520         AT END
006530             GO TO 2520-EXIT
006540     END-READ.
006550*
006560     IF       TR-STATE = WS-LOOKUP-STATE
006570          AND TR-ZIP-FROM NOT > WS-LOOKUP-ZIP
006580         MOVE 'Y' TO WS-TERRITORY-FOUND-SW
006590     END-IF.
006600*
006610 2520-EXIT.
006620     EXIT.
006630*
006640 2530-JOURNAL-CUSTOMER.
006650*
006660     ACCEPT WS-STAMP-TIME-RAW FROM TIME.
006670     MOVE SPACE                  TO AFTER-IMAGE-JOURNAL.
006680     MOVE 'CUSTMAS '             TO AJ-FILE-NAME.
006690     MOVE 'R'                    TO AJ-ACTION-CODE.
006700     MOVE CM-CUSTOMER-NUMBER     TO AJ-RECORD-KEY.
006710     MOVE WS-RUN-DATE-N          TO AJ-STAMP-DATE.
006720     MOVE WS-STAMP-TIME-RAW(1:6) TO AJ-STAMP-TIME.
006730     MOVE 'BTCH'                 TO AJ-TERMINAL-ID.
006740     MOVE 'TER'                  TO AJ-OPERATOR-ID.
006750     MOVE CUSTOMER-MASTER-RECORD TO AJ-RECORD-IMAGE.
006760     WRITE AFTER-IMAGE-JOURNAL.
006770     IF WS-JOURNAL-STATUS NOT = '00'
006780         DISPLAY 'TERLOAD0009E JRNOUT WRITE FAILED, KEY='
006790             CM-CUSTOMER-NUMBER ' STATUS=' WS-JOURNAL-STATUS
006800         MOVE 'Y' TO WS-ABORT-SW
006810         MOVE 'Y' TO WS-CUSTMAS-EOF-SW
006820     END-IF.
006830*
006840 2530-EXIT.
006850     EXIT.
006860*
006870******************************************************************
006880*   2600-READ-SALESPERSON -- AN ARCHIVED SALESPERSON IS NOT      *
006890*   ACTIVE.                                                      *
006900******************************************************************
006910 2600-READ-SALESPERSON.
006920*
006930     MOVE 'N' TO WS-SALESPERSON-ACTIVE-SW.
006940     READ SLSPSN-FILE
006950         INVALID KEY
006960             GO TO 2600-EXIT
006970     END-READ.
006980*
006990     IF SP-ACTIVE
007000         MOVE 'Y' TO WS-SALESPERSON-ACTIVE-SW
007010     END-IF.
007020*
007030 2600-EXIT.
007040     EXIT.
007050*
007060 3000-TERMINATE.
007070*
007080     IF NOT WS-ABORT
007090         MOVE SPACE TO REPORT-LINE
007100         WRITE REPORT-LINE
007110         MOVE WS-READ-COUNT       TO SL1-READ-COUNT
007120         WRITE REPORT-LINE FROM SUMMARY-LINE-1
007130         MOVE WS-LOADED-COUNT     TO SL2-LOADED-COUNT
007140         WRITE REPORT-LINE FROM SUMMARY-LINE-2
007150         MOVE WS-DELETED-COUNT    TO SL3-DELETED-COUNT
007160         WRITE REPORT-LINE FROM SUMMARY-LINE-3
007170         MOVE WS-REJECT-COUNT     TO SL4-REJECT-COUNT
007180         WRITE REPORT-LINE FROM SUMMARY-LINE-4
007190         MOVE WS-ASSIGNED-COUNT   TO SL5-ASSIGNED-COUNT
007200         WRITE REPORT-LINE FROM SUMMARY-LINE-5
007210         MOVE WS-UNASSIGNED-COUNT TO SL6-UNASSIGNED-COUNT
007220         WRITE REPORT-LINE FROM SUMMARY-LINE-6
007230         IF WS-REJECT-COUNT > ZERO
007240             MOVE 4 TO RETURN-CODE
007250         END-IF
007260     ELSE
007270         MOVE 8 TO RETURN-CODE
007280     END-IF.
007290*
007300     MOVE 'TERLOAD ' TO RL-PROGRAM.
007310     MOVE 'ADHOC   ' TO RL-JOB-NAME.
007320     MOVE 'TERLOAD ' TO RL-STEP-NAME.
007330     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
007340     MOVE WS-READ-COUNT   TO RL-RECORDS-READ.
007350     COMPUTE RL-RECORDS-WRITTEN = WS-LOADED-COUNT
007360                                + WS-DELETED-COUNT
007370                                + WS-ASSIGNED-COUNT.
007380     MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED.
007390     MOVE RETURN-CODE     TO RL-COMPLETION-CODE.
007400     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
007410*
007420     IF WS-CARD-OPEN
007430         CLOSE CARD-FILE
007440     END-IF.
007450     IF WS-TERRIT-OPEN
007460         CLOSE TERRIT-FILE
007470     END-IF.
007480     IF WS-SLSPSN-OPEN
007490         CLOSE SLSPSN-FILE
007500     END-IF.
007510     IF WS-CUSTMAS-OPEN
007520         CLOSE CUSTMAS-FILE
007530     END-IF.
007540     IF WS-JOURNAL-OPEN
007550         CLOSE JOURNAL-FILE
007560     END-IF.
007570     IF WS-REPORT-OPEN
007580         CLOSE LOAD-REPORT
007590     END-IF.
007600*
007610 3000-EXIT.
007620     EXIT.
