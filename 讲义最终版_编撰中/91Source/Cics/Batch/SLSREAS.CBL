000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    SLSREAS.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   SLSREAS -- DEPARTING SALESPERSON REASSIGNMENT.               *
000110*   WHEN A SALESPERSON LEAVES, SALES ADMINISTRATION ARCHIVES     *
000120*   THEM ON SLSPSN AND RUNS THIS JOB WITH ONE CONTROL CARD       *
000130*   (REASIN) NAMING THE DEPARTING SALESPERSON IN COLUMNS 1-3 AND *
000140*   THE SUCCESSOR IN COLUMNS 4-6.  THE DEPARTING SALESPERSON     *
000150*   MUST BE ARCHIVED ('X') AND THE SUCCESSOR ACTIVE; A CARD THAT *
000160*   FAILS EITHER TEST STOPS THE RUN BEFORE ANYTHING IS TOUCHED.  *
000170*   THREE PASSES THEN MOVE THE DEPARTING SALESPERSON'S BOOK TO   *
000180*   THE SUCCESSOR, LISTING EVERY RECORD CHANGED:                 *
000190*     CUSTMAS -- EVERY CUSTOMER WHOSE HOUSE SALESPERSON          *
000200*                (CM-SALESPERSON-CODE) THEY WERE, JOURNALED TO   *
000210*                JRNOUT AS CRLUPD JOURNALS ITS CHANGES.          *
000220*     TERRIT  -- EVERY TERRITORY RANGE THEY HELD, SO NEW         *
000230*                CUSTOMERS IN IT GO TO THE SUCCESSOR.            *
000240*     QUOTE   -- EVERY OPEN ('O') QUOTE WRITTEN UNDER THEIR      *
000250*                CODE, SO THE CONVERTED ORDER IS CREDITED TO     *
000260*                THE SUCCESSOR.                                  *
000270*   CONVERTED AND EXPIRED QUOTES, AND THE INVOICES ALREADY       *
000280*   POSTED, KEEP THE DEPARTING CODE -- THEY ARE HISTORY.  A      *
000290*   STANDING ORDER CARRYING THE DEPARTING CODE NEEDS NO CHANGE:  *
000300*   STORUN CREDITS AN ARCHIVED SALESPERSON'S CYCLE TO THE        *
000310*   CUSTOMER'S HOUSE SALESPERSON, WHICH IS NOW THE SUCCESSOR.    *
000320*   THE RUN IS LOGGED THROUGH RUNLOGW.                           *
000330*                                                                *
000340*   MODIFICATION HISTORY.                                        *
000350*   10/15/2026  RH   INITIAL VERSION.                            *
000351*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000352*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000353*                    NOT COMPLETED.                              *
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
000490     SELECT  CONTROL-FILE   ASSIGN TO REASIN
000500             ORGANIZATION IS LINE SEQUENTIAL
000510             FILE STATUS IS WS-CONTROL-STATUS.
000520*
000530     SELECT  SLSPSN-FILE    ASSIGN TO SLSPSN
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS RANDOM
000560             RECORD KEY IS SP-SALESPERSON-CODE
000570             FILE STATUS IS WS-SLSPSN-STATUS.
000580*
000590     SELECT  CUSTMAS-FILE   ASSIGN TO CUSTMAS
000600             ORGANIZATION IS INDEXED
000610             ACCESS MODE IS SEQUENTIAL
000620             RECORD KEY IS CM-CUSTOMER-NUMBER
000630             FILE STATUS IS WS-CUSTMAS-STATUS.
000640*
000650     SELECT  TERRIT-FILE    ASSIGN TO TERRIT
000660             ORGANIZATION IS INDEXED
000670             ACCESS MODE IS SEQUENTIAL
000680             RECORD KEY IS TR-TERRITORY-KEY
000690             FILE STATUS IS WS-TERRIT-STATUS.
000700*
000710     SELECT  QUOTE-FILE     ASSIGN TO QUOTE
000720             ORGANIZATION IS INDEXED
000730             ACCESS MODE IS SEQUENTIAL
000740             RECORD KEY IS QUO-QUOTE-NUMBER
000750             FILE STATUS IS WS-QUOTE-STATUS.
000760*
000770     SELECT  JOURNAL-FILE   ASSIGN TO JRNOUT
000780             ORGANIZATION IS SEQUENTIAL
000790             FILE STATUS IS WS-JOURNAL-STATUS.
000800*
000810     SELECT  REASSIGN-REPORT ASSIGN TO RPTOUT
000820             ORGANIZATION IS LINE SEQUENTIAL
000830             FILE STATUS IS WS-REPORT-STATUS.
000840*
000850 DATA DIVISION.
000860*
000870 FILE SECTION.
000880*
000890 FD  CONTROL-FILE
000900     LABEL RECORDS ARE STANDARD.
000910*
000920 01  CONTROL-RECORD.
000930     05  CC-DEPARTING-CODE            PIC X(03).
000940     05  CC-SUCCESSOR-CODE            PIC X(03).
000950     05  FILLER                       PIC X(74).
000960*
000970 FD  SLSPSN-FILE
000980     LABEL RECORDS ARE STANDARD.
000990*
001000     COPY SLSPSN.
001010*
001020 FD  CUSTMAS-FILE
001030     LABEL RECORDS ARE STANDARD.
001040*
001050     COPY CUSTMAS.
001060*
001070 FD  TERRIT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090*
001100     COPY TERRIT.
001110*
001120 FD  QUOTE-FILE
001130     LABEL RECORDS ARE STANDARD.
001140*
001150     COPY QUOTE.
001160*
001170 FD  JOURNAL-FILE
001180     LABEL RECORDS ARE STANDARD.
001190*
001200     COPY AFTJRNL.
001210*
001220 FD  REASSIGN-REPORT
001230     LABEL RECORDS ARE OMITTED.
001240*
001250 01  REPORT-LINE                      PIC X(132).
001260*
001270 WORKING-STORAGE SECTION.
001280*
001290     COPY RUNLOG.
001291*
001292     COPY PREDPARM.
001300*
001310 01  RUN-TIMING-FIELDS.
001320     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001330     05  WS-STAMP-TIME-RAW      PIC 9(08)   VALUE ZERO.
001340*
001350 01  SWITCHES.
001360*
001370     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001380         88  WS-ABORT                             VALUE 'Y'.
001390     05  WS-CONTROL-OPEN-SW           PIC X(01)   VALUE 'N'.
001400         88  WS-CONTROL-OPEN                      VALUE 'Y'.
001410     05  WS-SLSPSN-OPEN-SW            PIC X(01)   VALUE 'N'.
001420         88  WS-SLSPSN-OPEN                       VALUE 'Y'.
001430     05  WS-CUSTMAS-OPEN-SW           PIC X(01)   VALUE 'N'.
001440         88  WS-CUSTMAS-OPEN                      VALUE 'Y'.
001450     05  WS-TERRIT-OPEN-SW            PIC X(01)   VALUE 'N'.
001460         88  WS-TERRIT-OPEN                       VALUE 'Y'.
001470     05  WS-QUOTE-OPEN-SW             PIC X(01)   VALUE 'N'.
001480         88  WS-QUOTE-OPEN                        VALUE 'Y'.
001490     05  WS-JOURNAL-OPEN-SW           PIC X(01)   VALUE 'N'.
001500         88  WS-JOURNAL-OPEN                      VALUE 'Y'.
001510     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001520         88  WS-REPORT-OPEN                       VALUE 'Y'.
001530     05  WS-CUSTMAS-EOF-SW            PIC X(01)   VALUE 'N'.
001540         88  WS-CUSTMAS-EOF                       VALUE 'Y'.
001550     05  WS-TERRIT-EOF-SW             PIC X(01)   VALUE 'N'.
001560         88  WS-TERRIT-EOF                        VALUE 'Y'.
001570     05  WS-QUOTE-EOF-SW              PIC X(01)   VALUE 'N'.
001580         88  WS-QUOTE-EOF                         VALUE 'Y'.
001590*
001600 01  FILE-STATUS-FIELDS.
001610*
001620     05  WS-CONTROL-STATUS            PIC X(02)   VALUE '00'.
001630     05  WS-SLSPSN-STATUS             PIC X(02)   VALUE '00'.
001640     05  WS-CUSTMAS-STATUS            PIC X(02)   VALUE '00'.
001650     05  WS-TERRIT-STATUS             PIC X(02)   VALUE '00'.
001660     05  WS-QUOTE-STATUS              PIC X(02)   VALUE '00'.
001670     05  WS-JOURNAL-STATUS            PIC X(02)   VALUE '00'.
001680     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001690*
001700 01  WORK-FIELDS.
001710*
001720     05  WS-READ-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
001730     05  WS-CUSTOMER-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
001740     05  WS-TERRITORY-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
001750     05  WS-QUOTE-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
001760     05  WS-DEPARTING-CODE      PIC X(03)         VALUE SPACE.
001770     05  WS-SUCCESSOR-CODE      PIC X(03)         VALUE SPACE.
001780*
001790 01  WS-RUN-DATE.
001800     05  WS-RUN-YYYY                  PIC 9(04).
001810     05  WS-RUN-MM                    PIC 9(02).
001820     05  WS-RUN-DD                    PIC 9(02).
001830*
001840 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001850                                      PIC 9(08).
001860*
001870 01  HEADING-LINE-1.
001880*
001890     05  FILLER                       PIC X(01)   VALUE SPACE.
001900     05  FILLER                       PIC X(42)   VALUE
001910             'SALESPERSON REASSIGNMENT RUN OF'.
001920     05  HL1-RUN-DATE                 PIC 9(08).
001930     05  FILLER                       PIC X(81)   VALUE SPACE.
001940*
001950 01  HEADING-LINE-2.
001960*
001970     05  FILLER                       PIC X(01)   VALUE SPACE.
001980     05  FILLER                       PIC X(05)   VALUE 'FROM'.
001990     05  HL2-DEPARTING-CODE           PIC X(03).
002000     05  FILLER                       PIC X(01)   VALUE SPACE.
002010     05  HL2-DEPARTING-NAME           PIC X(30).
002020     05  FILLER                       PIC X(04)   VALUE ' TO'.
002030     05  HL2-SUCCESSOR-CODE           PIC X(03).
002040     05  FILLER                       PIC X(01)   VALUE SPACE.
002050     05  HL2-SUCCESSOR-NAME           PIC X(30).
002060     05  FILLER                       PIC X(54)   VALUE SPACE.
002070*
002080 01  HEADING-LINE-3.
002090*
002100     05  FILLER                       PIC X(01)   VALUE SPACE.
002110     05  FILLER                       PIC X(11)   VALUE
002120             'FILE'.
002130     05  FILLER                       PIC X(08)   VALUE
002140             'KEY'.
002150     05  FILLER                       PIC X(32)   VALUE
002160             'DESCRIPTION'.
002170     05  FILLER                       PIC X(80)   VALUE SPACE.
002180*
002190 01  DETAIL-LINE.
002200*
002210     05  FILLER                       PIC X(01)   VALUE SPACE.
002220     05  DL-FILE-NAME                 PIC X(09).
002230     05  FILLER                       PIC X(02)   VALUE SPACE.
002240     05  DL-RECORD-KEY                PIC X(07).
002250     05  FILLER                       PIC X(01)   VALUE SPACE.
002260     05  DL-DESCRIPTION               PIC X(30).
002270     05  FILLER                       PIC X(82)   VALUE SPACE.
002280*
002290 01  SUMMARY-LINE-1.
002300*
002310     05  FILLER                       PIC X(01)   VALUE SPACE.
002320     05  FILLER                       PIC X(25)   VALUE
002330             'CUSTOMERS REASSIGNED....:'.
002340     05  SL1-CUSTOMER-COUNT           PIC ZZZZ9.
002350     05  FILLER                       PIC X(101)  VALUE SPACE.
002360*
002370 01  SUMMARY-LINE-2.
002380*
002390     05  FILLER                       PIC X(01)   VALUE SPACE.
002400     05  FILLER                       PIC X(25)   VALUE
002410             'TERRITORIES REASSIGNED..:'.
002420     05  SL2-TERRITORY-COUNT          PIC ZZZZ9.
002430     05  FILLER                       PIC X(101)  VALUE SPACE.
002440*
002450 01  SUMMARY-LINE-3.
002460*
002470     05  FILLER                       PIC X(01)   VALUE SPACE.
002480     05  FILLER                       PIC X(25)   VALUE
002490             'OPEN QUOTES REASSIGNED..:'.
002500     05  SL3-QUOTE-COUNT              PIC ZZZZ9.
002510     05  FILLER                       PIC X(101)  VALUE SPACE.
002520*
002530 PROCEDURE DIVISION.
002540*
002550 0000-MAINLINE.
002560*
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     PERFORM 2000-REASSIGN-CUSTOMERS THRU 2000-EXIT.
002590     PERFORM 2200-REASSIGN-TERRITORIES THRU 2200-EXIT.
002600     PERFORM 2400-REASSIGN-QUOTES THRU 2400-EXIT.
002610     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002620*
002630     STOP RUN.
002640*
002650 1000-INITIALIZE.
002660*
002670     ACCEPT WS-START-TIME-RAW FROM TIME.
002671     MOVE 'SLSREAS ' TO PC-PROGRAM.
002672     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002673     IF PC-REFUSED
002674         MOVE PC-RETURN-CODE TO RETURN-CODE
002675         STOP RUN
002676     END-IF.
002680*
002690     OPEN INPUT  CONTROL-FILE.
002700     OPEN INPUT  SLSPSN-FILE.
002710     OPEN I-O    CUSTMAS-FILE.
002720     OPEN I-O    TERRIT-FILE.
002730     OPEN I-O    QUOTE-FILE.
002740     OPEN OUTPUT JOURNAL-FILE.
002750     OPEN OUTPUT REASSIGN-REPORT.
002760*
002770     IF WS-CONTROL-STATUS = '00'
002780         MOVE 'Y' TO WS-CONTROL-OPEN-SW
002790     ELSE
002800         DISPLAY 'SLSREAS0001E REASIN FILE OPEN FAILED, STATUS='
002810             WS-CONTROL-STATUS
002820         MOVE 'Y' TO WS-ABORT-SW
002830     END-IF.
002840*
002850     IF WS-SLSPSN-STATUS = '00'
002860         MOVE 'Y' TO WS-SLSPSN-OPEN-SW
002870     ELSE
002880         DISPLAY 'SLSREAS0002E SLSPSN FILE OPEN FAILED, STATUS='
002890             WS-SLSPSN-STATUS
002900         MOVE 'Y' TO WS-ABORT-SW
002910     END-IF.
002920*
002930     IF WS-CUSTMAS-STATUS = '00'
002940         MOVE 'Y' TO WS-CUSTMAS-OPEN-SW
002950     ELSE
002960         DISPLAY 'SLSREAS0003E CUSTMAS FILE OPEN FAILED, STATUS='
002970             WS-CUSTMAS-STATUS
002980         MOVE 'Y' TO WS-ABORT-SW
002990     END-IF.
003000*
003010     IF WS-TERRIT-STATUS = '00'
003020         MOVE 'Y' TO WS-TERRIT-OPEN-SW
003030     ELSE
003040         DISPLAY 'SLSREAS0004E TERRIT FILE OPEN FAILED, STATUS='
003050             WS-TERRIT-STATUS
003060         MOVE 'Y' TO WS-ABORT-SW
003070     END-IF.
003080*
003090     IF WS-QUOTE-STATUS = '00'
003100         MOVE 'Y' TO WS-QUOTE-OPEN-SW
003110     ELSE
003120         DISPLAY 'SLSREAS0005E QUOTE FILE OPEN FAILED, STATUS='
003130             WS-QUOTE-STATUS
003140         MOVE 'Y' TO WS-ABORT-SW
003150     END-IF.
003160*
003170     IF WS-JOURNAL-STATUS = '00'
003180         MOVE 'Y' TO WS-JOURNAL-OPEN-SW
003190     ELSE
003200         DISPLAY 'SLSREAS0006E JRNOUT FILE OPEN FAILED, STATUS='
003210             WS-JOURNAL-STATUS
003220         MOVE 'Y' TO WS-ABORT-SW
003230     END-IF.
003240*
003250     IF WS-REPORT-STATUS = '00'
003260         MOVE 'Y' TO WS-REPORT-OPEN-SW
003270     ELSE
003280         DISPLAY 'SLSREAS0007E RPTOUT FILE OPEN FAILED, STATUS='
003290             WS-REPORT-STATUS
003300         MOVE 'Y' TO WS-ABORT-SW
003310     END-IF.
003320*
003330     IF NOT WS-ABORT
003340         READ CONTROL-FILE
003350             AT END
003360                 DISPLAY 'SLSREAS0008E REASIN CARD MISSING'
003370                 MOVE 'Y' TO WS-ABORT-SW
003380         END-READ
003390     END-IF.
003400*
003410     IF NOT WS-ABORT
003420         PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT
003430     END-IF.
003440*
003450     IF NOT WS-ABORT
003460         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003470         MOVE WS-RUN-DATE-N TO HL1-RUN-DATE
003480         WRITE REPORT-LINE FROM HEADING-LINE-1
003490         WRITE REPORT-LINE FROM HEADING-LINE-2
003500         MOVE SPACE TO REPORT-LINE
003510         WRITE REPORT-LINE
003520         WRITE REPORT-LINE FROM HEADING-LINE-3
003530     END-IF.
003540*
003550 1000-EXIT.
003560     EXIT.
003570*
003580******************************************************************
003590*   1100-EDIT-CONTROL-CARD -- THE DEPARTING SALESPERSON MUST BE  *
003600*   ON SLSPSN AND ARCHIVED, AND THE SUCCESSOR ON FILE, ACTIVE,   *
003610*   AND SOMEONE ELSE.                                            *
003620******************************************************************
003630 1100-EDIT-CONTROL-CARD.
003640*
003650     MOVE CC-DEPARTING-CODE TO WS-DEPARTING-CODE.
003660     MOVE CC-SUCCESSOR-CODE TO WS-SUCCESSOR-CODE.
003670*
003680     IF       WS-DEPARTING-CODE = SPACE
003690           OR WS-SUCCESSOR-CODE = SPACE
003700           OR WS-DEPARTING-CODE = WS-SUCCESSOR-CODE
003710         DISPLAY 'SLSREAS0009E REASIN CARD INVALID: '
003720             CONTROL-RECORD
003730         MOVE 'Y' TO WS-ABORT-SW
003740         GO TO 1100-EXIT
003750     END-IF.
003760*
003770     MOVE WS-DEPARTING-CODE TO SP-SALESPERSON-CODE.
003780     READ SLSPSN-FILE
003790         INVALID KEY
003800             DISPLAY 'SLSREAS0010E DEPARTING SALESPERSON '
003810                 WS-DEPARTING-CODE ' NOT ON SLSPSN'
003820             MOVE 'Y' TO WS-ABORT-SW
003830             GO TO 1100-EXIT
003840     END-READ.
003850     IF NOT SP-ARCHIVED
003860         DISPLAY 'SLSREAS0011E DEPARTING SALESPERSON '
003870             WS-DEPARTING-CODE ' IS NOT ARCHIVED'
003880         MOVE 'Y' TO WS-ABORT-SW
003890         GO TO 1100-EXIT
003900     END-IF.
003910     MOVE WS-DEPARTING-CODE   TO HL2-DEPARTING-CODE.
003920     MOVE SP-SALESPERSON-NAME TO HL2-DEPARTING-NAME.
003930*
003940     MOVE WS-SUCCESSOR-CODE TO SP-SALESPERSON-CODE.
003950     READ SLSPSN-FILE
003960         INVALID KEY
003970             DISPLAY 'SLSREAS0012E SUCCESSOR '
003980                 WS-SUCCESSOR-CODE ' NOT ON SLSPSN'
003990             MOVE 'Y' TO WS-ABORT-SW
004000             GO TO 1100-EXIT
004010     END-READ.
004020     IF NOT SP-ACTIVE
004030         DISPLAY 'SLSREAS0013E SUCCESSOR '
004040             WS-SUCCESSOR-CODE ' IS NOT ACTIVE'
004050         MOVE 'Y' TO WS-ABORT-SW
004060         GO TO 1100-EXIT
004070     END-IF.
004080     MOVE WS-SUCCESSOR-CODE   TO HL2-SUCCESSOR-CODE.
004090     MOVE SP-SALESPERSON-NAME TO HL2-SUCCESSOR-NAME.
004100*
004110 1100-EXIT.
004120     EXIT.
004130*
004140 2000-REASSIGN-CUSTOMERS.
004150*
004160     IF NOT WS-ABORT
004170         PERFORM 2100-REASSIGN-ONE-CUSTOMER THRU 2100-EXIT
004180             UNTIL WS-CUSTMAS-EOF
004190     END-IF.
004200*
004210 2000-EXIT.
004220     EXIT.
004230*
004240 2100-REASSIGN-ONE-CUSTOMER.
004250*
004260     READ CUSTMAS-FILE NEXT RECORD
004270         AT END
004280             MOVE 'Y' TO WS-CUSTMAS-EOF-SW
004290             GO TO 2100-EXIT
004300     END-READ.
004310*
004320     ADD 1 TO WS-READ-COUNT.
004330     IF CM-SALESPERSON-CODE NOT = WS-DEPARTING-CODE
004340         GO TO 2100-EXIT
004350     END-IF.
004360*
004370     MOVE WS-SUCCESSOR-CODE TO CM-SALESPERSON-CODE.
004380     REWRITE CUSTOMER-MASTER-RECORD
004390         INVALID KEY
004400             DISPLAY 'SLSREAS0014E CUSTMAS REWRITE FAILED, KEY='
004410                 CM-CUSTOMER-NUMBER ' STATUS=' WS-CUSTMAS-STATUS
004420             MOVE 'Y' TO WS-ABORT-SW
004430             MOVE 'Y' TO WS-CUSTMAS-EOF-SW
004440             GO TO 2100-EXIT
004450     END-REWRITE.
004460*
004470     ACCEPT WS-STAMP-TIME-RAW FROM TIME.
004480     MOVE SPACE                  TO AFTER-IMAGE-JOURNAL.
004490     MOVE 'CUSTMAS '             TO AJ-FILE-NAME.
004500     MOVE 'R'                    TO AJ-ACTION-CODE.
004510     MOVE CM-CUSTOMER-NUMBER     TO AJ-RECORD-KEY.
004520     MOVE WS-RUN-DATE-N          TO AJ-STAMP-DATE.
004530     MOVE WS-STAMP-TIME-RAW(1:6) TO AJ-STAMP-TIME.
004540     MOVE 'BTCH'                 TO AJ-TERMINAL-ID.
004550     MOVE 'SLS'                  TO AJ-OPERATOR-ID.
004560     MOVE CUSTOMER-MASTER-RECORD TO AJ-RECORD-IMAGE.
004570     WRITE AFTER-IMAGE-JOURNAL.
004580     IF WS-JOURNAL-STATUS NOT = '00'
004590         DISPLAY 'SLSREAS0015E JRNOUT WRITE FAILED, KEY='
004600             CM-CUSTOMER-NUMBER ' STATUS=' WS-JOURNAL-STATUS
004610         MOVE 'Y' TO WS-ABORT-SW
004620         MOVE 'Y' TO WS-CUSTMAS-EOF-SW
004630         GO TO 2100-EXIT
004640     END-IF.
004650*
004660     ADD 1 TO WS-CUSTOMER-COUNT.
004670     MOVE 'CUSTOMER'         TO DL-FILE-NAME.
004680     MOVE CM-CUSTOMER-NUMBER TO DL-RECORD-KEY.
004690     MOVE CM-LAST-NAME       TO DL-DESCRIPTION.
004700     WRITE REPORT-LINE FROM DETAIL-LINE.
004710*
004720 2100-EXIT.
004730     EXIT.
004740*
004750 2200-REASSIGN-TERRITORIES.
004760*
004770     IF NOT WS-ABORT
004780         PERFORM 2300-REASSIGN-ONE-TERRITORY THRU 2300-EXIT
004790             UNTIL WS-TERRIT-EOF
004800     END-IF.
004810*
004820 2200-EXIT.
004830     EXIT.
004840*
004850 2300-REASSIGN-ONE-TERRITORY.
004860*
004870     READ TERRIT-FILE NEXT RECORD
004880         AT END
004890             MOVE 'Y' TO WS-TERRIT-EOF-SW
004900             GO TO 2300-EXIT
004910     END-READ.
004920*
004930     ADD 1 TO WS-READ-COUNT.
004940     IF TR-SALESPERSON-CODE NOT = WS-DEPARTING-CODE
004950         GO TO 2300-EXIT
004960     END-IF.
004970*
004980     MOVE WS-SUCCESSOR-CODE TO TR-SALESPERSON-CODE.
004990     MOVE WS-RUN-DATE-N     TO TR-LOADED-DATE.
005000     REWRITE TERRITORY-RECORD
005010         INVALID KEY
005020             DISPLAY 'SLSREAS0016E TERRIT REWRITE FAILED, KEY='
005030                 TR-TERRITORY-KEY ' STATUS=' WS-TERRIT-STATUS
005040             MOVE 'Y' TO WS-ABORT-SW
005050             MOVE 'Y' TO WS-TERRIT-EOF-SW
005060             GO TO 2300-EXIT
005070     END-REWRITE.
005080*
005090     ADD 1 TO WS-TERRITORY-COUNT.
005100     MOVE 'TERRITORY'        TO DL-FILE-NAME.
005110     MOVE TR-TERRITORY-KEY   TO DL-RECORD-KEY.
005120     MOVE TR-TERRITORY-NAME  TO DL-DESCRIPTION.
005130     WRITE REPORT-LINE FROM DETAIL-LINE.
005140*
005150 2300-EXIT.
005160     EXIT.
005170*
005180 2400-REASSIGN-QUOTES.
005190*
005200     IF NOT WS-ABORT
005210         PERFORM 2500-REASSIGN-ONE-QUOTE THRU 2500-EXIT
005220             UNTIL WS-QUOTE-EOF
005230     END-IF.
005240*
005250 2400-EXIT.
005260     EXIT.
005270*
005280 2500-REASSIGN-ONE-QUOTE.
005290*
005300     READ QUOTE-FILE NEXT RECORD
005310         AT END
005320             MOVE 'Y' TO WS-QUOTE-EOF-SW
005330             GO TO 2500-EXIT
005340     END-READ.
005350*
005360     ADD 1 TO WS-READ-COUNT.
005370     IF       NOT QUO-OPEN
005380           OR QUO-SALESPERSON-CODE NOT = WS-DEPARTING-CODE
005390         GO TO 2500-EXIT
005400     END-IF.
005410*
005420     MOVE WS-SUCCESSOR-CODE TO QUO-SALESPERSON-CODE.
005430     REWRITE QUOTE-RECORD
005440         INVALID KEY
005450             DISPLAY 'SLSREAS0017E QUOTE REWRITE FAILED, KEY='
005460                 QUO-QUOTE-NUMBER ' STATUS=' WS-QUOTE-STATUS
005470             MOVE 'Y' TO WS-ABORT-SW
005480             MOVE 'Y' TO WS-QUOTE-EOF-SW
005490             GO TO 2500-EXIT
005500     END-REWRITE.
005510*
005520     ADD 1 TO WS-QUOTE-COUNT.
005530     MOVE 'QUOTE'             TO DL-FILE-NAME.
005540     MOVE QUO-QUOTE-NUMBER    TO DL-RECORD-KEY.
005550     MOVE SPACE               TO DL-DESCRIPTION.
005560     STRING 'CUSTOMER ' QUO-CUSTOMER-NUMBER
005570            ' EXPIRES ' QUO-EXPIRY-DATE
005580         DELIMITED BY SIZE INTO DL-DESCRIPTION.
005590     WRITE REPORT-LINE FROM DETAIL-LINE.
005600*
005610 2500-EXIT.
005620     EXIT.
005630*
005640 3000-TERMINATE.
005650*
005660     IF NOT WS-ABORT
005670         MOVE SPACE TO REPORT-LINE
005680         WRITE REPORT-LINE
005690         MOVE WS-CUSTOMER-COUNT  TO SL1-CUSTOMER-COUNT
005700         WRITE REPORT-LINE FROM SUMMARY-LINE-1
005710         MOVE WS-TERRITORY-COUNT TO SL2-TERRITORY-COUNT
005720         WRITE REPORT-LINE FROM SUMMARY-LINE-2
005730         MOVE WS-QUOTE-COUNT     TO SL3-QUOTE-COUNT
005740         WRITE REPORT-LINE FROM SUMMARY-LINE-3
005750     ELSE
005760         MOVE 8 TO RETURN-CODE
005770     END-IF.
005780*
005790     MOVE 'SLSREAS ' TO RL-PROGRAM.
005800     MOVE 'ADHOC   ' TO RL-JOB-NAME.
005810     MOVE 'SLSREAS ' TO RL-STEP-NAME.
005820     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
005830     MOVE WS-READ-COUNT   TO RL-RECORDS-READ.
005840     COMPUTE RL-RECORDS-WRITTEN = WS-CUSTOMER-COUNT
005850                                + WS-TERRITORY-COUNT
005860                                + WS-QUOTE-COUNT.
005870     MOVE ZERO            TO RL-RECORDS-REJECTED.
005880     MOVE RETURN-CODE     TO RL-COMPLETION-CODE.
005890     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
005900*
005910     IF WS-CONTROL-OPEN
005920         CLOSE CONTROL-FILE
005930     END-IF.
005940     IF WS-SLSPSN-OPEN
005950         CLOSE SLSPSN-FILE
005960     END-IF.
005970     IF WS-CUSTMAS-OPEN
005980         CLOSE CUSTMAS-FILE
005990     END-IF.
006000     IF WS-TERRIT-OPEN
006010         CLOSE TERRIT-FILE
006020     END-IF.
006030     IF WS-QUOTE-OPEN
006040         CLOSE QUOTE-FILE
006050     END-IF.
006060     IF WS-JOURNAL-OPEN
006070         CLOSE JOURNAL-FILE
006080     END-IF.
006090     IF WS-REPORT-OPEN
006100         CLOSE REASSIGN-REPORT
006110     END-IF.
006120*
006130 3000-EXIT.
006140     EXIT.
