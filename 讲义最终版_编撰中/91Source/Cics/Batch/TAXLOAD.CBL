000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    TAXLOAD.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   TAXLOAD -- SALES-TAX EXEMPTION CERTIFICATE LOAD.             *
000110*   LOADS THE TAXEXM FILE FROM THE CREDIT DESK'S CARDS (TXEIN),  *
000120*   THE SAME CARD-LOAD APPROACH PRMLOAD AND QBKLOAD USE.  ONE    *
000130*   CARD PER CERTIFICATE:                                        *
000140*     COLUMN  1      ACTION -- 'A' ADD OR REPLACE, 'D' DELETE    *
000150*     COLUMNS 2-7    CUSTOMER NUMBER                             *
000160*     COLUMNS 8-9    STATE THE CERTIFICATE EXEMPTS               *
000170*     COLUMNS 10-24  CERTIFICATE NUMBER                          *
000180*     COLUMN  25     TYPE -- 'R' RESALE, 'G' GOVERNMENT,         *
000190*                    'N' NONPROFIT                               *
000200*     COLUMNS 26-33  ISSUE DATE (YYYYMMDD)                       *
000210*     COLUMNS 34-41  EXPIRY DATE (YYYYMMDD)                      *
000220*   AN 'A' CARD FOR A CUSTOMER AND STATE ALREADY ON FILE         *
000230*   REPLACES THE CERTIFICATE -- THAT IS HOW A RENEWAL IS         *
000240*   LOADED.  A 'D' CARD NEEDS ONLY THE CUSTOMER AND STATE.  THE  *
000250*   CUSTOMER MUST BE ON CUSTMAS AND THE EXPIRY DATE MAY NOT      *
000260*   FALL BEFORE THE ISSUE DATE.  A REJECTED CARD PRINTS WITH     *
000270*   THE REASON.  THE RUN IS LOGGED THROUGH RUNLOGW.              *
000280*                                                                *
000290*   MODIFICATION HISTORY.                                        *
000300*   10/15/2026  RH   INITIAL VERSION.                            *
000301*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000302*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000303*                    NOT COMPLETED.                              *
000310******************************************************************
000320*
000330 ENVIRONMENT DIVISION.
000340*
000350 CONFIGURATION SECTION.
000360*
000370 SOURCE-COMPUTER.  IBM-370.
000380 OBJECT-COMPUTER.  IBM-370.
000390*
000400 INPUT-OUTPUT SECTION.
000410*
000420 FILE-CONTROL.
000430*
000440     SELECT  CARD-FILE      ASSIGN TO TXEIN
000450             ORGANIZATION IS LINE SEQUENTIAL
000460             FILE STATUS IS WS-CARD-STATUS.
000470*
000480     SELECT  TAXEXM-FILE    ASSIGN TO TAXEXM
000490             ORGANIZATION IS INDEXED
000500             ACCESS MODE IS RANDOM
000510             RECORD KEY IS TXE-EXEMPTION-KEY
000520             FILE STATUS IS WS-TAXEXM-STATUS.
000530*
000540     SELECT  CUSTMAS-FILE   ASSIGN TO CUSTMAS
000550             ORGANIZATION IS INDEXED
000560             ACCESS MODE IS RANDOM
000570             RECORD KEY IS CM-CUSTOMER-NUMBER
000580             FILE STATUS IS WS-CUSTMAS-STATUS.
000590*
000600     SELECT  LOAD-REPORT    ASSIGN TO RPTOUT
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS WS-REPORT-STATUS.
000630*
000640 DATA DIVISION.
000650*
000660 FILE SECTION.
000670*
000680 FD  CARD-FILE
000690     LABEL RECORDS ARE STANDARD.
000700*
000710 01  CARD-RECORD.
000720     05  CD-ACTION                    PIC X(01).
000730         88  CD-ADD-CARD                          VALUE 'A'.
000740         88  CD-DELETE-CARD                       VALUE 'D'.
000750     05  CD-CUSTOMER-NUMBER           PIC X(06).
000760     05  CD-EXEMPT-STATE              PIC X(02).
000770     05  CD-CERTIFICATE-NUMBER        PIC X(15).
000780     05  CD-EXEMPTION-TYPE            PIC X(01).
000790         88  CD-TYPE-VALID                VALUE 'R' 'G' 'N'.
000800     05  CD-ISSUE-DATE                PIC 9(08).
000810     05  CD-EXPIRY-DATE               PIC 9(08).
000820     05  FILLER                       PIC X(39).
000830*
000840 FD  TAXEXM-FILE
000850     LABEL RECORDS ARE STANDARD.
000860*
000870     COPY TAXEXM.
000880*
000890 FD  CUSTMAS-FILE
000900     LABEL RECORDS ARE STANDARD.
000910*
000920     COPY CUSTMAS.
000930*
000940 FD  LOAD-REPORT
000950     LABEL RECORDS ARE OMITTED.
000960*
000970 01  REPORT-LINE                      PIC X(132).
000980*
000990 WORKING-STORAGE SECTION.
001000*
001010     COPY RUNLOG.
001011*
001012     COPY PREDPARM.
001020*
001030 01  RUN-TIMING-FIELDS.
001040     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001050*
001060 01  SWITCHES.
001070*
001080     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001090         88  WS-ABORT                             VALUE 'Y'.
001100     05  WS-CARD-OPEN-SW              PIC X(01)   VALUE 'N'.
001110         88  WS-CARD-OPEN                         VALUE 'Y'.
001120     05  WS-TAXEXM-OPEN-SW            PIC X(01)   VALUE 'N'.
001130         88  WS-TAXEXM-OPEN                       VALUE 'Y'.
001140     05  WS-CUSTMAS-OPEN-SW           PIC X(01)   VALUE 'N'.
001150         88  WS-CUSTMAS-OPEN                      VALUE 'Y'.
001160     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001170         88  WS-REPORT-OPEN                       VALUE 'Y'.
001180     05  WS-CARD-EOF-SW               PIC X(01)   VALUE 'N'.
001190         88  WS-CARD-EOF                          VALUE 'Y'.
001200     05  WS-CARD-OK-SW                PIC X(01)   VALUE 'Y'.
001210         88  WS-CARD-OK                           VALUE 'Y'.
001220*
001230 01  FILE-STATUS-FIELDS.
001240*
001250     05  WS-CARD-STATUS               PIC X(02)   VALUE '00'.
001260     05  WS-TAXEXM-STATUS             PIC X(02)   VALUE '00'.
001270     05  WS-CUSTMAS-STATUS            PIC X(02)   VALUE '00'.
001280     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001290*
001300 01  WORK-FIELDS.
001310*
001320     05  WS-READ-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
001330     05  WS-LOADED-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
001340     05  WS-DELETED-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
001350     05  WS-REJECT-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
001360*
001370 01  WS-RUN-DATE.
001380     05  WS-RUN-YYYY                  PIC 9(04).
001390     05  WS-RUN-MM                    PIC 9(02).
001400     05  WS-RUN-DD                    PIC 9(02).
001410*
001420 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001430                                      PIC 9(08).
001440*
001450 01  WS-EDIT-DATE.
001460     05  WS-EDIT-YYYY                 PIC 9(04).
001470     05  WS-EDIT-MM                   PIC 9(02).
001480         88  WS-EDIT-MONTH-VALID          VALUE 01 THRU 12.
001490     05  WS-EDIT-DD                   PIC 9(02).
001500         88  WS-EDIT-DAY-VALID            VALUE 01 THRU 31.
001510*
001520 01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
001530                                      PIC 9(08).
001540*
001550 01  HEADING-LINE-1.
001560*
001570     05  FILLER                       PIC X(01)   VALUE SPACE.
001580     05  FILLER                       PIC X(42)   VALUE
001590             'TAX EXEMPTION CERTIFICATE LOAD RUN OF'.
001600     05  HL1-RUN-DATE                 PIC 9(08).
001610     05  FILLER                       PIC X(81)   VALUE SPACE.
001620*
001630 01  DETAIL-LINE.
001640*
001650     05  FILLER                       PIC X(01)   VALUE SPACE.
001660     05  DL-ACTION                    PIC X(01).
001670     05  FILLER                       PIC X(02)   VALUE SPACE.
001680     05  DL-CUSTOMER-NUMBER           PIC X(06).
001690     05  FILLER                       PIC X(02)   VALUE SPACE.
001700     05  DL-EXEMPT-STATE              PIC X(02).
001710     05  FILLER                       PIC X(02)   VALUE SPACE.
001720     05  DL-CERTIFICATE-NUMBER        PIC X(15).
001730     05  FILLER                       PIC X(02)   VALUE SPACE.
001740     05  DL-DISPOSITION               PIC X(40).
001750     05  FILLER                       PIC X(59)   VALUE SPACE.
001760*
001770 01  SUMMARY-LINE-1.
001780*
001790     05  FILLER                       PIC X(01)   VALUE SPACE.
001800     05  FILLER                       PIC X(25)   VALUE
001810             'CARDS READ..............:'.
001820     05  SL1-READ-COUNT               PIC ZZZZ9.
001830     05  FILLER                       PIC X(101)  VALUE SPACE.
001840*
001850 01  SUMMARY-LINE-2.
001860*
001870     05  FILLER                       PIC X(01)   VALUE SPACE.
001880     05  FILLER                       PIC X(25)   VALUE
001890             'CERTIFICATES LOADED.....:'.
001900     05  SL2-LOADED-COUNT             PIC ZZZZ9.
001910     05  FILLER                       PIC X(101)  VALUE SPACE.
001920*
001930 01  SUMMARY-LINE-3.
001940*
001950     05  FILLER                       PIC X(01)   VALUE SPACE.
001960     05  FILLER                       PIC X(25)   VALUE
001970             'CERTIFICATES DELETED....:'.
001980     05  SL3-DELETED-COUNT            PIC ZZZZ9.
001990     05  FILLER                       PIC X(101)  VALUE SPACE.
002000*
002010 01  SUMMARY-LINE-4.
002020*
002030     05  FILLER                       PIC X(01)   VALUE SPACE.
002040     05  FILLER                       PIC X(25)   VALUE
002050             'CARDS REJECTED..........:'.
002060     05  SL4-REJECT-COUNT             PIC ZZZZ9.
002070     05  FILLER                       PIC X(101)  VALUE SPACE.
002080*
002090 PROCEDURE DIVISION.
002100*
002110 0000-MAINLINE.
002120*
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
002150     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002160*
002170     STOP RUN.
002180*
002190 1000-INITIALIZE.
002200*
002210     ACCEPT WS-START-TIME-RAW FROM TIME.
002211     MOVE 'TAXLOAD ' TO PC-PROGRAM.
002212     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002213     IF PC-REFUSED
002214         MOVE PC-RETURN-CODE TO RETURN-CODE
002215         STOP RUN
002216     END-IF.
002220*
002230     OPEN INPUT  CARD-FILE.
002240     OPEN I-O    TAXEXM-FILE.
002250     OPEN INPUT  CUSTMAS-FILE.
002260     OPEN OUTPUT LOAD-REPORT.
002270*
002280     IF WS-CARD-STATUS = '00'
002290         MOVE 'Y' TO WS-CARD-OPEN-SW
002300     ELSE
002310         DISPLAY 'TAXLOAD0001E TXEIN FILE OPEN FAILED, STATUS='
002320             WS-CARD-STATUS
002330         MOVE 'Y' TO WS-ABORT-SW
002340     END-IF.
002350*
002360     IF WS-TAXEXM-STATUS = '00'
002370         MOVE 'Y' TO WS-TAXEXM-OPEN-SW
002380     ELSE
002390         DISPLAY 'TAXLOAD0002E TAXEXM FILE OPEN FAILED, STATUS='
002400             WS-TAXEXM-STATUS
002410         MOVE 'Y' TO WS-ABORT-SW
002420     END-IF.
002430*
002440     IF WS-CUSTMAS-STATUS = '00'
002450         MOVE 'Y' TO WS-CUSTMAS-OPEN-SW
002460     ELSE
002470         DISPLAY 'TAXLOAD0003E CUSTMAS FILE OPEN FAILED, STATUS='
002480             WS-CUSTMAS-STATUS
002490         MOVE 'Y' TO WS-ABORT-SW
002500     END-IF.
002510*
002520     IF WS-REPORT-STATUS = '00'
002530         MOVE 'Y' TO WS-REPORT-OPEN-SW
002540     ELSE
002550         DISPLAY 'TAXLOAD0004E LOAD-REPORT OPEN FAILED, STATUS='
002560             WS-REPORT-STATUS
002570         MOVE 'Y' TO WS-ABORT-SW
002580     END-IF.
002590*
002600     IF NOT WS-ABORT
002610         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002620         MOVE WS-RUN-DATE-N TO HL1-RUN-DATE
002630         WRITE REPORT-LINE FROM HEADING-LINE-1
002640     END-IF.
002650*
002660 1000-EXIT.
002670     EXIT.
002680*
002690 2000-PROCESS-CARDS.
002700*
002710     IF NOT WS-ABORT
002720         PERFORM 2100-PROCESS-ONE-CARD THRU 2100-EXIT
002730             UNTIL WS-CARD-EOF
002740     END-IF.
002750*
002760 2000-EXIT.
002770     EXIT.
002780*
002790 2100-PROCESS-ONE-CARD.
002800*
002810     READ CARD-FILE
002820         AT END
002830             MOVE 'Y' TO WS-CARD-EOF-SW
002840     END-READ.
002850*
002860     IF WS-CARD-EOF
002870         GO TO 2100-EXIT
002880     END-IF.
002890*
002900     ADD 1 TO WS-READ-COUNT.
002910     MOVE 'Y' TO WS-CARD-OK-SW.
002920     MOVE CD-ACTION             TO DL-ACTION.
002930     MOVE CD-CUSTOMER-NUMBER    TO DL-CUSTOMER-NUMBER.
002940     MOVE CD-EXEMPT-STATE       TO DL-EXEMPT-STATE.
002950     MOVE CD-CERTIFICATE-NUMBER TO DL-CERTIFICATE-NUMBER.
002960*
002970     EVALUATE TRUE
002980         WHEN CD-ADD-CARD
002990             PERFORM 2200-EDIT-ADD-CARD THRU 2200-EXIT
003000             IF WS-CARD-OK
003010                 PERFORM 2300-WRITE-CERTIFICATE THRU 2300-EXIT
003020             END-IF
003030         WHEN CD-DELETE-CARD
003040             PERFORM 2400-DELETE-CERTIFICATE THRU 2400-EXIT
003050         WHEN OTHER
003060             MOVE 'REJECTED - ACTION NOT A OR D' TO DL-DISPOSITION
003070             MOVE 'N' TO WS-CARD-OK-SW
003080     END-EVALUATE.
003090*
003100     IF NOT WS-CARD-OK
003110         ADD 1 TO WS-REJECT-COUNT
003120     END-IF.
003130     IF NOT WS-ABORT
003140         WRITE REPORT-LINE FROM DETAIL-LINE
003150     END-IF.
003160*
003170 2100-EXIT.
003180     EXIT.
003190*
003200******************************************************************
003210*   2200-EDIT-ADD-CARD -- THE CUSTOMER MUST BE ON THE CUSTOMER   *
003220*   MASTER, AND THE CERTIFICATE MUST NAME ITS STATE, NUMBER,     *
003230*   TYPE, AND A GOOD ISSUE-TO-EXPIRY DATE RANGE.                 *
003240******************************************************************
003250 2200-EDIT-ADD-CARD.
003260*
003270     IF       CD-CUSTOMER-NUMBER = SPACE
003280           OR CD-EXEMPT-STATE = SPACE
003290         MOVE 'REJECTED - CUSTOMER OR STATE MISSING'
003300             TO DL-DISPOSITION
003310         GO TO 2200-REJECT
003320     END-IF.
003330*
003340     MOVE CD-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
003350     READ CUSTMAS-FILE
003360         INVALID KEY
003370             MOVE 'REJECTED - CUSTOMER NOT ON MASTER'
003380                 TO DL-DISPOSITION
003390             GO TO 2200-REJECT
003400     END-READ.
003410*
003420     IF CD-CERTIFICATE-NUMBER = SPACE
003430         MOVE 'REJECTED - CERTIFICATE NUMBER MISSING'
003440             TO DL-DISPOSITION
003450         GO TO 2200-REJECT
003460     END-IF.
003470*
003480     IF NOT CD-TYPE-VALID
003490         MOVE 'REJECTED - TYPE NOT R, G, OR N' TO DL-DISPOSITION
003500         GO TO 2200-REJECT
003510     END-IF.
003520*
003530     IF       CD-ISSUE-DATE NOT NUMERIC
003540           OR CD-EXPIRY-DATE NOT NUMERIC
003550         MOVE 'REJECTED - DATES NOT NUMERIC' TO DL-DISPOSITION
003560         GO TO 2200-REJECT
003570     END-IF.
003580*
003590     MOVE CD-ISSUE-DATE TO WS-EDIT-DATE-N.
003600     IF       NOT WS-EDIT-MONTH-VALID
003610           OR NOT WS-EDIT-DAY-VALID
003620         MOVE 'REJECTED - ISSUE DATE NOT YYYYMMDD'
003630             TO DL-DISPOSITION
003640         GO TO 2200-REJECT
003650     END-IF.
003660     MOVE CD-EXPIRY-DATE TO WS-EDIT-DATE-N.
003670     IF       NOT WS-EDIT-MONTH-VALID
003680           OR NOT WS-EDIT-DAY-VALID
003690         MOVE 'REJECTED - EXPIRY DATE NOT YYYYMMDD'
003700             TO DL-DISPOSITION
003710         GO TO 2200-REJECT
003720     END-IF.
003730*
003740     IF CD-EXPIRY-DATE < CD-ISSUE-DATE
003750         MOVE 'REJECTED - EXPIRY DATE BEFORE ISSUE DATE'
003760             TO DL-DISPOSITION
003770         GO TO 2200-REJECT
003780     END-IF.
003790*
003800     GO TO 2200-EXIT.
003810*
003820 2200-REJECT.
003830*
003840     MOVE 'N' TO WS-CARD-OK-SW.
003850*
003860 2200-EXIT.
003870     EXIT.
003880*
003890******************************************************************
003900*   2300-WRITE-CERTIFICATE -- A CERTIFICATE ALREADY ON FILE FOR  *
003910*   THE CUSTOMER AND STATE IS REPLACED (A RENEWAL).              *
003920******************************************************************
003930 2300-WRITE-CERTIFICATE.
003940*
003950     MOVE SPACE TO TAX-EXEMPTION-RECORD.
003960     MOVE CD-CUSTOMER-NUMBER    TO TXE-CUSTOMER-NUMBER.
003970     MOVE CD-EXEMPT-STATE       TO TXE-EXEMPT-STATE.
003980     MOVE CD-CERTIFICATE-NUMBER TO TXE-CERTIFICATE-NUMBER.
003990     MOVE CD-EXEMPTION-TYPE     TO TXE-EXEMPTION-TYPE.
004000     MOVE CD-ISSUE-DATE         TO TXE-ISSUE-DATE.
004010     MOVE CD-EXPIRY-DATE        TO TXE-EXPIRY-DATE.
004020     MOVE WS-RUN-DATE-N         TO TXE-LOADED-DATE.
004030     MOVE 'CERTIFICATE LOADED' TO DL-DISPOSITION.
004040*
004050     WRITE TAX-EXEMPTION-RECORD
004060         INVALID KEY
004070             MOVE 'CERTIFICATE REPLACED' TO DL-DISPOSITION
004080             REWRITE TAX-EXEMPTION-RECORD
004090                 INVALID KEY
004100                     DISPLAY 'TAXLOAD0005E TAXEXM WRITE FAILED, '
004110                         'KEY=' TXE-EXEMPTION-KEY
004120                     MOVE 'Y' TO WS-ABORT-SW
004130                     MOVE 'Y' TO WS-CARD-EOF-SW
004140             END-REWRITE
004150     END-WRITE.
004160*
004170     IF NOT WS-ABORT
004180         ADD 1 TO WS-LOADED-COUNT
004190     END-IF.
004200*
004210 2300-EXIT.
004220     EXIT.
004230*
004240 2400-DELETE-CERTIFICATE.
004250*
004260     MOVE CD-CUSTOMER-NUMBER TO TXE-CUSTOMER-NUMBER.
004270     MOVE CD-EXEMPT-STATE    TO TXE-EXEMPT-STATE.
004280*
004290     DELETE TAXEXM-FILE RECORD
004300         INVALID KEY
004310             MOVE 'REJECTED - NO CERTIFICATE ON FILE'
004320                 TO DL-DISPOSITION
004330             MOVE 'N' TO WS-CARD-OK-SW
004340             GO TO 2400-EXIT
004350     END-DELETE.
004360*
004370     MOVE 'CERTIFICATE DELETED' TO DL-DISPOSITION.
004380     ADD 1 TO WS-DELETED-COUNT.
004390*
004400 2400-EXIT.
004410     EXIT.
004420*
004430 3000-TERMINATE.
004440*
004450     IF NOT WS-ABORT
004460         MOVE WS-READ-COUNT    TO SL1-READ-COUNT
004470         WRITE REPORT-LINE FROM SUMMARY-LINE-1
004480         MOVE WS-LOADED-COUNT  TO SL2-LOADED-COUNT
004490         WRITE REPORT-LINE FROM SUMMARY-LINE-2
004500         MOVE WS-DELETED-COUNT TO SL3-DELETED-COUNT
004510         WRITE REPORT-LINE FROM SUMMARY-LINE-3
004520         MOVE WS-REJECT-COUNT  TO SL4-REJECT-COUNT
004530         WRITE REPORT-LINE FROM SUMMARY-LINE-4
004540     ELSE
004550         MOVE 8 TO RETURN-CODE
004560     END-IF.
004570*
004580     MOVE 'TAXLOAD ' TO RL-PROGRAM.
004590     MOVE 'ADHOC   ' TO RL-JOB-NAME.
004600     MOVE 'TAXLOAD ' TO RL-STEP-NAME.
004610     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
004620     MOVE WS-READ-COUNT   TO RL-RECORDS-READ.
004630     COMPUTE RL-RECORDS-WRITTEN = WS-LOADED-COUNT
004640                                + WS-DELETED-COUNT.
004650     MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED.
004660     MOVE RETURN-CODE     TO RL-COMPLETION-CODE.
004670     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
004680*
004690     IF WS-CARD-OPEN
004700         CLOSE CARD-FILE
004710     END-IF.
004720     IF WS-TAXEXM-OPEN
004730         CLOSE TAXEXM-FILE
004740     END-IF.
004750     IF WS-CUSTMAS-OPEN
004760         CLOSE CUSTMAS-FILE
004770     END-IF.
004780     IF WS-REPORT-OPEN
004790         CLOSE LOAD-REPORT
004800     END-IF.
004810*
004820 3000-EXIT.
004830     EXIT.
