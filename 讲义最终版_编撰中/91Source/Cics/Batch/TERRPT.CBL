000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    TERRPT.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   TERRPT -- SALES TERRITORY REPORT.                            *
000110*   LISTS EACH SALESPERSON'S CUSTOMERS -- THE ACTIVE CUSTOMERS   *
000120*   WHOSE HOUSE SALESPERSON (CM-SALESPERSON-CODE) THEY ARE --    *
000130*   WITH EACH CUSTOMER'S YEAR-TO-DATE SALES AND A TOTAL PER      *
000140*   SALESPERSON.  YEAR-TO-DATE SALES ARE THE MERCHANDISE TOTALS  *
000150*   OF THE CUSTOMER'S ORIGINAL, UNVOIDED INVOICES DATED IN THE   *
000160*   RUN YEAR, READ THROUGH THE INVOICE FILE'S CUSTOMER           *
000170*   ALTERNATE KEY AS AGERPT READS THEM; THEY ARE CREDITED TO     *
000180*   THE HOUSE SALESPERSON WHOEVER TOOK THE ORDER, AND ARE GROSS  *
000190*   OF RETURNS.  THE SALESPERSON MASTER IS LOADED INTO A TABLE   *
000200*   UP FRONT AS COMMRPT LOADS IT, AND THE CUSTOMERS INTO A       *
000210*   SECOND TABLE, SO THE REPORT CAN BE PRINTED SALESPERSON BY    *
000220*   SALESPERSON.  AN ARCHIVED SALESPERSON STILL HOLDING          *
000230*   CUSTOMERS PRINTS FLAGGED FOR SLSREAS.  CUSTOMERS WITH NO     *
000240*   HOUSE SALESPERSON, OR ONE NO LONGER ON THE MASTER, PRINT     *
000250*   LAST FOR SALES ADMINISTRATION TO ASSIGN.  THE RUN IS LOGGED  *
000260*   THROUGH RUNLOGW.                                             *
000270*                                                                *
000280*   MODIFICATION HISTORY.                                        *
000290*   10/15/2026  RH   INITIAL VERSION.                            *
000291*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000292*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000293*                    NOT COMPLETED.                              *
000300******************************************************************
000310*
000320 ENVIRONMENT DIVISION.
000330*
000340 CONFIGURATION SECTION.
000350*
000360 SOURCE-COMPUTER.  IBM-370.
000370 OBJECT-COMPUTER.  IBM-370.
000380*
000390 INPUT-OUTPUT SECTION.
000400*
000410 FILE-CONTROL.
000420*
000430     SELECT  SLSPSN-FILE    ASSIGN TO SLSPSN
000440             ORGANIZATION IS INDEXED
000450             ACCESS MODE IS SEQUENTIAL
000460             RECORD KEY IS SP-SALESPERSON-CODE
000470             FILE STATUS IS WS-SLSPSN-STATUS.
000480*
000490     SELECT  CUSTMAS-FILE   ASSIGN TO CUSTMAS
000500             ORGANIZATION IS INDEXED
000510             ACCESS MODE IS SEQUENTIAL
000520             RECORD KEY IS CM-CUSTOMER-NUMBER
000530             FILE STATUS IS WS-CUSTMAS-STATUS.
000540*
000550     SELECT  INVOICE-FILE   ASSIGN TO INVOICE
000560             ORGANIZATION IS INDEXED
000570             ACCESS MODE IS DYNAMIC
000580             RECORD KEY IS INV-INVOICE-NUMBER
000590             ALTERNATE RECORD KEY IS INV-CUSTOMER-NUMBER
000600                 WITH DUPLICATES
000610             FILE STATUS IS WS-INVOICE-STATUS.
000620*
000630     SELECT  TERRITORY-REPORT ASSIGN TO RPTOUT
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS WS-REPORT-STATUS.
000660*
000670 DATA DIVISION.
000680*
000690 FILE SECTION.
000700*
000710 FD  SLSPSN-FILE
000720     LABEL RECORDS ARE STANDARD.
000730*
000740     COPY SLSPSN.
000750*
000760 FD  CUSTMAS-FILE
000770     LABEL RECORDS ARE STANDARD.
000780*
000790     COPY CUSTMAS.
000800*
000810 FD  INVOICE-FILE
000820     LABEL RECORDS ARE STANDARD.
000830*
000840     COPY INVOICE.
000850*
000860 FD  TERRITORY-REPORT
000870     LABEL RECORDS ARE OMITTED.
000880*
000890 01  REPORT-LINE                      PIC X(132).
000900*
000910 WORKING-STORAGE SECTION.
000920*
000930     COPY RUNLOG.
000931*
000932     COPY PREDPARM.
000940*
000950 01  RUN-TIMING-FIELDS.
000960     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000970*
000980 01  SWITCHES.
000990*
001000     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001010         88  WS-ABORT                             VALUE 'Y'.
001020     05  WS-SLSPSN-OPEN-SW            PIC X(01)   VALUE 'N'.
001030         88  WS-SLSPSN-OPEN                       VALUE 'Y'.
001040     05  WS-CUSTMAS-OPEN-SW           PIC X(01)   VALUE 'N'.
001050         88  WS-CUSTMAS-OPEN                      VALUE 'Y'.
001060     05  WS-INVOICE-OPEN-SW           PIC X(01)   VALUE 'N'.
001070         88  WS-INVOICE-OPEN                      VALUE 'Y'.
001080     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001090         88  WS-REPORT-OPEN                       VALUE 'Y'.
001100     05  WS-SLSPSN-EOF-SW             PIC X(01)   VALUE 'N'.
001110         88  WS-SLSPSN-EOF                        VALUE 'Y'.
001120     05  WS-CUSTMAS-EOF-SW            PIC X(01)   VALUE 'N'.
001130         88  WS-CUSTMAS-EOF                       VALUE 'Y'.
001140     05  WS-INVBR-EOF-SW              PIC X(01)   VALUE 'N'.
001150         88  WS-INVBR-EOF                         VALUE 'Y'.
001160*
001170 01  FILE-STATUS-FIELDS.
001180*
001190     05  WS-SLSPSN-STATUS             PIC X(02)   VALUE '00'.
001200     05  WS-CUSTMAS-STATUS            PIC X(02)   VALUE '00'.
001210     05  WS-INVOICE-STATUS            PIC X(02)   VALUE '00'.
001220     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001230*
001240 01  WORK-FIELDS.
001250*
001260     05  WS-READ-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
001270     05  WS-INVOICE-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001280     05  WS-UNASSIGNED-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
001290     05  WS-REP-SUB             PIC S9(03) COMP-3 VALUE ZERO.
001300     05  WS-PRINT-REP-SUB       PIC S9(03) COMP-3 VALUE ZERO.
001310     05  WS-CUSTOMER-SALES      PIC S9(09)V99 COMP-3 VALUE ZERO.
001320     05  WS-UNASSIGNED-SALES    PIC S9(09)V99 COMP-3 VALUE ZERO.
001330     05  WS-TOTAL-SALES         PIC S9(11)V99 COMP-3 VALUE ZERO.
001340*
001350 01  WS-RUN-DATE.
001360     05  WS-RUN-YYYY                  PIC 9(04).
001370     05  WS-RUN-MM                    PIC 9(02).
001380     05  WS-RUN-DD                    PIC 9(02).
001390*
001400 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001410                                      PIC 9(08).
001420*
001430 01  WS-INV-DATE-MDY.
001440     05  WS-INV-MM                    PIC 9(02).
001450     05  WS-INV-DD                    PIC 9(02).
001460     05  WS-INV-YYYY                  PIC 9(04).
001470*
001480******************************************************************
001490*   SALESPERSON TABLE -- THE WHOLE MASTER, LOADED UP FRONT.      *
001500*   200 SLOTS IS SEVERAL TIMES THE SALES FLOOR.                  *
001510******************************************************************
001520 01  SALESPERSON-TABLE-CONTROL.
001530     05  ST-MAX-ENTRIES         PIC S9(03) COMP-3 VALUE +200.
001540     05  ST-ENTRY-COUNT         PIC S9(03) COMP-3 VALUE ZERO.
001550     05  ST-SUB                 PIC S9(03) COMP-3 VALUE ZERO.
001560*
001570 01  SALESPERSON-TABLE.
001580     05  ST-ENTRY OCCURS 200 TIMES.
001590         10  ST-CODE            PIC X(03).
001600         10  ST-NAME            PIC X(30).
001610         10  ST-STATUS          PIC X(01).
001620             88  ST-ACTIVE                  VALUE 'A'.
001630         10  ST-CUSTOMER-COUNT  PIC S9(05) COMP-3.
001640         10  ST-YTD-SALES       PIC S9(11)V99 COMP-3.
001650*
001660******************************************************************
001670*   CUSTOMER TABLE -- EVERY ACTIVE CUSTOMER, WITH THE TABLE SLOT *
001680*   OF THEIR HOUSE SALESPERSON (ZERO FOR NONE) AND THEIR YEAR-   *
001690*   TO-DATE SALES.                                               *
001700******************************************************************
001710 01  CUSTOMER-TABLE-CONTROL.
001720     05  CT-MAX-ENTRIES         PIC S9(05) COMP-3 VALUE +5000.
001730     05  CT-ENTRY-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
001740     05  CT-SUB                 PIC S9(05) COMP-3 VALUE ZERO.
001750*
001760 01  CUSTOMER-TABLE.
001770     05  CT-ENTRY OCCURS 5000 TIMES.
001780         10  CT-REP-SUB         PIC S9(03) COMP-3.
001790         10  CT-CUSTOMER-NUMBER PIC X(06).
001800         10  CT-LAST-NAME       PIC X(30).
001810         10  CT-STATE           PIC X(02).
001820         10  CT-ZIP-CODE        PIC X(10).
001830         10  CT-SALESPERSON-CODE
001840                                PIC X(03).
001850         10  CT-YTD-SALES       PIC S9(09)V99 COMP-3.
001860*
001870 01  HEADING-LINE-1.
001880*
001890     05  FILLER                       PIC X(01)   VALUE SPACE.
001900     05  FILLER                       PIC X(40)   VALUE
001910             'SALES TERRITORY REPORT -- SALES FOR YEAR'.
001920     05  FILLER                       PIC X(01)   VALUE SPACE.
001930     05  HL1-RUN-YEAR                 PIC 9(04).
001940     05  FILLER                       PIC X(10)   VALUE
001950             '  THROUGH '.
001960     05  HL1-RUN-DATE                 PIC 9(08).
001970     05  FILLER                       PIC X(68)   VALUE SPACE.
001980*
001990 01  SALESPERSON-LINE.
002000*
002010     05  FILLER                       PIC X(01)   VALUE SPACE.
002020     05  FILLER                       PIC X(12)   VALUE
002030             'SALESPERSON'.
002040     05  SPL-CODE                     PIC X(03).
002050     05  FILLER                       PIC X(02)   VALUE SPACE.
002060     05  SPL-NAME                     PIC X(30).
002070     05  FILLER                       PIC X(02)   VALUE SPACE.
002080     05  SPL-STATUS-NOTE              PIC X(40).
002090     05  FILLER                       PIC X(42)   VALUE SPACE.
002100*
002110 01  UNASSIGNED-HEADING.
002120*
002130     05  FILLER                       PIC X(01)   VALUE SPACE.
002140     05  FILLER                       PIC X(60)   VALUE
002150             'CUSTOMERS WITH NO HOUSE SALESPERSON ON FILE'.
002160     05  FILLER                       PIC X(71)   VALUE SPACE.
002170*
002180 01  COLUMN-HEADING.
002190*
002200     05  FILLER                       PIC X(01)   VALUE SPACE.
002210     05  FILLER                       PIC X(10)   VALUE
002220             '  CUSTOMER'.
002230     05  FILLER                       PIC X(32)   VALUE
002240             'NAME'.
002250     05  FILLER                       PIC X(06)   VALUE
002260             'STATE'.
002270     05  FILLER                       PIC X(12)   VALUE
002280             'ZIP CODE'.
002290     05  FILLER                       PIC X(05)   VALUE
002300             'CODE'.
002310     05  FILLER                       PIC X(15)   VALUE
002320             '  YTD SALES'.
002330     05  FILLER                       PIC X(51)   VALUE SPACE.
002340*
002350 01  DETAIL-LINE.
002360*
002370     05  FILLER                       PIC X(03)   VALUE SPACE.
002380     05  DL-CUSTOMER-NUMBER           PIC X(06).
002390     05  FILLER                       PIC X(02)   VALUE SPACE.
002400     05  DL-LAST-NAME                 PIC X(30).
002410     05  FILLER                       PIC X(02)   VALUE SPACE.
002420     05  DL-STATE                     PIC X(02).
002430     05  FILLER                       PIC X(04)   VALUE SPACE.
002440     05  DL-ZIP-CODE                  PIC X(10).
002450     05  FILLER                       PIC X(02)   VALUE SPACE.
002460     05  DL-SALESPERSON-CODE          PIC X(03).
002470     05  FILLER                       PIC X(01)   VALUE SPACE.
002480     05  DL-YTD-SALES                 PIC ZZ,ZZZ,ZZ9.99-.
002490     05  FILLER                       PIC X(53)   VALUE SPACE.
002500*
002510 01  TOTAL-LINE.
002520*
002530     05  FILLER                       PIC X(03)   VALUE SPACE.
002540     05  TL-CUSTOMER-COUNT            PIC ZZZZ9.
002550     05  FILLER                       PIC X(57)   VALUE
002560             ' CUSTOMERS'.
002570     05  TL-YTD-SALES                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
002580     05  FILLER                       PIC X(50)   VALUE SPACE.
002590*
002600 01  GRAND-TOTAL-LINE.
002610*
002620     05  FILLER                       PIC X(01)   VALUE SPACE.
002630     05  FILLER                       PIC X(64)   VALUE
002640             'ALL CUSTOMERS'.
002650     05  GTL-YTD-SALES                PIC Z,ZZZ,ZZZ,ZZ9.99-.
002660     05  FILLER                       PIC X(50)   VALUE SPACE.
002670*
002680 01  SUMMARY-LINE-1.
002690*
002700     05  FILLER                       PIC X(01)   VALUE SPACE.
002710     05  FILLER                       PIC X(25)   VALUE
002720             'ACTIVE CUSTOMERS........:'.
002730     05  SL1-CUSTOMER-COUNT           PIC ZZZZ9.
002740     05  FILLER                       PIC X(101)  VALUE SPACE.
002750*
002760 01  SUMMARY-LINE-2.
002770*
002780     05  FILLER                       PIC X(01)   VALUE SPACE.
002790     05  FILLER                       PIC X(25)   VALUE
002800             'CUSTOMERS UNASSIGNED....:'.
002810     05  SL2-UNASSIGNED-COUNT         PIC ZZZZ9.
002820     05  FILLER                       PIC X(101)  VALUE SPACE.
002830*
002840 PROCEDURE DIVISION.
002850*
002860 0000-MAINLINE.
002870*
002880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002890     PERFORM 1500-LOAD-SALESPERSON-TABLE THRU 1500-EXIT.
002900     PERFORM 2000-LOAD-CUSTOMER-TABLE THRU 2000-EXIT.
002910     PERFORM 2500-PRINT-TERRITORIES THRU 2500-EXIT.
002920     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002930*
002940     STOP RUN.
002950*
002960 1000-INITIALIZE.
002970*
002980     ACCEPT WS-START-TIME-RAW FROM TIME.
002981     MOVE 'TERRPT  ' TO PC-PROGRAM.
002982     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002983     IF PC-REFUSED
002984         MOVE PC-RETURN-CODE TO RETURN-CODE
002985         STOP RUN
002986     END-IF.
002990*
003000     OPEN INPUT  SLSPSN-FILE.
003010     OPEN INPUT  CUSTMAS-FILE.
003020     OPEN INPUT  INVOICE-FILE.
003030     OPEN OUTPUT TERRITORY-REPORT.
003040*
003050     IF WS-SLSPSN-STATUS = '00'
003060         MOVE 'Y' TO WS-SLSPSN-OPEN-SW
003070     ELSE
003080         DISPLAY 'TERRPT0001E SLSPSN FILE OPEN FAILED, STATUS='
003090             WS-SLSPSN-STATUS
003100         MOVE 'Y' TO WS-ABORT-SW
003110     END-IF.
003120*
003130     IF WS-CUSTMAS-STATUS = '00'
003140         MOVE 'Y' TO WS-CUSTMAS-OPEN-SW
003150     ELSE
003160         DISPLAY 'TERRPT0002E CUSTMAS FILE OPEN FAILED, STATUS='
003170             WS-CUSTMAS-STATUS
003180         MOVE 'Y' TO WS-ABORT-SW
003190     END-IF.
003200*
003210     IF WS-INVOICE-STATUS = '00'
003220         MOVE 'Y' TO WS-INVOICE-OPEN-SW
003230     ELSE
003240         DISPLAY 'TERRPT0003E INVOICE FILE OPEN FAILED, STATUS='
003250             WS-INVOICE-STATUS
003260         MOVE 'Y' TO WS-ABORT-SW
003270     END-IF.
003280*
003290     IF WS-REPORT-STATUS = '00'
003300         MOVE 'Y' TO WS-REPORT-OPEN-SW
003310     ELSE
003320         DISPLAY 'TERRPT0004E RPTOUT FILE OPEN FAILED, STATUS='
003330             WS-REPORT-STATUS
003340         MOVE 'Y' TO WS-ABORT-SW
003350     END-IF.
003360*
003370     IF NOT WS-ABORT
003380         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003390         MOVE WS-RUN-YYYY   TO HL1-RUN-YEAR
003400         MOVE WS-RUN-DATE-N TO HL1-RUN-DATE
003410         WRITE REPORT-LINE FROM HEADING-LINE-1
003420     END-IF.
003430*
003440 1000-EXIT.
003450     EXIT.
003460*
003470 1500-LOAD-SALESPERSON-TABLE.
003480*
003490     IF WS-ABORT
003500         GO TO 1500-EXIT
003510     END-IF.
003520*
003530     PERFORM 1510-LOAD-ONE-SALESPERSON THRU 1510-EXIT
003540         UNTIL WS-SLSPSN-EOF.
003550*
003560 1500-EXIT.
003570     EXIT.
003580*
003590 1510-LOAD-ONE-SALESPERSON.
003600*
003610     READ SLSPSN-FILE
003620         AT END
003630             MOVE 'Y' TO WS-SLSPSN-EOF-SW
003640     END-READ.
003650*
003660     IF NOT WS-SLSPSN-EOF
003670         IF ST-ENTRY-COUNT < ST-MAX-ENTRIES
003680             ADD 1 TO ST-ENTRY-COUNT
003690             MOVE SP-SALESPERSON-CODE
003700                 TO ST-CODE(ST-ENTRY-COUNT)
003710             MOVE SP-SALESPERSON-NAME
003720                 TO ST-NAME(ST-ENTRY-COUNT)
003730             MOVE SP-STATUS-CODE
003740                 TO ST-STATUS(ST-ENTRY-COUNT)
003750             MOVE ZERO TO ST-CUSTOMER-COUNT(ST-ENTRY-COUNT)
003760                          ST-YTD-SALES(ST-ENTRY-COUNT)
003770         ELSE
003780             DISPLAY 'TERRPT0005E SALESPERSON TABLE FULL'
003790             MOVE 'Y' TO WS-ABORT-SW
003800             MOVE 'Y' TO WS-SLSPSN-EOF-SW
003810         END-IF
003820     END-IF.
003830*
003840 1510-EXIT.
003850     EXIT.
003860*
003870 2000-LOAD-CUSTOMER-TABLE.
003880*
003890     IF WS-ABORT
003900         GO TO 2000-EXIT
003910     END-IF.
003920*
003930     PERFORM 2100-LOAD-ONE-CUSTOMER THRU 2100-EXIT
003940         UNTIL WS-CUSTMAS-EOF.
003950*
003960 2000-EXIT.
003970     EXIT.
003980*
003990 2100-LOAD-ONE-CUSTOMER.
004000*
004010     READ CUSTMAS-FILE NEXT RECORD
004020         AT END
004030             MOVE 'Y' TO WS-CUSTMAS-EOF-SW
004040             GO TO 2100-EXIT
004050     END-READ.
004060*
004070     ADD 1 TO WS-READ-COUNT.
004080     IF NOT CM-ACTIVE
004090         GO TO 2100-EXIT
004100     END-IF.
004110*
004120     IF CT-ENTRY-COUNT NOT < CT-MAX-ENTRIES
004130         DISPLAY 'TERRPT0006E CUSTOMER TABLE FULL'
004140         MOVE 'Y' TO WS-ABORT-SW
004150         MOVE 'Y' TO WS-CUSTMAS-EOF-SW
004160         GO TO 2100-EXIT
004170     END-IF.
004180*
004190     PERFORM 2110-SUM-CUSTOMER-SALES THRU 2110-EXIT.
004200*
004210     MOVE ZERO TO WS-REP-SUB.
004220     IF CM-SALESPERSON-CODE NOT = SPACE
004230         PERFORM 2130-MATCH-SALESPERSON THRU 2130-EXIT
004240             VARYING ST-SUB FROM 1 BY 1
004250             UNTIL ST-SUB > ST-ENTRY-COUNT
004260                OR WS-REP-SUB > ZERO
004270     END-IF.
004280*
004290     ADD 1 TO CT-ENTRY-COUNT.
004300     MOVE WS-REP-SUB          TO CT-REP-SUB(CT-ENTRY-COUNT).
004310     MOVE CM-CUSTOMER-NUMBER
004320         TO CT-CUSTOMER-NUMBER(CT-ENTRY-COUNT).
004330     MOVE CM-LAST-NAME        TO CT-LAST-NAME(CT-ENTRY-COUNT).
004340     MOVE CM-STATE            TO CT-STATE(CT-ENTRY-COUNT).
004350     MOVE CM-ZIP-CODE         TO CT-ZIP-CODE(CT-ENTRY-COUNT).
004360     MOVE CM-SALESPERSON-CODE
004370         TO CT-SALESPERSON-CODE(CT-ENTRY-COUNT).
004380     MOVE WS-CUSTOMER-SALES   TO CT-YTD-SALES(CT-ENTRY-COUNT).
004390*
004400     IF WS-REP-SUB > ZERO
004410         ADD 1 TO ST-CUSTOMER-COUNT(WS-REP-SUB)
004420         ADD WS-CUSTOMER-SALES TO ST-YTD-SALES(WS-REP-SUB)
004430     ELSE
004440         ADD 1 TO WS-UNASSIGNED-COUNT
004450         ADD WS-CUSTOMER-SALES TO WS-UNASSIGNED-SALES
004460     END-IF.
004470     ADD WS-CUSTOMER-SALES TO WS-TOTAL-SALES.
004480*
004490 2100-EXIT.
004500     EXIT.
004510*
004520******************************************************************
004530*   2110-SUM-CUSTOMER-SALES -- THE CUSTOMER'S INVOICES COME OFF  *
004540*   THE ALTERNATE INDEX; ONLY ORIGINAL, UNVOIDED INVOICES DATED  *
004550*   IN THE RUN YEAR COUNT.                                       *
004560******************************************************************
004570 2110-SUM-CUSTOMER-SALES.
004580*
004590     MOVE ZERO TO WS-CUSTOMER-SALES.
004600     MOVE CM-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER.
004610     MOVE 'N' TO WS-INVBR-EOF-SW.
004620     START INVOICE-FILE KEY IS = INV-CUSTOMER-NUMBER
004630         INVALID KEY
004640             MOVE 'Y' TO WS-INVBR-EOF-SW
004650     END-START.
004660     PERFORM 2120-ADD-ONE-INVOICE THRU 2120-EXIT
004670         UNTIL WS-INVBR-EOF.
004680*
004690 2110-EXIT.
004700     EXIT.
004710*
004720 2120-ADD-ONE-INVOICE.
004730*
004740     READ INVOICE-FILE NEXT RECORD
004750         AT END
004760             MOVE 'Y' TO WS-INVBR-EOF-SW
004770             GO TO 2120-EXIT
004780     END-READ.
004790*
004800     IF INV-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
004810         MOVE 'Y' TO WS-INVBR-EOF-SW
004820         GO TO 2120-EXIT
004830     END-IF.
004840*
004850     IF       NOT INV-ORIGINAL-INVOICE
004860           OR INV-VOIDED
004870         GO TO 2120-EXIT
004880     END-IF.
004890*
004900     MOVE INV-INVOICE-DATE TO WS-INV-DATE-MDY.
004910     IF WS-INV-YYYY = WS-RUN-YYYY
004920         ADD 1 TO WS-INVOICE-COUNT
004930         ADD INV-INVOICE-TOTAL TO WS-CUSTOMER-SALES
004940     END-IF.
004950*
004960 2120-EXIT.
004970     EXIT.
004980*
004990 2130-MATCH-SALESPERSON.
005000*
005010     IF ST-CODE(ST-SUB) = CM-SALESPERSON-CODE
005020         MOVE ST-SUB TO WS-REP-SUB
005030     END-IF.
005040*
005050 2130-EXIT.
005060     EXIT.
005070*
005080******************************************************************
005090*   2500-PRINT-TERRITORIES -- ONE BLOCK PER SALESPERSON IN CODE  *
005100*   ORDER, SKIPPING AN ARCHIVED SALESPERSON WITH NO CUSTOMERS    *
005110*   LEFT, THEN THE UNASSIGNED CUSTOMERS.                         *
005120******************************************************************
005130 2500-PRINT-TERRITORIES.
005140*
005150     IF WS-ABORT
005160         GO TO 2500-EXIT
005170     END-IF.
005180*
005190     PERFORM 2600-PRINT-ONE-SALESPERSON THRU 2600-EXIT
005200         VARYING ST-SUB FROM 1 BY 1
005210         UNTIL ST-SUB > ST-ENTRY-COUNT.
005220*
005230     IF WS-UNASSIGNED-COUNT > ZERO
005240         MOVE SPACE TO REPORT-LINE
005250         WRITE REPORT-LINE
005260         WRITE REPORT-LINE FROM UNASSIGNED-HEADING
005270         WRITE REPORT-LINE FROM COLUMN-HEADING
005280         MOVE ZERO TO WS-PRINT-REP-SUB
005290         PERFORM 2610-PRINT-ONE-CUSTOMER THRU 2610-EXIT
005300             VARYING CT-SUB FROM 1 BY 1
005310             UNTIL CT-SUB > CT-ENTRY-COUNT
005320         MOVE WS-UNASSIGNED-COUNT TO TL-CUSTOMER-COUNT
005330         MOVE WS-UNASSIGNED-SALES TO TL-YTD-SALES
005340         WRITE REPORT-LINE FROM TOTAL-LINE
005350     END-IF.
005360*
005370     MOVE SPACE TO REPORT-LINE.
005380     WRITE REPORT-LINE.
005390     MOVE WS-TOTAL-SALES TO GTL-YTD-SALES.
005400     WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
005410*
005420 2500-EXIT.
005430     EXIT.
005440*
005450 2600-PRINT-ONE-SALESPERSON.
005460*
005470     IF       NOT ST-ACTIVE(ST-SUB)
005480          AND ST-CUSTOMER-COUNT(ST-SUB) = ZERO
005490         GO TO 2600-EXIT
005500     END-IF.
005510*
005520     MOVE ST-CODE(ST-SUB) TO SPL-CODE.
005530     MOVE ST-NAME(ST-SUB) TO SPL-NAME.
005540     IF ST-ACTIVE(ST-SUB)
005550         MOVE SPACE TO SPL-STATUS-NOTE
005560     ELSE
005570         MOVE 'ARCHIVED -- REASSIGN THROUGH SLSREAS'
005580             TO SPL-STATUS-NOTE
005590     END-IF.
005600     MOVE SPACE TO REPORT-LINE.
005610     WRITE REPORT-LINE.
005620     WRITE REPORT-LINE FROM SALESPERSON-LINE.
005630*
005640     IF ST-CUSTOMER-COUNT(ST-SUB) > ZERO
005650         WRITE REPORT-LINE FROM COLUMN-HEADING
005660         MOVE ST-SUB TO WS-PRINT-REP-SUB
005670         PERFORM 2610-PRINT-ONE-CUSTOMER THRU 2610-EXIT
005680             VARYING CT-SUB FROM 1 BY 1
005690             UNTIL CT-SUB > CT-ENTRY-COUNT
005700     END-IF.
005710*
005720     MOVE ST-CUSTOMER-COUNT(ST-SUB) TO TL-CUSTOMER-COUNT.
005730     MOVE ST-YTD-SALES(ST-SUB)      TO TL-YTD-SALES.
005740     WRITE REPORT-LINE FROM TOTAL-LINE.
005750*
005760 2600-EXIT.
005770     EXIT.
005780*
005790 2610-PRINT-ONE-CUSTOMER.
005800*
005810     IF CT-REP-SUB(CT-SUB) NOT = WS-PRINT-REP-SUB
005820         GO TO 2610-EXIT
005830     END-IF.
005840*
005850     MOVE CT-CUSTOMER-NUMBER(CT-SUB)  TO DL-CUSTOMER-NUMBER.
005860     MOVE CT-LAST-NAME(CT-SUB)        TO DL-LAST-NAME.
005870     MOVE CT-STATE(CT-SUB)            TO DL-STATE.
005880     MOVE CT-ZIP-CODE(CT-SUB)         TO DL-ZIP-CODE.
005890     MOVE CT-SALESPERSON-CODE(CT-SUB) TO DL-SALESPERSON-CODE.
005900     MOVE CT-YTD-SALES(CT-SUB)        TO DL-YTD-SALES.
005910     WRITE REPORT-LINE FROM DETAIL-LINE.
005920*
005930 2610-EXIT.
005940     EXIT.
005950*
005960 3000-TERMINATE.
005970*
005980     IF NOT WS-ABORT
005990         MOVE SPACE TO REPORT-LINE
006000         WRITE REPORT-LINE
006010         MOVE CT-ENTRY-COUNT      TO SL1-CUSTOMER-COUNT
006020         WRITE REPORT-LINE FROM SUMMARY-LINE-1
006030         MOVE WS-UNASSIGNED-COUNT TO SL2-UNASSIGNED-COUNT
006040         WRITE REPORT-LINE FROM SUMMARY-LINE-2
006050     ELSE
006060         MOVE 8 TO RETURN-CODE
006070     END-IF.
006080*
006090     MOVE 'TERRPT  ' TO RL-PROGRAM.
006100     MOVE 'MONTHLY ' TO RL-JOB-NAME.
006110     MOVE 'TERRPT  ' TO RL-STEP-NAME.
006120     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
006130     COMPUTE RL-RECORDS-READ = WS-READ-COUNT + WS-INVOICE-COUNT.
006140     MOVE CT-ENTRY-COUNT  TO RL-RECORDS-WRITTEN.
006150     MOVE ZERO            TO RL-RECORDS-REJECTED.
006160     MOVE RETURN-CODE     TO RL-COMPLETION-CODE.
006170     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
006180*
006190     IF WS-SLSPSN-OPEN
006200         CLOSE SLSPSN-FILE
006210     END-IF.
006220     IF WS-CUSTMAS-OPEN
006230         CLOSE CUSTMAS-FILE
006240     END-IF.
006250     IF WS-INVOICE-OPEN
006260         CLOSE INVOICE-FILE
006270     END-IF.
006280     IF WS-REPORT-OPEN
006290         CLOSE TERRITORY-REPORT
006300     END-IF.
006310*
006320 3000-EXIT.
006330     EXIT.
