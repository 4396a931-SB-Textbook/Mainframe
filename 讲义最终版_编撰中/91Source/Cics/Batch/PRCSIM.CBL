000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    PRCSIM.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   PRCSIM -- PRICE-CHANGE IMPACT SIMULATION.                    *
000110*   RUN AGAINST MARKETING'S PROPOSED PRICE CARDS (PRCIN, THE     *
000120*   SAME DECK AND LAYOUT PRCLOAD TAKES) BEFORE THE REAL PRCLOAD  *
000130*   RUN, SO THE CHANGE CAN BE APPROVED ON ITS DOLLARS.  THE      *
000140*   PRICE FILE IS OPENED FOR INPUT ONLY -- NOTHING IS LOADED.    *
000150*                                                                *
000160*   EVERY CARD IS EDITED AS PRCLOAD EDITS IT; A CARD PRCLOAD     *
000170*   WOULD REJECT IS LISTED WITH THE REASON AND LEFT OUT.  FOR    *
000180*   EACH PRODUCT CARDED, THE LAST TWELVE MONTHS OF ACTUAL        *
000190*   INVOICED QUANTITY IS PRICED TWICE: AT THE PRICE IN EFFECT    *
000200*   TODAY (THE LATEST PRICE RECORD NOT AFTER TODAY, FALLING      *
000210*   BACK TO PRM-UNIT-PRICE AS ORDRENT DOES) AND AT THE PROPOSED  *
000220*   PRICE.  THE REPORT SHOWS BOTH REVENUES AND THE CHANGE BY     *
000230*   PRODUCT AND IN TOTAL.  WHEN THE DECK CARRIES MORE THAN ONE   *
000240*   CARD FOR A PRODUCT, THE LATEST EFFECTIVE DATE IS THE ONE     *
000250*   SIMULATED.                                                   *
000260*                                                                *
000270*   QUANTITIES COME FROM BILLED INVOICES DATED IN THE TWELVE     *
000280*   MONTHS ENDING TODAY.  VOIDED ORIGINALS ARE SKIPPED, AND SO   *
000290*   ARE THE CREDIT MEMOS THAT VOID THEM; ANY OTHER CREDIT MEMO   *
000300*   NETS ITS QUANTITY OUT.                                       *
000310*                                                                *
000320*   LAST, EVERY CONTRACT ON CONPRC FOR A CARDED PRODUCT THAT IS  *
000330*   STILL IN FORCE ON THE NEW PRICE'S EFFECTIVE DATE IS CHECKED; *
000340*   A CONTRACT PRICE THAT WOULD NOW BE ABOVE LIST IS FLAGGED SO  *
000350*   THE CONTRACT CAN BE REVISITED BEFORE THE CUSTOMER NOTICES.   *
000360*                                                                *
000370*   RETURN CODE 4 WHEN ANY CARD WAS REJECTED, 8 IF THE RUN       *
000380*   COULD NOT COMPLETE.  THE RUN IS LOGGED THROUGH RUNLOGW.      *
000390*                                                                *
000400*   MODIFICATION HISTORY.                                        *
000410*   10/15/2026  RH   INITIAL VERSION.                            *
000411*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000412*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000413*                    NOT COMPLETED.                              *
000420******************************************************************
000430*
000440 ENVIRONMENT DIVISION.
000450*
000460 CONFIGURATION SECTION.
000470*
000480 SOURCE-COMPUTER.  IBM-370.
000490 OBJECT-COMPUTER.  IBM-370.
000500*
000510 INPUT-OUTPUT SECTION.
000520*
000530 FILE-CONTROL.
000540*
000550     SELECT  PRICE-CARDS    ASSIGN TO PRCIN
000560             ORGANIZATION IS LINE SEQUENTIAL
000570             FILE STATUS IS WS-CARDS-STATUS.
000580*
000590     SELECT  PRODUCT-FILE   ASSIGN TO PRODUCT
000600             ORGANIZATION IS INDEXED
000610             ACCESS MODE IS RANDOM
000620             RECORD KEY IS PRM-PRODUCT-CODE
000630             FILE STATUS IS WS-PRODUCT-STATUS.
000640*
000650     SELECT  PRICE-FILE     ASSIGN TO PRICE
000660             ORGANIZATION IS INDEXED
000670             ACCESS MODE IS DYNAMIC
000680             RECORD KEY IS PRC-PRICE-KEY
000690             FILE STATUS IS WS-PRICE-STATUS.
000700*
000710     SELECT  INVOICE-FILE   ASSIGN TO INVOICE
000720             ORGANIZATION IS INDEXED
000730             ACCESS MODE IS SEQUENTIAL
000740             RECORD KEY IS INV-INVOICE-NUMBER
000750             FILE STATUS IS WS-INVOICE-STATUS.
000760*
000770     SELECT  CONPRC-FILE    ASSIGN TO CONPRC
000780             ORGANIZATION IS INDEXED
000790             ACCESS MODE IS SEQUENTIAL
000800             RECORD KEY IS CP-CONTRACT-KEY
000810             FILE STATUS IS WS-CONPRC-STATUS.
000820*
000830     SELECT  SIMULATION-REPORT ASSIGN TO RPTOUT
000840             ORGANIZATION IS LINE SEQUENTIAL
000850             FILE STATUS IS WS-REPORT-STATUS.
000860*
000870 DATA DIVISION.
000880*
000890 FILE SECTION.
000900*
000910 FD  PRICE-CARDS
000920     LABEL RECORDS ARE STANDARD.
000930*
000940 01  PRICE-CARD.
000950     05  PC-PRODUCT-CODE              PIC X(06).
000960     05  FILLER                       PIC X(01).
000970     05  PC-EFFECTIVE-DATE            PIC X(08).
000980     05  PC-EFFECTIVE-DATE-N REDEFINES PC-EFFECTIVE-DATE
000990                                      PIC 9(08).
001000     05  FILLER                       PIC X(01).
001010     05  PC-UNIT-PRICE                PIC 9(07)V99.
001020     05  PC-UNIT-PRICE-X REDEFINES PC-UNIT-PRICE
001030                                      PIC X(09).
001040     05  FILLER                       PIC X(55).
001050*
001060 FD  PRODUCT-FILE
001070     LABEL RECORDS ARE STANDARD.
001080*
001090     COPY PRODUCT.
001100*
001110 FD  PRICE-FILE
001120     LABEL RECORDS ARE STANDARD.
001130*
001140     COPY PRICE.
001150*
001160 FD  INVOICE-FILE
001170     LABEL RECORDS ARE STANDARD.
001180*
001190     COPY INVOICE.
001200*
001210 FD  CONPRC-FILE
001220     LABEL RECORDS ARE STANDARD.
001230*
001240     COPY CONPRC.
001250*
001260 FD  SIMULATION-REPORT
001270     LABEL RECORDS ARE OMITTED.
001280*
001290 01  REPORT-LINE                      PIC X(132).
001300*
001310 WORKING-STORAGE SECTION.
001320*
001330     COPY RUNLOG.
001331*
001332     COPY PREDPARM.
001340*
001350 01  RUN-TIMING-FIELDS.
001360     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001370*
001380 01  SWITCHES.
001390*
001400     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001410         88  WS-ABORT                             VALUE 'Y'.
001420     05  WS-CARDS-OPEN-SW             PIC X(01)   VALUE 'N'.
001430         88  WS-CARDS-OPEN                        VALUE 'Y'.
001440     05  WS-PRODUCT-OPEN-SW           PIC X(01)   VALUE 'N'.
001450         88  WS-PRODUCT-OPEN                      VALUE 'Y'.
001460     05  WS-PRICE-OPEN-SW             PIC X(01)   VALUE 'N'.
001470         88  WS-PRICE-OPEN                        VALUE 'Y'.
001480     05  WS-INVOICE-OPEN-SW           PIC X(01)   VALUE 'N'.
001490         88  WS-INVOICE-OPEN                      VALUE 'Y'.
001500     05  WS-CONPRC-OPEN-SW            PIC X(01)   VALUE 'N'.
001510         88  WS-CONPRC-OPEN                       VALUE 'Y'.
001520     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001530         88  WS-REPORT-OPEN                       VALUE 'Y'.
001540     05  WS-CARDS-EOF-SW              PIC X(01)   VALUE 'N'.
001550         88  WS-CARDS-EOF                         VALUE 'Y'.
001560     05  WS-PRICE-EOF-SW              PIC X(01)   VALUE 'N'.
001570         88  WS-PRICE-EOF                         VALUE 'Y'.
001580     05  WS-INVOICE-EOF-SW            PIC X(01)   VALUE 'N'.
001590         88  WS-INVOICE-EOF                       VALUE 'Y'.
001600     05  WS-CONPRC-EOF-SW             PIC X(01)   VALUE 'N'.
001610         88  WS-CONPRC-EOF                        VALUE 'Y'.
001620     05  WS-CARD-VALID-SW             PIC X(01)   VALUE 'N'.
001630         88  WS-CARD-VALID                        VALUE 'Y'.
001640     05  WS-CARD-FOUND-SW             PIC X(01)   VALUE 'N'.
001650         88  WS-CARD-FOUND                        VALUE 'Y'.
001660*
001670 01  FILE-STATUS-FIELDS.
001680*
001690     05  WS-CARDS-STATUS              PIC X(02)   VALUE '00'.
001700     05  WS-PRODUCT-STATUS            PIC X(02)   VALUE '00'.
001710     05  WS-PRICE-STATUS              PIC X(02)   VALUE '00'.
001720     05  WS-INVOICE-STATUS            PIC X(02)   VALUE '00'.
001730     05  WS-CONPRC-STATUS             PIC X(02)   VALUE '00'.
001740     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001750*
001760 01  WORK-FIELDS.
001770*
001780     05  WS-CARDS-READ          PIC S9(07) COMP-3 VALUE ZERO.
001790     05  WS-CARDS-REJECTED      PIC S9(07) COMP-3 VALUE ZERO.
001800     05  WS-INVOICE-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001810     05  WS-CONTRACT-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
001820     05  WS-REJECT-REASON       PIC X(30)   VALUE SPACE.
001830     05  WS-SEARCH-CODE         PIC X(06)   VALUE SPACE.
001840     05  WS-SIGNED-QTY          PIC S9(07) COMP-3 VALUE ZERO.
001850     05  WS-CURRENT-REVENUE     PIC S9(11)V99 COMP-3 VALUE ZERO.
001860     05  WS-PROPOSED-REVENUE    PIC S9(11)V99 COMP-3 VALUE ZERO.
001870     05  WS-TOTAL-CURRENT       PIC S9(11)V99 COMP-3 VALUE ZERO.
001880     05  WS-TOTAL-PROPOSED      PIC S9(11)V99 COMP-3 VALUE ZERO.
001890*
001900 01  WS-RUN-DATE.
001910     05  WS-RUN-YYYY                  PIC 9(04).
001920     05  WS-RUN-MM                    PIC 9(02).
001930     05  WS-RUN-DD                    PIC 9(02).
001940*
001950 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001960                                      PIC 9(08).
001970*
001980 01  WS-WINDOW-START.
001990     05  WS-WIN-YYYY                  PIC 9(04).
002000     05  WS-WIN-MM                    PIC 9(02).
002010     05  WS-WIN-DD                    PIC 9(02).
002020*
002030 01  WS-WINDOW-START-N REDEFINES WS-WINDOW-START
002040                                      PIC 9(08).
002050*
002060 01  WS-INV-DATE-MDY.
002070     05  WS-INV-MM                    PIC 9(02).
002080     05  WS-INV-DD                    PIC 9(02).
002090     05  WS-INV-YYYY                  PIC 9(04).
002100*
002110 01  WS-INV-DATE-YMD.
002120     05  WS-IY-YYYY                   PIC 9(04).
002130     05  WS-IY-MM                     PIC 9(02).
002140     05  WS-IY-DD                     PIC 9(02).
002150*
002160 01  WS-INV-DATE-YMD-N REDEFINES WS-INV-DATE-YMD
002170                                      PIC 9(08).
002180*
002190******************************************************************
002200*   PROPOSED-PRICE TABLE -- ONE SLOT PER PRODUCT CARDED.  500    *
002210*   SLOTS IS FAR MORE THAN ANY PRICE DECK MARKETING HAS SENT;    *
002220*   IF IT EVER FILLS, THE RUN STOPS WITH RETURN CODE 8 RATHER    *
002230*   THAN REPORT SHORT.                                           *
002240******************************************************************
002250 01  CARD-TABLE-CONTROL.
002260     05  CT-MAX-ENTRIES         PIC S9(05) COMP-3 VALUE +500.
002270     05  CT-ENTRY-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
002280     05  CT-SUB                 PIC S9(05) COMP-3 VALUE ZERO.
002290     05  ITEM-SUB               PIC S9(03) COMP-3 VALUE ZERO.
002300*
002310 01  CARD-TABLE.
002320     05  CT-ENTRY OCCURS 500 TIMES.
002330         10  CT-PRODUCT-CODE    PIC X(06).
002340         10  CT-DESCRIPTION     PIC X(20).
002350         10  CT-EFFECTIVE-DATE  PIC 9(08).
002360         10  CT-CURRENT-PRICE   PIC 9(07)V99.
002370         10  CT-PROPOSED-PRICE  PIC 9(07)V99.
002380         10  CT-UNITS           PIC S9(07)    COMP-3.
002390*
002400 01  HEADING-LINE-1.
002410*
002420     05  FILLER                       PIC X(01)   VALUE SPACE.
002430     05  FILLER                       PIC X(56)   VALUE
002440             'PRICE-CHANGE SIMULATION - PRICE FILE NOT UPDATED'.
002450     05  FILLER                       PIC X(06)   VALUE
002460             'AS OF '.
002470     05  HL1-RUN-DATE                 PIC 9(08).
002480     05  FILLER                       PIC X(61)   VALUE SPACE.
002490*
002500 01  HEADING-LINE-2.
002510*
002520     05  FILLER                       PIC X(01)   VALUE SPACE.
002530     05  FILLER                       PIC X(26)   VALUE
002540             'INVOICED QUANTITIES AFTER '.
002550     05  HL2-FROM-DATE                PIC 9(08).
002560     05  FILLER                       PIC X(09)   VALUE
002570             ' THROUGH '.
002580     05  HL2-THRU-DATE                PIC 9(08).
002590     05  FILLER                       PIC X(80)   VALUE SPACE.
002600*
002610 01  SECTION-HEADING.
002620*
002630     05  FILLER                       PIC X(01)   VALUE SPACE.
002640     05  SH-TITLE                     PIC X(60).
002650     05  FILLER                       PIC X(71)   VALUE SPACE.
002660*
002670 01  REJECT-HEADING.
002680*
002690     05  FILLER                       PIC X(01)   VALUE SPACE.
002700     05  FILLER                       PIC X(08)   VALUE
002710             'PRODUCT'.
002720     05  FILLER                       PIC X(10)   VALUE
002730             'EFF DATE'.
002740     05  FILLER                       PIC X(11)   VALUE
002750             'PRICE'.
002760     05  FILLER                       PIC X(30)   VALUE
002770             'REASON'.
002780     05  FILLER                       PIC X(72)   VALUE SPACE.
002790*
002800 01  REJECT-LINE.
002810*
002820     05  FILLER                       PIC X(01)   VALUE SPACE.
002830     05  RJ-PRODUCT-CODE              PIC X(06).
002840     05  FILLER                       PIC X(02)   VALUE SPACE.
002850     05  RJ-EFFECTIVE-DATE            PIC X(08).
002860     05  FILLER                       PIC X(02)   VALUE SPACE.
002870     05  RJ-UNIT-PRICE                PIC X(09).
002880     05  FILLER                       PIC X(02)   VALUE SPACE.
002890     05  RJ-REASON                    PIC X(30).
002900     05  FILLER                       PIC X(72)   VALUE SPACE.
002910*
002920 01  IMPACT-HEADING.
002930*
002940     05  FILLER                       PIC X(01)   VALUE SPACE.
002950     05  FILLER                       PIC X(08)   VALUE
002960             'PRODUCT'.
002970     05  FILLER                       PIC X(22)   VALUE
002980             'DESCRIPTION'.
002990     05  FILLER                       PIC X(10)   VALUE
003000             'EFF DATE'.
003010     05  FILLER                       PIC X(10)   VALUE
003020             ' 12-MO QTY'.
003030     05  FILLER                       PIC X(14)   VALUE
003040             '   CUR PRICE'.
003050     05  FILLER                       PIC X(14)   VALUE
003060             '  PROP PRICE'.
003070     05  FILLER                       PIC X(16)   VALUE
003080             '   CUR REVENUE'.
003090     05  FILLER                       PIC X(16)   VALUE
003100             '  PROP REVENUE'.
003110     05  FILLER                       PIC X(14)   VALUE
003120             '        CHANGE'.
003130     05  FILLER                       PIC X(07)   VALUE SPACE.
003140*
003150 01  IMPACT-LINE.
003160*
003170     05  FILLER                       PIC X(01)   VALUE SPACE.
003180     05  IL-PRODUCT-CODE              PIC X(06).
003190     05  FILLER                       PIC X(02)   VALUE SPACE.
003200     05  IL-DESCRIPTION               PIC X(20).
003210     05  FILLER                       PIC X(02)   VALUE SPACE.
003220     05  IL-EFFECTIVE-DATE            PIC 9(08).
003230     05  FILLER                       PIC X(02)   VALUE SPACE.
003240     05  IL-UNITS                     PIC ZZZ,ZZ9-.
003250     05  FILLER                       PIC X(02)   VALUE SPACE.
003260     05  IL-CURRENT-PRICE             PIC Z,ZZZ,ZZ9.99.
003270     05  FILLER                       PIC X(02)   VALUE SPACE.
003280     05  IL-PROPOSED-PRICE            PIC Z,ZZZ,ZZ9.99.
003290     05  FILLER                       PIC X(02)   VALUE SPACE.
003300     05  IL-CURRENT-REVENUE           PIC ZZ,ZZZ,ZZ9.99-.
003310     05  FILLER                       PIC X(02)   VALUE SPACE.
003320     05  IL-PROPOSED-REVENUE          PIC ZZ,ZZZ,ZZ9.99-.
003330     05  FILLER                       PIC X(02)   VALUE SPACE.
003340     05  IL-CHANGE                    PIC ZZ,ZZZ,ZZ9.99-.
003350     05  FILLER                       PIC X(07)   VALUE SPACE.
003360*
003370 01  IMPACT-TOTAL-LINE.
003380*
003390     05  FILLER                       PIC X(01)   VALUE SPACE.
003400     05  FILLER                       PIC X(25)   VALUE
003410             'TOTAL REVENUE IMPACT....:'.
003420     05  FILLER                       PIC X(53)   VALUE SPACE.
003430     05  TL-CURRENT-REVENUE           PIC ZZ,ZZZ,ZZ9.99-.
003440     05  FILLER                       PIC X(02)   VALUE SPACE.
003450     05  TL-PROPOSED-REVENUE          PIC ZZ,ZZZ,ZZ9.99-.
003460     05  FILLER                       PIC X(02)   VALUE SPACE.
003470     05  TL-CHANGE                    PIC ZZ,ZZZ,ZZ9.99-.
003480     05  FILLER                       PIC X(07)   VALUE SPACE.
003490*
003500 01  CONTRACT-HEADING.
003510*
003520     05  FILLER                       PIC X(01)   VALUE SPACE.
003530     05  FILLER                       PIC X(08)   VALUE
003540             'CUSTOMER'.
003550     05  FILLER                       PIC X(08)   VALUE
003560             'PRODUCT'.
003570     05  FILLER                       PIC X(22)   VALUE
003580             'DESCRIPTION'.
003590     05  FILLER                       PIC X(10)   VALUE
003600             'START'.
003610     05  FILLER                       PIC X(10)   VALUE
003620             'END'.
003630     05  FILLER                       PIC X(14)   VALUE
003640             '    CONTRACT'.
003650     05  FILLER                       PIC X(14)   VALUE
003660             '    NEW LIST'.
003670     05  FILLER                       PIC X(08)   VALUE
003680             'EFF DATE'.
003690     05  FILLER                       PIC X(37)   VALUE SPACE.
003700*
003710 01  CONTRACT-LINE.
003720*
003730     05  FILLER                       PIC X(01)   VALUE SPACE.
003740     05  CL-CUSTOMER-NUMBER           PIC X(06).
003750     05  FILLER                       PIC X(02)   VALUE SPACE.
003760     05  CL-PRODUCT-CODE              PIC X(06).
003770     05  FILLER                       PIC X(02)   VALUE SPACE.
003780     05  CL-DESCRIPTION               PIC X(20).
003790     05  FILLER                       PIC X(02)   VALUE SPACE.
003800     05  CL-START-DATE                PIC 9(08).
003810     05  FILLER                       PIC X(02)   VALUE SPACE.
003820     05  CL-END-DATE                  PIC 9(08).
003830     05  FILLER                       PIC X(02)   VALUE SPACE.
003840     05  CL-CONTRACT-PRICE            PIC Z,ZZZ,ZZ9.99.
003850     05  FILLER                       PIC X(02)   VALUE SPACE.
003860     05  CL-PROPOSED-PRICE            PIC Z,ZZZ,ZZ9.99.
003870     05  FILLER                       PIC X(02)   VALUE SPACE.
003880     05  CL-EFFECTIVE-DATE            PIC 9(08).
003890     05  FILLER                       PIC X(37)   VALUE SPACE.
003900*
003910 01  NONE-LINE.
003920*
003930     05  FILLER                       PIC X(01)   VALUE SPACE.
003940     05  FILLER                       PIC X(20)   VALUE
003950             '  (NONE)'.
003960     05  FILLER                       PIC X(111)  VALUE SPACE.
003970*
003980 01  SUMMARY-LINE-1.
003990*
004000     05  FILLER                       PIC X(01)   VALUE SPACE.
004010     05  FILLER                       PIC X(25)   VALUE
004020             'CARDS READ..............:'.
004030     05  SL1-CARDS-READ               PIC ZZZZZZ9.
004040     05  FILLER                       PIC X(99)   VALUE SPACE.
004050*
004060 01  SUMMARY-LINE-2.
004070*
004080     05  FILLER                       PIC X(01)   VALUE SPACE.
004090     05  FILLER                       PIC X(25)   VALUE
004100             'PRODUCTS SIMULATED......:'.
004110     05  SL2-PRODUCT-COUNT            PIC ZZZZZZ9.
004120     05  FILLER                       PIC X(99)   VALUE SPACE.
004130*
004140 01  SUMMARY-LINE-3.
004150*
004160     05  FILLER                       PIC X(01)   VALUE SPACE.
004170     05  FILLER                       PIC X(25)   VALUE
004180             'CARDS REJECTED..........:'.
004190     05  SL3-CARDS-REJECTED           PIC ZZZZZZ9.
004200     05  FILLER                       PIC X(99)   VALUE SPACE.
004210*
004220 01  SUMMARY-LINE-4.
004230*
004240     05  FILLER                       PIC X(01)   VALUE SPACE.
004250     05  FILLER                       PIC X(25)   VALUE
004260             'INVOICES PRICED.........:'.
004270     05  SL4-INVOICE-COUNT            PIC ZZZZZZ9.
004280     05  FILLER                       PIC X(99)   VALUE SPACE.
004290*
004300 01  SUMMARY-LINE-5.
004310*
004320     05  FILLER                       PIC X(01)   VALUE SPACE.
004330     05  FILLER                       PIC X(25)   VALUE
004340             'CONTRACTS ABOVE LIST....:'.
004350     05  SL5-CONTRACT-COUNT           PIC ZZZZZZ9.
004360     05  FILLER                       PIC X(99)   VALUE SPACE.
004370*
004380 PROCEDURE DIVISION.
004390*
004400 0000-MAINLINE.
004410*
004420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004430     PERFORM 2000-LOAD-CARDS THRU 2000-EXIT.
004440     PERFORM 2400-ACCUMULATE-INVOICES THRU 2400-EXIT.
004450     PERFORM 2500-PRINT-IMPACT THRU 2500-EXIT.
004460     PERFORM 2600-CHECK-CONTRACTS THRU 2600-EXIT.
004470     PERFORM 3000-TERMINATE THRU 3000-EXIT.
004480*
004490     STOP RUN.
004500*
004510 1000-INITIALIZE.
004520*
004530     ACCEPT WS-START-TIME-RAW FROM TIME.
004531     MOVE 'PRCSIM  ' TO PC-PROGRAM.
004532     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
004533     IF PC-REFUSED
004534         MOVE PC-RETURN-CODE TO RETURN-CODE
004535         STOP RUN
004536     END-IF.
004540*
004550     OPEN INPUT  PRICE-CARDS.
004560     OPEN INPUT  PRODUCT-FILE.
004570     OPEN INPUT  PRICE-FILE.
004580     OPEN INPUT  INVOICE-FILE.
004590     OPEN INPUT  CONPRC-FILE.
004600     OPEN OUTPUT SIMULATION-REPORT.
004610*
004620     IF WS-CARDS-STATUS = '00'
004630         MOVE 'Y' TO WS-CARDS-OPEN-SW
004640     ELSE
004650         DISPLAY 'PRCSIM0001E PRCIN FILE OPEN FAILED, STATUS='
004660             WS-CARDS-STATUS
004670         MOVE 'Y' TO WS-ABORT-SW
004680     END-IF.
004690*
004700     IF WS-PRODUCT-STATUS = '00'
004710         MOVE 'Y' TO WS-PRODUCT-OPEN-SW
004720     ELSE
004730         DISPLAY 'PRCSIM0002E PRODUCT FILE OPEN FAILED, STATUS='
004740             WS-PRODUCT-STATUS
004750         MOVE 'Y' TO WS-ABORT-SW
004760     END-IF.
004770*
004780     IF WS-PRICE-STATUS = '00'
004790         MOVE 'Y' TO WS-PRICE-OPEN-SW
004800     ELSE
004810         DISPLAY 'PRCSIM0003E PRICE FILE OPEN FAILED, STATUS='
004820             WS-PRICE-STATUS
004830         MOVE 'Y' TO WS-ABORT-SW
004840     END-IF.
004850*
004860     IF WS-INVOICE-STATUS = '00'
004870         MOVE 'Y' TO WS-INVOICE-OPEN-SW
004880     ELSE
004890         DISPLAY 'PRCSIM0004E INVOICE FILE OPEN FAILED, STATUS='
004900             WS-INVOICE-STATUS
004910         MOVE 'Y' TO WS-ABORT-SW
004920     END-IF.
004930*
004940     IF WS-CONPRC-STATUS = '00'
004950         MOVE 'Y' TO WS-CONPRC-OPEN-SW
004960     ELSE
004970         DISPLAY 'PRCSIM0005E CONPRC FILE OPEN FAILED, STATUS='
004980             WS-CONPRC-STATUS
004990         MOVE 'Y' TO WS-ABORT-SW
005000     END-IF.
005010*
005020     IF WS-REPORT-STATUS = '00'
005030         MOVE 'Y' TO WS-REPORT-OPEN-SW
005040     ELSE
005050         DISPLAY 'PRCSIM0006E RPTOUT FILE OPEN FAILED, STATUS='
005060             WS-REPORT-STATUS
005070         MOVE 'Y' TO WS-ABORT-SW
005080     END-IF.
005090*
005100     IF NOT WS-ABORT
005110         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005120         MOVE WS-RUN-DATE TO WS-WINDOW-START
005130         SUBTRACT 1 FROM WS-WIN-YYYY
005140         MOVE WS-RUN-DATE-N     TO HL1-RUN-DATE
005150                                   HL2-THRU-DATE
005160         MOVE WS-WINDOW-START-N TO HL2-FROM-DATE
005170         WRITE REPORT-LINE FROM HEADING-LINE-1
005180         WRITE REPORT-LINE FROM HEADING-LINE-2
005190     END-IF.
005200*
005210 1000-EXIT.
005220     EXIT.
005230*
005240******************************************************************
005250*   2000-LOAD-CARDS -- EDIT THE DECK INTO THE PROPOSED-PRICE     *
005260*   TABLE, LISTING EVERY CARD PRCLOAD WOULD REJECT.              *
005270******************************************************************
005280 2000-LOAD-CARDS.
005290*
005300     IF WS-ABORT
005310         GO TO 2000-EXIT
005320     END-IF.
005330*
005340     MOVE 'CARDS REJECTED -- NOT SIMULATED' TO SH-TITLE.
005350     PERFORM 2900-PRINT-SECTION-HEADING THRU 2900-EXIT.
005360     WRITE REPORT-LINE FROM REJECT-HEADING.
005370*
005380     PERFORM 2100-LOAD-ONE-CARD THRU 2100-EXIT
005390         UNTIL WS-CARDS-EOF.
005400*
005410     IF WS-CARDS-REJECTED = ZERO
005420         WRITE REPORT-LINE FROM NONE-LINE
005430     END-IF.
005440*
005450 2000-EXIT.
005460     EXIT.
005470*
005480 2100-LOAD-ONE-CARD.
005490*
005500     READ PRICE-CARDS
005510         AT END
005520             MOVE 'Y' TO WS-CARDS-EOF-SW
005530             GO TO 2100-EXIT
005540     END-READ.
005550*
005560     ADD 1 TO WS-CARDS-READ.
005570     PERFORM 2200-EDIT-CARD THRU 2200-EXIT.
005580*
005590     IF WS-CARD-VALID
005600         PERFORM 2300-SLOT-CARD THRU 2300-EXIT
005610     ELSE
005620         ADD 1 TO WS-CARDS-REJECTED
005630         MOVE PC-PRODUCT-CODE   TO RJ-PRODUCT-CODE
005640         MOVE PC-EFFECTIVE-DATE TO RJ-EFFECTIVE-DATE
005650         MOVE PC-UNIT-PRICE-X   TO RJ-UNIT-PRICE
005660         MOVE WS-REJECT-REASON  TO RJ-REASON
005670         WRITE REPORT-LINE FROM REJECT-LINE
005680     END-IF.
005690*
005700 2100-EXIT.
005710     EXIT.
005720*
005730******************************************************************
005740*   2200-EDIT-CARD -- THE SAME EDITS PRCLOAD'S 2200 MAKES, SO    *
005750*   WHAT IS SIMULATED IS WHAT WOULD LOAD.                        *
005760******************************************************************
005770 2200-EDIT-CARD.
005780*
005790     MOVE 'Y'   TO WS-CARD-VALID-SW.
005800     MOVE SPACE TO WS-REJECT-REASON.
005810*
005820     IF PC-PRODUCT-CODE = SPACE
005830         MOVE 'N' TO WS-CARD-VALID-SW
005840         MOVE 'PRODUCT CODE MISSING' TO WS-REJECT-REASON
005850         GO TO 2200-EXIT
005860     END-IF.
005870*
005880     MOVE PC-PRODUCT-CODE TO PRM-PRODUCT-CODE.
005890     READ PRODUCT-FILE
005900         INVALID KEY
005910             MOVE 'N' TO WS-CARD-VALID-SW
005920             MOVE 'PRODUCT NOT ON MASTER' TO WS-REJECT-REASON
005930             GO TO 2200-EXIT
005940     END-READ.
005950*
005960     IF PC-EFFECTIVE-DATE NOT NUMERIC
005970         MOVE 'N' TO WS-CARD-VALID-SW
005980         MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
005990         GO TO 2200-EXIT
006000     END-IF.
006010*
006020     IF PC-UNIT-PRICE NOT NUMERIC
006030         MOVE 'N' TO WS-CARD-VALID-SW
006040         MOVE 'UNIT PRICE NOT NUMERIC' TO WS-REJECT-REASON
006050         GO TO 2200-EXIT
006060     END-IF.
006070*
006080 2200-EXIT.
006090     EXIT.
006100*
006110******************************************************************
006120*   2300-SLOT-CARD -- A PRODUCT ALREADY IN THE TABLE TAKES THE   *
006130*   CARD ONLY IF IT IS DATED LATER.  A NEW PRODUCT GETS A SLOT   *
006140*   WITH TODAY'S EFFECTIVE PRICE BESIDE THE PROPOSED ONE.  THE   *
006150*   PRODUCT RECORD IS STILL IN THE BUFFER FROM THE EDIT.         *
006160******************************************************************
006170 2300-SLOT-CARD.
006180*
006190     MOVE PC-PRODUCT-CODE TO WS-SEARCH-CODE.
006200     PERFORM 2800-FIND-CARD-SLOT THRU 2800-EXIT.
006210*
006220     IF WS-CARD-FOUND
006230         IF PC-EFFECTIVE-DATE-N > CT-EFFECTIVE-DATE(CT-SUB)
006240             MOVE PC-EFFECTIVE-DATE-N TO CT-EFFECTIVE-DATE(CT-SUB)
006250             MOVE PC-UNIT-PRICE       TO CT-PROPOSED-PRICE(CT-SUB)
006260         END-IF
006270         GO TO 2300-EXIT
006280     END-IF.
006290*
006300     IF CT-ENTRY-COUNT NOT < CT-MAX-ENTRIES
006310         DISPLAY 'PRCSIM0007E PRICE TABLE FULL AT '
006320             CT-MAX-ENTRIES ' ENTRIES'
006330         MOVE 'Y' TO WS-ABORT-SW
006340         MOVE 'Y' TO WS-CARDS-EOF-SW
006350         GO TO 2300-EXIT
006360     END-IF.
006370*
006380     ADD 1 TO CT-ENTRY-COUNT.
006390     MOVE CT-ENTRY-COUNT          TO CT-SUB.
006400     MOVE PC-PRODUCT-CODE         TO CT-PRODUCT-CODE(CT-SUB).
006410     MOVE PRM-PRODUCT-DESCRIPTION TO CT-DESCRIPTION(CT-SUB).
006420     MOVE PC-EFFECTIVE-DATE-N     TO CT-EFFECTIVE-DATE(CT-SUB).
006430     MOVE PC-UNIT-PRICE           TO CT-PROPOSED-PRICE(CT-SUB).
006440     MOVE ZERO                    TO CT-UNITS(CT-SUB).
006450*
006460     PERFORM 2350-READ-CURRENT-PRICE THRU 2350-EXIT.
006470*
006480 2300-EXIT.
006490     EXIT.
006500*
006510******************************************************************
006520*   2350-READ-CURRENT-PRICE -- THE PRICE IN EFFECT TODAY, BY     *
006530*   THE SAME FORWARD BROWSE STORUN'S 2220 USES: START AT THE     *
006540*   PRODUCT'S FIRST PRICE RECORD AND KEEP THE LAST ONE NOT       *
006550*   DATED AFTER TODAY.  NO RECORD MEANS PRM-UNIT-PRICE.          *
006560******************************************************************
006570 2350-READ-CURRENT-PRICE.
006580*
006590     MOVE PRM-UNIT-PRICE TO CT-CURRENT-PRICE(CT-SUB).
006600*
006610     MOVE PRM-PRODUCT-CODE TO PRC-PRODUCT-CODE.
006620     MOVE ZERO             TO PRC-EFFECTIVE-DATE.
006630     MOVE 'N' TO WS-PRICE-EOF-SW.
006640*
006650     START PRICE-FILE KEY NOT < PRC-PRICE-KEY
006660         INVALID KEY
006670             MOVE 'Y' TO WS-PRICE-EOF-SW
006680     END-START.
006690*
006700     PERFORM 2360-SCAN-PRICE-RECORD THRU 2360-EXIT
006710         UNTIL WS-PRICE-EOF.
006720*
006730 2350-EXIT.
006740     EXIT.
006750*
006760 2360-SCAN-PRICE-RECORD.
006770*
006780     READ PRICE-FILE NEXT RECORD
006790         AT END
006800             MOVE 'Y' TO WS-PRICE-EOF-SW
006810     END-READ.
006820*
006830     IF NOT WS-PRICE-EOF
006840         IF    PRC-PRODUCT-CODE NOT = PRM-PRODUCT-CODE
006850            OR PRC-EFFECTIVE-DATE > WS-RUN-DATE-N
006860             MOVE 'Y' TO WS-PRICE-EOF-SW
006870         ELSE
006880             MOVE PRC-UNIT-PRICE TO CT-CURRENT-PRICE(CT-SUB)
006890         END-IF
006900     END-IF.
006910*
006920 2360-EXIT.
006930     EXIT.
006940*
006950******************************************************************
006960*   2400-ACCUMULATE-INVOICES -- ADD UP TWELVE MONTHS OF BILLED   *
006970*   QUANTITY FOR EVERY PRODUCT IN THE TABLE.                     *
006980******************************************************************
006990 2400-ACCUMULATE-INVOICES.
007000*
007010     IF WS-ABORT OR CT-ENTRY-COUNT = ZERO
007020         GO TO 2400-EXIT
007030     END-IF.
007040*
007050     PERFORM 2410-ACCUMULATE-ONE-INVOICE THRU 2410-EXIT
007060         UNTIL WS-INVOICE-EOF.
007070*
007080 2400-EXIT.
007090     EXIT.
007100*
007110 2410-ACCUMULATE-ONE-INVOICE.
007120*
007130     READ INVOICE-FILE
007140         AT END
007150             MOVE 'Y' TO WS-INVOICE-EOF-SW
007160             GO TO 2410-EXIT
007170     END-READ.
007180*
007190     IF INV-VOIDED OR NOT INV-BILLED
007200         GO TO 2410-EXIT
007210     END-IF.
007220*
007230*    A VOID MEMO ONLY OFFSETS THE ORIGINAL ALREADY SKIPPED.
007240     IF INV-CREDIT-MEMO AND INV-VOID-OF-INVOICE > ZERO
007250         GO TO 2410-EXIT
007260     END-IF.
007270*
007280     MOVE INV-INVOICE-DATE TO WS-INV-DATE-MDY.
007290     MOVE WS-INV-YYYY TO WS-IY-YYYY.
007300     MOVE WS-INV-MM   TO WS-IY-MM.
007310     MOVE WS-INV-DD   TO WS-IY-DD.
007320*
007330     IF    WS-INV-DATE-YMD-N NOT > WS-WINDOW-START-N
007340        OR WS-INV-DATE-YMD-N > WS-RUN-DATE-N
007350         GO TO 2410-EXIT
007360     END-IF.
007370*
007380     ADD 1 TO WS-INVOICE-COUNT.
007390     PERFORM 2420-ACCUMULATE-LINE-ITEM THRU 2420-EXIT
007400         VARYING ITEM-SUB FROM 1 BY 1
007410           UNTIL ITEM-SUB > 20.
007420*
007430 2410-EXIT.
007440     EXIT.
007450*
007460 2420-ACCUMULATE-LINE-ITEM.
007470*
007480     IF INV-PRODUCT-CODE(ITEM-SUB) = SPACE
007490         GO TO 2420-EXIT
007500     END-IF.
007510*
007520     MOVE INV-PRODUCT-CODE(ITEM-SUB) TO WS-SEARCH-CODE.
007530     PERFORM 2800-FIND-CARD-SLOT THRU 2800-EXIT.
007540     IF NOT WS-CARD-FOUND
007550         GO TO 2420-EXIT
007560     END-IF.
007570*
007580     MOVE INV-QUANTITY(ITEM-SUB) TO WS-SIGNED-QTY.
007590     IF INV-CREDIT-MEMO
007600         COMPUTE WS-SIGNED-QTY = ZERO - WS-SIGNED-QTY
007610     END-IF.
007620     ADD WS-SIGNED-QTY TO CT-UNITS(CT-SUB).
007630*
007640 2420-EXIT.
007650     EXIT.
007660*
007670******************************************************************
007680*   2500-PRINT-IMPACT -- ONE LINE PER PRODUCT IN DECK ORDER,     *
007690*   THEN THE TOTAL REVENUE IMPACT.                               *
007700******************************************************************
007710 2500-PRINT-IMPACT.
007720*
007730     IF WS-ABORT
007740         GO TO 2500-EXIT
007750     END-IF.
007760*
007770     MOVE 'REVENUE IMPACT BY PRODUCT -- LAST TWELVE MONTHS'
007780         TO SH-TITLE.
007790     PERFORM 2900-PRINT-SECTION-HEADING THRU 2900-EXIT.
007800     WRITE REPORT-LINE FROM IMPACT-HEADING.
007810*
007820     IF CT-ENTRY-COUNT = ZERO
007830         WRITE REPORT-LINE FROM NONE-LINE
007840         GO TO 2500-EXIT
007850     END-IF.
007860*
007870     PERFORM 2510-PRINT-ONE-PRODUCT THRU 2510-EXIT
007880         VARYING CT-SUB FROM 1 BY 1
007890           UNTIL CT-SUB > CT-ENTRY-COUNT.
007900*
007910     MOVE SPACE TO REPORT-LINE.
007920     WRITE REPORT-LINE.
007930     MOVE WS-TOTAL-CURRENT  TO TL-CURRENT-REVENUE.
007940     MOVE WS-TOTAL-PROPOSED TO TL-PROPOSED-REVENUE.
007950     SUBTRACT WS-TOTAL-CURRENT FROM WS-TOTAL-PROPOSED
007960         GIVING TL-CHANGE.
007970     WRITE REPORT-LINE FROM IMPACT-TOTAL-LINE.
007980*
007990 2500-EXIT.
008000     EXIT.
008010*
008020 2510-PRINT-ONE-PRODUCT.
008030*
008040     COMPUTE WS-CURRENT-REVENUE ROUNDED =
008050         CT-UNITS(CT-SUB) * CT-CURRENT-PRICE(CT-SUB).
008060     COMPUTE WS-PROPOSED-REVENUE ROUNDED =
008070         CT-UNITS(CT-SUB) * CT-PROPOSED-PRICE(CT-SUB).
008080     ADD WS-CURRENT-REVENUE  TO WS-TOTAL-CURRENT.
008090     ADD WS-PROPOSED-REVENUE TO WS-TOTAL-PROPOSED.
008100*
008110     MOVE CT-PRODUCT-CODE(CT-SUB)   TO IL-PRODUCT-CODE.
008120     MOVE CT-DESCRIPTION(CT-SUB)    TO IL-DESCRIPTION.
008130     MOVE CT-EFFECTIVE-DATE(CT-SUB) TO IL-EFFECTIVE-DATE.
008140     MOVE CT-UNITS(CT-SUB)          TO IL-UNITS.
008150     MOVE CT-CURRENT-PRICE(CT-SUB)  TO IL-CURRENT-PRICE.
008160     MOVE CT-PROPOSED-PRICE(CT-SUB) TO IL-PROPOSED-PRICE.
008170     MOVE WS-CURRENT-REVENUE        TO IL-CURRENT-REVENUE.
008180     MOVE WS-PROPOSED-REVENUE       TO IL-PROPOSED-REVENUE.
008190     SUBTRACT WS-CURRENT-REVENUE FROM WS-PROPOSED-REVENUE
008200         GIVING IL-CHANGE.
008210     WRITE REPORT-LINE FROM IMPACT-LINE.
008220*
008230 2510-EXIT.
008240     EXIT.
008250*
008260******************************************************************
008270*   2600-CHECK-CONTRACTS -- FLAG EVERY CONTRACT FOR A CARDED     *
008280*   PRODUCT, STILL IN FORCE ON THE NEW PRICE'S EFFECTIVE DATE,   *
008290*   WHOSE CONTRACT PRICE WOULD BE ABOVE THE NEW LIST PRICE.      *
008300******************************************************************
008310 2600-CHECK-CONTRACTS.
008320*
008330     IF WS-ABORT
008340         GO TO 2600-EXIT
008350     END-IF.
008360*
008370     MOVE 'CONTRACT PRICES THAT WOULD BE ABOVE LIST' TO SH-TITLE.
008380     PERFORM 2900-PRINT-SECTION-HEADING THRU 2900-EXIT.
008390     WRITE REPORT-LINE FROM CONTRACT-HEADING.
008400*
008410     IF CT-ENTRY-COUNT > ZERO
008420         PERFORM 2610-CHECK-ONE-CONTRACT THRU 2610-EXIT
008430             UNTIL WS-CONPRC-EOF
008440     END-IF.
008450*
008460     IF WS-CONTRACT-COUNT = ZERO
008470         WRITE REPORT-LINE FROM NONE-LINE
008480     END-IF.
008490*
008500 2600-EXIT.
008510     EXIT.
008520*
008530 2610-CHECK-ONE-CONTRACT.
008540*
008550     READ CONPRC-FILE
008560         AT END
008570             MOVE 'Y' TO WS-CONPRC-EOF-SW
008580             GO TO 2610-EXIT
008590     END-READ.
008600*
008610     MOVE CP-PRODUCT-CODE TO WS-SEARCH-CODE.
008620     PERFORM 2800-FIND-CARD-SLOT THRU 2800-EXIT.
008630     IF NOT WS-CARD-FOUND
008640         GO TO 2610-EXIT
008650     END-IF.
008660*
008670     IF CP-END-DATE < CT-EFFECTIVE-DATE(CT-SUB)
008680         GO TO 2610-EXIT
008690     END-IF.
008700*
008710     IF CP-CONTRACT-PRICE NOT > CT-PROPOSED-PRICE(CT-SUB)
008720         GO TO 2610-EXIT
008730     END-IF.
008740*
008750     ADD 1 TO WS-CONTRACT-COUNT.
008760     MOVE CP-CUSTOMER-NUMBER        TO CL-CUSTOMER-NUMBER.
008770     MOVE CP-PRODUCT-CODE           TO CL-PRODUCT-CODE.
008780     MOVE CT-DESCRIPTION(CT-SUB)    TO CL-DESCRIPTION.
008790     MOVE CP-START-DATE             TO CL-START-DATE.
008800     MOVE CP-END-DATE               TO CL-END-DATE.
008810     MOVE CP-CONTRACT-PRICE         TO CL-CONTRACT-PRICE.
008820     MOVE CT-PROPOSED-PRICE(CT-SUB) TO CL-PROPOSED-PRICE.
008830     MOVE CT-EFFECTIVE-DATE(CT-SUB) TO CL-EFFECTIVE-DATE.
008840     WRITE REPORT-LINE FROM CONTRACT-LINE.
008850*
008860 2610-EXIT.
008870     EXIT.
008880*
008890******************************************************************
008900*   2800-FIND-CARD-SLOT -- LOOK WS-SEARCH-CODE UP IN THE TABLE.  *
008910*   ON RETURN WS-CARD-FOUND IS SET AND CT-SUB POINTS AT IT.      *
008920******************************************************************
008930 2800-FIND-CARD-SLOT.
008940*
008950     MOVE 'N' TO WS-CARD-FOUND-SW.
008960*
008970     PERFORM 2810-COMPARE-CARD-SLOT THRU 2810-EXIT
008980         VARYING CT-SUB FROM 1 BY 1
008990           UNTIL CT-SUB > CT-ENTRY-COUNT
009000              OR WS-CARD-FOUND.
009010*
009020     IF WS-CARD-FOUND
009030         SUBTRACT 1 FROM CT-SUB
009040     END-IF.
009050*
009060 2800-EXIT.
009070     EXIT.
009080*
009090 2810-COMPARE-CARD-SLOT.
009100*
009110     IF CT-PRODUCT-CODE(CT-SUB) = WS-SEARCH-CODE
009120         MOVE 'Y' TO WS-CARD-FOUND-SW
009130     END-IF.
009140*
009150 2810-EXIT.
009160     EXIT.
009170*
009180 2900-PRINT-SECTION-HEADING.
009190*
009200     MOVE SPACE TO REPORT-LINE.
009210     WRITE REPORT-LINE.
009220     WRITE REPORT-LINE FROM SECTION-HEADING.
009230*
009240 2900-EXIT.
009250     EXIT.
009260*
009270 3000-TERMINATE.
009280*
009290     IF NOT WS-ABORT
009300         MOVE SPACE TO REPORT-LINE
009310         WRITE REPORT-LINE
009320         MOVE WS-CARDS-READ      TO SL1-CARDS-READ
009330         WRITE REPORT-LINE FROM SUMMARY-LINE-1
009340         MOVE CT-ENTRY-COUNT     TO SL2-PRODUCT-COUNT
009350         WRITE REPORT-LINE FROM SUMMARY-LINE-2
009360         MOVE WS-CARDS-REJECTED  TO SL3-CARDS-REJECTED
009370         WRITE REPORT-LINE FROM SUMMARY-LINE-3
009380         MOVE WS-INVOICE-COUNT   TO SL4-INVOICE-COUNT
009390         WRITE REPORT-LINE FROM SUMMARY-LINE-4
009400         MOVE WS-CONTRACT-COUNT  TO SL5-CONTRACT-COUNT
009410         WRITE REPORT-LINE FROM SUMMARY-LINE-5
009420         IF WS-CARDS-REJECTED > ZERO
009430             MOVE 4 TO RETURN-CODE
009440         END-IF
009450     ELSE
009460         MOVE 8 TO RETURN-CODE
009470     END-IF.
009480*
009490     MOVE 'PRCSIM  ' TO RL-PROGRAM.
009500     MOVE 'ADHOC   ' TO RL-JOB-NAME.
009510     MOVE 'PRCSIM  ' TO RL-STEP-NAME.
009520     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
009530     MOVE WS-CARDS-READ      TO RL-RECORDS-READ.
009540     MOVE CT-ENTRY-COUNT     TO RL-RECORDS-WRITTEN.
009550     MOVE WS-CARDS-REJECTED  TO RL-RECORDS-REJECTED.
009560     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
009570     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
009580*
009590     IF WS-CARDS-OPEN
009600         CLOSE PRICE-CARDS
009610     END-IF.
009620     IF WS-PRODUCT-OPEN
009630         CLOSE PRODUCT-FILE
009640     END-IF.
009650     IF WS-PRICE-OPEN
009660         CLOSE PRICE-FILE
009670     END-IF.
009680     IF WS-INVOICE-OPEN
009690         CLOSE INVOICE-FILE
009700     END-IF.
009710     IF WS-CONPRC-OPEN
009720         CLOSE CONPRC-FILE
009730     END-IF.
009740     IF WS-REPORT-OPEN
009750         CLOSE SIMULATION-REPORT
009760     END-IF.
009770*
009780 3000-EXIT.
009790     EXIT.
