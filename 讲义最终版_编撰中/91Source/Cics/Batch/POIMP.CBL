000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    POIMP.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   POIMP -- NIGHTLY PURCHASE-ORDER IMPORT.                      *
000110*   RUN NIGHTLY WITH THE CICS FILES CLOSED TO THE REGION.  THE   *
000120*   SCHOOL DISTRICTS E-MAIL THEIR PURCHASE ORDERS AS FLAT FILES  *
000130*   IN OUR STANDARD LAYOUT; THE DAY'S FILES ARE CONCATENATED ON  *
000140*   POIN.  EACH PO IS A HEADER RECORD ('H': CUSTOMER, PO         *
000150*   NUMBER, SHIP-TO NUMBER, SALESPERSON) FOLLOWED BY ITS LINE    *
000160*   RECORDS ('L': PRODUCT CODE OR ALIAS, QUANTITY RIGHT-         *
000170*   JUSTIFIED WITH LEADING ZEROS).  EVERY PO IS EDITED UNDER     *
000180*   THE RULES ORDRENT APPLIES TO A KEYED ORDER:                  *
000190*     - THE CUSTOMER MUST EXIST, NOT BE ARCHIVED, AND NOT BE ON  *
000200*       CREDIT HOLD (CRHOLD); A SHIP-TO NUMBER MUST BE ACTIVE.   *
000210*     - EVERY LINE NEEDS A QUANTITY ABOVE ZERO AND A PRODUCT ON  *
000220*       THE MASTER, FOUND DIRECTLY OR THROUGH THE ALIAS FILE;    *
000230*       AN OUT-OF-PRINT PRODUCT CANNOT BE SOLD.                  *
000240*     - A LINE PRICES AT A LIVE CONTRACT PRICE, ELSE THE PRICE   *
000250*       IN FORCE TODAY ON THE PRICE FILE, ELSE THE MASTER PRICE, *
000260*       LESS THE DEEPEST QUANTITY BREAK THE LINE REACHES.        *
000270*     - A LINE MUST BE COVERED BY WAREHOUSE ('W') STOCK -- FOR   *
000280*       A KIT, BY ITS TIGHTEST COMPONENT.                        *
000290*     - THE ORDER PLUS TAX, THE ARBAL OPEN BALANCE, AND THE      *
000300*       CUSTOMER'S UNBILLED ORDERS MUST FIT THE CREDIT LIMIT.    *
000310*     - A PO NUMBER ALREADY ON AN UNVOIDED INVOICE FOR THE SAME  *
000320*       CUSTOMER IS A DUPLICATE SEND AND DOES NOT POST AGAIN.    *
000330*   A CLEAN PO POSTS AS AN UNBILLED ORDER (INVOICE NUMBER FROM   *
000340*   THE 'O' SERIES ON INVCTL) CARRYING THE DISTRICT'S PO         *
000350*   NUMBER, AND ITS STOCK IS RELIEVED AND WRITTEN TO THE STKLED  *
000360*   LEDGER EXACTLY AS ORDRENT RELIEVES IT.  A PO THAT FAILS ANY  *
000370*   EDIT GOES WHOLE TO THE POSUSP SUSPENSE FILE ('I' SERIES)     *
000380*   WITH THE REASON, FOR THE ORDER DESK TO CORRECT AND RELEASE   *
000390*   THROUGH THE POSWRK1 SCREEN.  EACH RUN FIRST RE-EDITS EVERY   *
000400*   RELEASED SUSPENSE ITEM: ONE THAT NOW POSTS IS MARKED WORKED  *
000410*   WITH ITS INVOICE NUMBER; ONE THAT STILL FAILS GOES BACK TO   *
000420*   OPEN WITH THE NEW REASON.  THE INVOICE RECORD HOLDS 20       *
000430*   LINES; A LONGER PO SUSPENDS WITH ITS FIRST 20 AND THE DESK   *
000440*   KEYS THE REST AS A SEPARATE ORDER.  NOTHING POSTS WHEN THE   *
000450*   RUN DATE FALLS IN A CLOSED FISCAL PERIOD.  A REGISTER OF     *
000460*   EVERY PO'S DISPOSITION PRINTS ON RPTOUT AND THE RUN IS       *
000470*   LOGGED THROUGH RUNLOGW.                                      *
000471*   A CUSTOMER HOLDING A SALES-TAX EXEMPTION CERTIFICATE         *
000472*   (TAXEXM) IN FORCE FOR THE TAXING STATE IS CHARGED NO TAX,    *
000473*   AND THE CERTIFICATE NUMBER GOES ON THE ORDER.                *
000480*                                                                *
000490*   MODIFICATION HISTORY.                                        *
000500*   10/15/2026  RH   INITIAL VERSION.                            *
000501*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000502*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000503*                    NOT COMPLETED.                              *
000510******************************************************************
000520*
000530 ENVIRONMENT DIVISION.
000540*
000550 CONFIGURATION SECTION.
000560*
000570 SOURCE-COMPUTER.  IBM-370.
000580 OBJECT-COMPUTER.  IBM-370.
000590*
000600 INPUT-OUTPUT SECTION.
000610*
000620 FILE-CONTROL.
000630*
000640     SELECT  PO-IMPORT-FILE ASSIGN TO POIN
000650             ORGANIZATION IS LINE SEQUENTIAL
000660             FILE STATUS IS WS-POIN-STATUS.
000670*
000680     SELECT  POSUSP-FILE    ASSIGN TO POSUSP
000690             ORGANIZATION IS INDEXED
000700             ACCESS MODE IS DYNAMIC
000710             RECORD KEY IS PSU-SUSPENSE-NUMBER
000720             FILE STATUS IS WS-POSUSP-STATUS.
000730*
000740     SELECT  PRODUCT-FILE   ASSIGN TO PRODUCT
000750             ORGANIZATION IS INDEXED
000760             ACCESS MODE IS RANDOM
000770             RECORD KEY IS PRM-PRODUCT-CODE
000780             FILE STATUS IS WS-PRODUCT-STATUS.
000790*
000800     SELECT  CUSTMAS-FILE   ASSIGN TO CUSTMAS
000810             ORGANIZATION IS INDEXED
000820             ACCESS MODE IS RANDOM
000830             RECORD KEY IS CM-CUSTOMER-NUMBER
000840             FILE STATUS IS WS-CUSTMAS-STATUS.
000850*
000860     SELECT  INVOICE-FILE   ASSIGN TO INVOICE
000870             ORGANIZATION IS INDEXED
000880             ACCESS MODE IS DYNAMIC
000890             RECORD KEY IS INV-INVOICE-NUMBER
000900             ALTERNATE RECORD KEY IS INV-CUSTOMER-NUMBER
000910                 WITH DUPLICATES
000920             FILE STATUS IS WS-INVOICE-STATUS.
000930*
000940     SELECT  INVCTL-FILE    ASSIGN TO INVCTL
000950             ORGANIZATION IS INDEXED
000960             ACCESS MODE IS RANDOM
000970             RECORD KEY IS ICR-CONTROL-KEY
000980             FILE STATUS IS WS-INVCTL-STATUS.
000990*
001000     SELECT  ARBAL-FILE     ASSIGN TO ARBAL
001010             ORGANIZATION IS INDEXED
001020             ACCESS MODE IS RANDOM
001030             RECORD KEY IS AR-CUSTOMER-NUMBER
001040             FILE STATUS IS WS-ARBAL-STATUS.
001050*
001060     SELECT  CRHOLD-FILE    ASSIGN TO CRHOLD
001070             ORGANIZATION IS INDEXED
001080             ACCESS MODE IS RANDOM
001090             RECORD KEY IS CH-CUSTOMER-NUMBER
001100             FILE STATUS IS WS-CRHOLD-STATUS.
001110*
001120     SELECT  ALIAS-FILE     ASSIGN TO ALIAS
001130             ORGANIZATION IS INDEXED
001140             ACCESS MODE IS RANDOM
001150             RECORD KEY IS AL-ALIAS
001160             FILE STATUS IS WS-ALIAS-STATUS.
001170*
001180     SELECT  QTYBRK-FILE    ASSIGN TO QTYBRK
001190             ORGANIZATION IS INDEXED
001200             ACCESS MODE IS RANDOM
001210             RECORD KEY IS QB-PRODUCT-CODE
001220             FILE STATUS IS WS-QTYBRK-STATUS.
001230*
001240     SELECT  KITMAS-FILE    ASSIGN TO KITMAS
001250             ORGANIZATION IS INDEXED
001260             ACCESS MODE IS RANDOM
001270             RECORD KEY IS KIT-PRODUCT-CODE
001280             FILE STATUS IS WS-KITMAS-STATUS.
001290*
001300     SELECT  LOCSTK-FILE    ASSIGN TO LOCSTK
001310             ORGANIZATION IS INDEXED
001320             ACCESS MODE IS RANDOM
001330             RECORD KEY IS LS-STOCK-KEY
001340             FILE STATUS IS WS-LOCSTK-STATUS.
001350*
001360     SELECT  STKLED-FILE    ASSIGN TO STKLED
001370             ORGANIZATION IS INDEXED
001380             ACCESS MODE IS RANDOM
001390             RECORD KEY IS SL-LEDGER-KEY
001400             FILE STATUS IS WS-STKLED-STATUS.
001410*
001420     SELECT  PRICE-FILE     ASSIGN TO PRICE
001430             ORGANIZATION IS INDEXED
001440             ACCESS MODE IS DYNAMIC
001450             RECORD KEY IS PRC-PRICE-KEY
001460             FILE STATUS IS WS-PRICE-STATUS.
001470*
001480     SELECT  CONPRC-FILE    ASSIGN TO CONPRC
001490             ORGANIZATION IS INDEXED
001500             ACCESS MODE IS RANDOM
001510             RECORD KEY IS CP-CONTRACT-KEY
001520             FILE STATUS IS WS-CONPRC-STATUS.
001530*
001540     SELECT  FISCTL-FILE    ASSIGN TO FISCTL
001550             ORGANIZATION IS INDEXED
001560             ACCESS MODE IS RANDOM
001570             RECORD KEY IS FC-CONTROL-KEY
001580             FILE STATUS IS WS-FISCTL-STATUS.
001590*
001600     SELECT  SHIPTO-FILE    ASSIGN TO SHIPTO
001610             ORGANIZATION IS INDEXED
001620             ACCESS MODE IS RANDOM
001630             RECORD KEY IS ST-SHIP-KEY
001640             FILE STATUS IS WS-SHIPTO-STATUS.
001641*
001642     SELECT  TAXEXM-FILE    ASSIGN TO TAXEXM
001643             ORGANIZATION IS INDEXED
001644             ACCESS MODE IS RANDOM
001645             RECORD KEY IS TXE-EXEMPTION-KEY
001646             FILE STATUS IS WS-TAXEXM-STATUS.
001650*
001660     SELECT  IMPORT-REPORT  ASSIGN TO RPTOUT
001670             ORGANIZATION IS LINE SEQUENTIAL
001680             FILE STATUS IS WS-REPORT-STATUS.
001690*
001700 DATA DIVISION.
001710*
001720 FILE SECTION.
001730*
001740 FD  PO-IMPORT-FILE
001750     LABEL RECORDS ARE STANDARD.
001760*
001770 01  PO-IMPORT-RECORD.
001780     05  POI-RECORD-TYPE              PIC X(01).
001790         88  POI-HEADER                           VALUE 'H'.
001800         88  POI-LINE                             VALUE 'L'.
001810     05  POI-HEADER-DATA.
001820         10  POI-CUSTOMER-NUMBER      PIC X(06).
001830         10  POI-PO-NUMBER            PIC X(10).
001840         10  POI-SHIP-TO-NUMBER       PIC X(02).
001850         10  POI-SALESPERSON-CODE     PIC X(03).
001860         10  FILLER                   PIC X(58).
001870     05  POI-LINE-DATA REDEFINES POI-HEADER-DATA.
001880         10  POI-PRODUCT-CODE         PIC X(06).
001890         10  POI-QUANTITY             PIC X(05).
001900         10  FILLER                   PIC X(68).
001910*
001920 FD  POSUSP-FILE
001930     LABEL RECORDS ARE STANDARD.
001940*
001950     COPY POSUSP.
001960*
001970 FD  PRODUCT-FILE
001980     LABEL RECORDS ARE STANDARD.
001990*
002000     COPY PRODUCT.
002010*
002020 FD  CUSTMAS-FILE
002030     LABEL RECORDS ARE STANDARD.
002040*
002050     COPY CUSTMAS.
002060*
002070 FD  INVOICE-FILE
002080     LABEL RECORDS ARE STANDARD.
002090*
002100     COPY INVOICE.
002110*
002120 FD  INVCTL-FILE
002130     LABEL RECORDS ARE STANDARD.
002140*
002150     COPY INVCTL.
002160*
002170 FD  ARBAL-FILE
002180     LABEL RECORDS ARE STANDARD.
002190*
002200     COPY ARBAL.
002210*
002220 FD  CRHOLD-FILE
002230     LABEL RECORDS ARE STANDARD.
002240*
002250     COPY CRHOLD.
002260*
002270 FD  ALIAS-FILE
002280     LABEL RECORDS ARE STANDARD.
002290*
002300     COPY ALIAS.
002310*
002320 FD  QTYBRK-FILE
002330     LABEL RECORDS ARE STANDARD.
002340*
002350     COPY QTYBRK.
002360*
002370 FD  KITMAS-FILE
002380     LABEL RECORDS ARE STANDARD.
002390*
002400     COPY KITMAS.
002410*
002420 FD  LOCSTK-FILE
002430     LABEL RECORDS ARE STANDARD.
002440*
002450     COPY LOCSTK.
002460*
002470 FD  STKLED-FILE
002480     LABEL RECORDS ARE STANDARD.
002490*
002500     COPY STKLED.
002510*
002520 FD  PRICE-FILE
002530     LABEL RECORDS ARE STANDARD.
002540*
002550     COPY PRICE.
002560*
002570 FD  CONPRC-FILE
002580     LABEL RECORDS ARE STANDARD.
002590*
002600     COPY CONPRC.
002610*
002620 FD  FISCTL-FILE
002630     LABEL RECORDS ARE STANDARD.
002640*
002650     COPY FISCTL.
002660*
002670 FD  SHIPTO-FILE
002680     LABEL RECORDS ARE STANDARD.
002690*
002700     COPY SHIPTO.
002701*
002702 FD  TAXEXM-FILE
002703     LABEL RECORDS ARE STANDARD.
002704*
002705     COPY TAXEXM.
002710*
002720 FD  IMPORT-REPORT
002730     LABEL RECORDS ARE OMITTED.
002740*
002750 01  REPORT-LINE                      PIC X(132).
002760*
002770 WORKING-STORAGE SECTION.
002780*
002790     COPY RUNLOG.
002791*
002792     COPY PREDPARM.
002800*
002810 01  RUN-TIMING-FIELDS.
002820     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
002830*
002840 01  SWITCHES.
002850*
002860     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
002870         88  WS-ABORT                             VALUE 'Y'.
002880     05  WS-POIN-OPEN-SW              PIC X(01)   VALUE 'N'.
002890         88  WS-POIN-OPEN                         VALUE 'Y'.
002900     05  WS-POSUSP-OPEN-SW            PIC X(01)   VALUE 'N'.
002910         88  WS-POSUSP-OPEN                       VALUE 'Y'.
002920     05  WS-PRODUCT-OPEN-SW           PIC X(01)   VALUE 'N'.
002930         88  WS-PRODUCT-OPEN                      VALUE 'Y'.
002940     05  WS-CUSTMAS-OPEN-SW           PIC X(01)   VALUE 'N'.
002950         88  WS-CUSTMAS-OPEN                      VALUE 'Y'.
002960     05  WS-INVOICE-OPEN-SW           PIC X(01)   VALUE 'N'.
002970         88  WS-INVOICE-OPEN                      VALUE 'Y'.
002980     05  WS-INVCTL-OPEN-SW            PIC X(01)   VALUE 'N'.
002990         88  WS-INVCTL-OPEN                       VALUE 'Y'.
003000     05  WS-ARBAL-OPEN-SW             PIC X(01)   VALUE 'N'.
003010         88  WS-ARBAL-OPEN                        VALUE 'Y'.
003020     05  WS-CRHOLD-OPEN-SW            PIC X(01)   VALUE 'N'.
003030         88  WS-CRHOLD-OPEN                       VALUE 'Y'.
003040     05  WS-ALIAS-OPEN-SW             PIC X(01)   VALUE 'N'.
003050         88  WS-ALIAS-OPEN                        VALUE 'Y'.
003060     05  WS-QTYBRK-OPEN-SW            PIC X(01)   VALUE 'N'.
003070         88  WS-QTYBRK-OPEN                       VALUE 'Y'.
003080     05  WS-KITMAS-OPEN-SW            PIC X(01)   VALUE 'N'.
003090         88  WS-KITMAS-OPEN                       VALUE 'Y'.
003100     05  WS-LOCSTK-OPEN-SW            PIC X(01)   VALUE 'N'.
003110         88  WS-LOCSTK-OPEN                       VALUE 'Y'.
003120     05  WS-STKLED-OPEN-SW            PIC X(01)   VALUE 'N'.
003130         88  WS-STKLED-OPEN                       VALUE 'Y'.
003140     05  WS-PRICE-OPEN-SW             PIC X(01)   VALUE 'N'.
003150         88  WS-PRICE-OPEN                        VALUE 'Y'.
003160     05  WS-CONPRC-OPEN-SW            PIC X(01)   VALUE 'N'.
003170         88  WS-CONPRC-OPEN                       VALUE 'Y'.
003180     05  WS-FISCTL-OPEN-SW            PIC X(01)   VALUE 'N'.
003190         88  WS-FISCTL-OPEN                       VALUE 'Y'.
003200     05  WS-SHIPTO-OPEN-SW            PIC X(01)   VALUE 'N'.
003210         88  WS-SHIPTO-OPEN                       VALUE 'Y'.
003211     05  WS-TAXEXM-OPEN-SW            PIC X(01)   VALUE 'N'.
003212         88  WS-TAXEXM-OPEN                       VALUE 'Y'.
003220     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
003230         88  WS-REPORT-OPEN                       VALUE 'Y'.
003240     05  WS-POIN-EOF-SW               PIC X(01)   VALUE 'N'.
003250         88  WS-POIN-EOF                          VALUE 'Y'.
003260     05  WS-POSUSP-EOF-SW             PIC X(01)   VALUE 'N'.
003270         88  WS-POSUSP-EOF                        VALUE 'Y'.
003280     05  WS-PO-OK-SW                  PIC X(01)   VALUE 'Y'.
003290         88  WS-PO-OK                             VALUE 'Y'.
003300     05  WS-PO-POSTED-SW              PIC X(01)   VALUE 'N'.
003310         88  WS-PO-POSTED                         VALUE 'Y'.
003320     05  WS-PRICE-EOF-SW              PIC X(01)   VALUE 'N'.
003330         88  WS-PRICE-EOF                         VALUE 'Y'.
003340     05  WS-INVBR-EOF-SW              PIC X(01)   VALUE 'N'.
003350         88  WS-INVBR-EOF                         VALUE 'Y'.
003360     05  WS-CONTRACT-FOUND-SW         PIC X(01)   VALUE 'N'.
003370         88  WS-CONTRACT-FOUND                    VALUE 'Y'.
003380     05  WS-LEDGER-WRITTEN-SW         PIC X(01)   VALUE 'N'.
003390         88  WS-LEDGER-WRITTEN                    VALUE 'Y'.
003400*
003410 01  FILE-STATUS-FIELDS.
003420*
003430     05  WS-POIN-STATUS               PIC X(02)   VALUE '00'.
003440     05  WS-POSUSP-STATUS             PIC X(02)   VALUE '00'.
003450     05  WS-PRODUCT-STATUS            PIC X(02)   VALUE '00'.
003460     05  WS-CUSTMAS-STATUS            PIC X(02)   VALUE '00'.
003470     05  WS-INVOICE-STATUS            PIC X(02)   VALUE '00'.
003480     05  WS-INVCTL-STATUS             PIC X(02)   VALUE '00'.
003490     05  WS-ARBAL-STATUS              PIC X(02)   VALUE '00'.
003500     05  WS-CRHOLD-STATUS             PIC X(02)   VALUE '00'.
003510     05  WS-ALIAS-STATUS              PIC X(02)   VALUE '00'.
003520     05  WS-QTYBRK-STATUS             PIC X(02)   VALUE '00'.
003530     05  WS-KITMAS-STATUS             PIC X(02)   VALUE '00'.
003540     05  WS-LOCSTK-STATUS             PIC X(02)   VALUE '00'.
003550     05  WS-STKLED-STATUS             PIC X(02)   VALUE '00'.
003560     05  WS-PRICE-STATUS              PIC X(02)   VALUE '00'.
003570     05  WS-CONPRC-STATUS             PIC X(02)   VALUE '00'.
003580     05  WS-FISCTL-STATUS             PIC X(02)   VALUE '00'.
003590     05  WS-SHIPTO-STATUS             PIC X(02)   VALUE '00'.
003591     05  WS-TAXEXM-STATUS             PIC X(02)   VALUE '00'.
003600     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
003610*
003620 01  WORK-FIELDS.
003630*
003640     05  WS-PO-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
003650     05  WS-REWORK-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
003660     05  WS-POSTED-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
003670     05  WS-SUSPENSE-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
003680     05  WS-RESUSPENDED-COUNT   PIC S9(07) COMP-3 VALUE ZERO.
003690     05  WS-SKIPPED-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
003700     05  WS-POSTED-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
003710     05  WS-LINES-RECEIVED      PIC S9(03) COMP-3 VALUE ZERO.
003720     05  WS-LINE-SUB            PIC S9(03) COMP-3 VALUE ZERO.
003730     05  WS-KIT-SUB             PIC S9(03) COMP-3 VALUE ZERO.
003740     05  WS-QB-SUB              PIC S9(03) COMP-3 VALUE ZERO.
003750     05  WS-REASON-CODE         PIC X(01)         VALUE SPACE.
003760     05  WS-ERROR-LINE          PIC 9(02)         VALUE ZERO.
003770     05  WS-ORDER-TOTAL         PIC S9(07)V99 COMP-3 VALUE ZERO.
003780     05  WS-TAX-AMOUNT          PIC S9(07)V99 COMP-3 VALUE ZERO.
003790     05  WS-OPEN-BALANCE        PIC S9(09)V99 COMP-3 VALUE ZERO.
003800     05  WS-TAXING-STATE        PIC X(02)         VALUE SPACE.
003801     05  WS-TAX-CERT-NUMBER     PIC X(15)         VALUE SPACE.
003810     05  WS-EFFECTIVE-PRICE     PIC 9(07)V99      VALUE ZERO.
003820     05  WS-DISCOUNT-RATE       PIC V99           VALUE ZERO.
003830     05  WS-DISCOUNTED-PRICE    PIC 9(07)V99      VALUE ZERO.
003840     05  WS-SHIPPABLE-QTY       PIC 9(05)         VALUE ZERO.
003850     05  WS-KIT-SHIPPABLE       PIC 9(05)         VALUE ZERO.
003860     05  WS-KIT-STOCK-QTY       PIC 9(05)         VALUE ZERO.
003870     05  WS-KIT-COMPONENT-QTY   PIC 9(05)         VALUE ZERO.
003880     05  WS-RELIEF-PRODUCT      PIC X(06)         VALUE SPACE.
003890     05  WS-RELIEF-QTY          PIC 9(05)         VALUE ZERO.
003900     05  WS-RELIEF-TYPE         PIC X(02)         VALUE SPACE.
003910     05  WS-TERMS-DAYS          PIC S9(03) COMP-3 VALUE ZERO.
003920     05  WS-MONTH-DAYS          PIC 9(02)         VALUE ZERO.
003930     05  WS-LEAP-QUOTIENT       PIC 9(04)         VALUE ZERO.
003940     05  WS-LEAP-REMAINDER      PIC 9(04)         VALUE ZERO.
003950     05  WS-LEDGER-TIME.
003960         10  WS-LEDGER-HHMMSS   PIC 9(06).
003970         10  FILLER             PIC 9(02).
003980*
003990******************************************************************
004000*   WS-PO-WORK -- THE PURCHASE ORDER BEING EDITED, LOADED FROM   *
004010*   THE IMPORT FILE OR FROM A RELEASED SUSPENSE ITEM, AS SENT.   *
004020*   WS-LINE-WORK CARRIES WHAT THE EDIT WORKED OUT FOR EACH LINE: *
004030*   THE REAL PRODUCT CODE (AN ALIAS RESOLVED), THE NET PRICE,    *
004040*   THE EXTENSION, AND THE QUANTITY-BREAK DOLLARS GIVEN AWAY.    *
004050******************************************************************
004060 01  WS-PO-WORK.
004070     05  WS-PO-CUSTOMER-NUMBER        PIC X(06).
004080     05  WS-PO-NUMBER                 PIC X(10).
004090     05  WS-PO-SHIP-TO                PIC X(02).
004100     05  WS-PO-SHIP-TO-N REDEFINES WS-PO-SHIP-TO
004110                                      PIC 9(02).
004120     05  WS-PO-SALESPERSON-CODE       PIC X(03).
004130     05  WS-PO-LINE-COUNT             PIC 9(02).
004140     05  WS-PO-LINE OCCURS 20 TIMES.
004150         10  WS-PO-PRODUCT-CODE       PIC X(06).
004160         10  WS-PO-QUANTITY           PIC X(05).
004170         10  WS-PO-QUANTITY-N REDEFINES WS-PO-QUANTITY
004180                                      PIC 9(05).
004190*
004200 01  WS-SHIP-TO-NUMBER                PIC 9(02)   VALUE ZERO.
004210*
004220 01  WS-LINE-WORK-TABLE.
004230     05  WS-LINE-WORK           OCCURS 20 TIMES.
004240         10  WS-LINE-PRODUCT    PIC X(06).
004250         10  WS-LINE-PRICE      PIC 9(07)V99.
004260         10  WS-LINE-AMOUNT     PIC 9(07)V99.
004270         10  WS-LINE-DISC       PIC 9(07)V99.
004271         10  WS-LINE-COST       PIC 9(05)V99.
004280*
004290 01  WS-RUN-DATE.
004300     05  WS-RUN-YYYY                  PIC 9(04).
004310     05  WS-RUN-MM                    PIC 9(02).
004320     05  WS-RUN-DD                    PIC 9(02).
004330*
004340 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
004350                                      PIC 9(08).
004360*
004370 01  WS-INVOICE-DATE-MDY.
004380     05  WS-INV-MM                    PIC 9(02).
004390     05  WS-INV-DD                    PIC 9(02).
004400     05  WS-INV-YYYY                  PIC 9(04).
004410*
004420 01  WS-DUE-DATE-WORK.
004430     05  WS-DUE-YYYY                  PIC 9(04).
004440     05  WS-DUE-MM                    PIC 9(02).
004450     05  WS-DUE-DD                    PIC 9(02).
004460*
004470 01  WS-DUE-DATE-YMD REDEFINES WS-DUE-DATE-WORK
004480                                      PIC 9(08).
004490*
004500******************************************************************
004510*   STATE-TAX-TABLE -- SALES-TAX RATE BY STATE, THE SAME TABLE   *
004520*   ORDRENT'S 1305-COMPUTE-SALES-TAX CARRIES.  A STATE NOT       *
004530*   LISTED HERE IS TREATED AS TAX-EXEMPT.                        *
004540******************************************************************
004550 01  STATE-TAX-TABLE-VALUES.
004560     05  FILLER              PIC X(06) VALUE 'CA0725'.
004570     05  FILLER              PIC X(06) VALUE 'NY0400'.
004580     05  FILLER              PIC X(06) VALUE 'TX0625'.
004590     05  FILLER              PIC X(06) VALUE 'FL0600'.
004600     05  FILLER              PIC X(06) VALUE 'WA0650'.
004610*
004620 01  STATE-TAX-TABLE REDEFINES STATE-TAX-TABLE-VALUES.
004630     05  STT-ENTRY OCCURS 5 TIMES INDEXED BY STT-IDX.
004640         10  STT-STATE       PIC X(02).
004650         10  STT-RATE        PIC V9(4).
004660*
004670 01  HEADING-LINE-1.
004680*
004690     05  FILLER                       PIC X(01)   VALUE SPACE.
004700     05  FILLER                       PIC X(42)   VALUE
004710             'PURCHASE-ORDER IMPORT REGISTER  RUN OF'.
004720     05  HL1-RUN-DATE                 PIC 9(08).
004730     05  FILLER                       PIC X(81)   VALUE SPACE.
004740*
004750 01  HEADING-LINE-2.
004760*
004770     05  FILLER                       PIC X(01)   VALUE SPACE.
004780     05  FILLER                       PIC X(50)   VALUE
004790             'FROM  CUST    PO NUMBER   DISPOSITION'.
004800     05  FILLER                       PIC X(40)   VALUE
004810             '        LN  REF NO         AMOUNT'.
004820     05  FILLER                       PIC X(41)   VALUE SPACE.
004830*
004840 01  DETAIL-LINE.
004850*
004860     05  FILLER                       PIC X(01)   VALUE SPACE.
004870     05  DL-SOURCE                    PIC X(04).
004880     05  FILLER                       PIC X(02)   VALUE SPACE.
004890     05  DL-CUSTOMER-NUMBER           PIC X(06).
004900     05  FILLER                       PIC X(02)   VALUE SPACE.
004910     05  DL-PO-NUMBER                 PIC X(10).
004920     05  FILLER                       PIC X(02)   VALUE SPACE.
004930     05  DL-DISPOSITION               PIC X(34).
004940     05  FILLER                       PIC X(02)   VALUE SPACE.
004950     05  DL-LINE-NUMBER               PIC Z9.
004960     05  FILLER                       PIC X(02)   VALUE SPACE.
004970     05  DL-REFERENCE                 PIC ZZZZZ9.
004980     05  FILLER                       PIC X(02)   VALUE SPACE.
004990     05  DL-AMOUNT                    PIC ZZ,ZZZ,ZZ9.99.
005000     05  FILLER                       PIC X(44)   VALUE SPACE.
005010*
005020 01  SUMMARY-LINE-1.
005030*
005040     05  FILLER                       PIC X(01)   VALUE SPACE.
005050     05  FILLER                       PIC X(25)   VALUE
005060             'PURCHASE ORDERS READ....:'.
005070     05  SL1-READ-COUNT               PIC ZZZZZZ9.
005080     05  FILLER                       PIC X(99)   VALUE SPACE.
005090*
005100 01  SUMMARY-LINE-2.
005110*
005120     05  FILLER                       PIC X(01)   VALUE SPACE.
005130     05  FILLER                       PIC X(25)   VALUE
005140             'RELEASED ITEMS REWORKED.:'.
005150     05  SL2-REWORK-COUNT             PIC ZZZZZZ9.
005160     05  FILLER                       PIC X(99)   VALUE SPACE.
005170*
005180 01  SUMMARY-LINE-3.
005190*
005200     05  FILLER                       PIC X(01)   VALUE SPACE.
005210     05  FILLER                       PIC X(25)   VALUE
005220             'ORDERS POSTED...........:'.
005230     05  SL3-POSTED-COUNT             PIC ZZZZZZ9.
005240     05  FILLER                       PIC X(02)   VALUE SPACE.
005250     05  SL3-POSTED-TOTAL             PIC ZZ,ZZZ,ZZ9.99.
005260     05  FILLER                       PIC X(84)   VALUE SPACE.
005270*
005280 01  SUMMARY-LINE-4.
005290*
005300     05  FILLER                       PIC X(01)   VALUE SPACE.
005310     05  FILLER                       PIC X(25)   VALUE
005320             'NEW SUSPENSE ITEMS......:'.
005330     05  SL4-SUSPENSE-COUNT           PIC ZZZZZZ9.
005340     05  FILLER                       PIC X(99)   VALUE SPACE.
005350*
005360 01  SUMMARY-LINE-5.
005370*
005380     05  FILLER                       PIC X(01)   VALUE SPACE.
005390     05  FILLER                       PIC X(25)   VALUE
005400             'RETURNED TO SUSPENSE....:'.
005410     05  SL5-RESUSPENDED-COUNT        PIC ZZZZZZ9.
005420     05  FILLER                       PIC X(99)   VALUE SPACE.
005430*
005440 01  SUMMARY-LINE-6.
005450*
005460     05  FILLER                       PIC X(01)   VALUE SPACE.
005470     05  FILLER                       PIC X(25)   VALUE
005480             'RECORDS SKIPPED.........:'.
005490     05  SL6-SKIPPED-COUNT            PIC ZZZZZZ9.
005500     05  FILLER                       PIC X(99)   VALUE SPACE.
005510*
005520 PROCEDURE DIVISION.
005530*
005540 0000-MAINLINE.
005550*
005560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005570     PERFORM 2000-REWORK-RELEASED-ITEMS THRU 2000-EXIT.
005580     PERFORM 2100-IMPORT-PO-FILE THRU 2100-EXIT.
005590     PERFORM 3000-TERMINATE THRU 3000-EXIT.
005600*
005610     STOP RUN.
005620*
005630 1000-INITIALIZE.
005640*
005650     ACCEPT WS-START-TIME-RAW FROM TIME.
005651     MOVE 'POIMP   ' TO PC-PROGRAM.
005652     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
005653     IF PC-REFUSED
005654         MOVE PC-RETURN-CODE TO RETURN-CODE
005655         STOP RUN
005656     END-IF.
005660*
005670     OPEN INPUT  PO-IMPORT-FILE.
005680     OPEN I-O    POSUSP-FILE.
005690     OPEN I-O    PRODUCT-FILE.
005700     OPEN INPUT  CUSTMAS-FILE.
005710     OPEN I-O    INVOICE-FILE.
005720     OPEN I-O    INVCTL-FILE.
005730     OPEN INPUT  ARBAL-FILE.
005740     OPEN INPUT  CRHOLD-FILE.
005750     OPEN INPUT  ALIAS-FILE.
005760     OPEN INPUT  QTYBRK-FILE.
005770     OPEN INPUT  KITMAS-FILE.
005780     OPEN I-O    LOCSTK-FILE.
005790     OPEN I-O    STKLED-FILE.
005800     OPEN INPUT  PRICE-FILE.
005810     OPEN INPUT  CONPRC-FILE.
005820     OPEN INPUT  FISCTL-FILE.
005830     OPEN INPUT  SHIPTO-FILE.
005831     OPEN INPUT  TAXEXM-FILE.
005840     OPEN OUTPUT IMPORT-REPORT.
005850*
005860     IF WS-POIN-STATUS = '00'
005870         MOVE 'Y' TO WS-POIN-OPEN-SW
005880     ELSE
005890         DISPLAY 'POIMP0001E POIN FILE OPEN FAILED, STATUS='
005900             WS-POIN-STATUS
005910         MOVE 'Y' TO WS-ABORT-SW
005920     END-IF.
005930*
005940     IF WS-POSUSP-STATUS = '00'
005950         MOVE 'Y' TO WS-POSUSP-OPEN-SW
005960     ELSE
005970         DISPLAY 'POIMP0002E POSUSP FILE OPEN FAILED, STATUS='
005980             WS-POSUSP-STATUS
005990         MOVE 'Y' TO WS-ABORT-SW
006000     END-IF.
006010*
006020     IF WS-PRODUCT-STATUS = '00'
006030         MOVE 'Y' TO WS-PRODUCT-OPEN-SW
006040     ELSE
006050         DISPLAY 'POIMP0003E PRODUCT FILE OPEN FAILED, STATUS='
006060             WS-PRODUCT-STATUS
006070         MOVE 'Y' TO WS-ABORT-SW
006080     END-IF.
006090*
006100     IF WS-CUSTMAS-STATUS = '00'
006110         MOVE 'Y' TO WS-CUSTMAS-OPEN-SW
006120     ELSE
006130         DISPLAY 'POIMP0004E CUSTMAS FILE OPEN FAILED, STATUS='
006140             WS-CUSTMAS-STATUS
006150         MOVE 'Y' TO WS-ABORT-SW
006160     END-IF.
006170*
006180     IF WS-INVOICE-STATUS = '00'
006190         MOVE 'Y' TO WS-INVOICE-OPEN-SW
006200     ELSE
006210         DISPLAY 'POIMP0005E INVOICE FILE OPEN FAILED, STATUS='
006220             WS-INVOICE-STATUS
006230         MOVE 'Y' TO WS-ABORT-SW
006240     END-IF.
006250*
006260     IF WS-INVCTL-STATUS = '00'
006270         MOVE 'Y' TO WS-INVCTL-OPEN-SW
006280     ELSE
006290         DISPLAY 'POIMP0006E INVCTL FILE OPEN FAILED, STATUS='
006300             WS-INVCTL-STATUS
006310         MOVE 'Y' TO WS-ABORT-SW
006320     END-IF.
006330*
006340     IF WS-ARBAL-STATUS = '00'
006350         MOVE 'Y' TO WS-ARBAL-OPEN-SW
006360     ELSE
006370         DISPLAY 'POIMP0007E ARBAL FILE OPEN FAILED, STATUS='
006380             WS-ARBAL-STATUS
006390         MOVE 'Y' TO WS-ABORT-SW
006400     END-IF.
006410*
006420     IF WS-CRHOLD-STATUS = '00'
006430         MOVE 'Y' TO WS-CRHOLD-OPEN-SW
006440     ELSE
006450         DISPLAY 'POIMP0008E CRHOLD FILE OPEN FAILED, STATUS='
006460             WS-CRHOLD-STATUS
006470         MOVE 'Y' TO WS-ABORT-SW
006480     END-IF.
006490*
006500     IF WS-ALIAS-STATUS = '00'
006510         MOVE 'Y' TO WS-ALIAS-OPEN-SW
006520     ELSE
006530         DISPLAY 'POIMP0009E ALIAS FILE OPEN FAILED, STATUS='
006540             WS-ALIAS-STATUS
006550         MOVE 'Y' TO WS-ABORT-SW
006560     END-IF.
006570*
006580     IF WS-QTYBRK-STATUS = '00'
006590         MOVE 'Y' TO WS-QTYBRK-OPEN-SW
006600     ELSE
006610         DISPLAY 'POIMP0010E QTYBRK FILE OPEN FAILED, STATUS='
006620             WS-QTYBRK-STATUS
006630         MOVE 'Y' TO WS-ABORT-SW
006640     END-IF.
006650*
006660     IF WS-KITMAS-STATUS = '00'
006670         MOVE 'Y' TO WS-KITMAS-OPEN-SW
006680     ELSE
006690         DISPLAY 'POIMP0011E KITMAS FILE OPEN FAILED, STATUS='
006700             WS-KITMAS-STATUS
006710         MOVE 'Y' TO WS-ABORT-SW
006720     END-IF.
006730*
006740     IF WS-LOCSTK-STATUS = '00'
006750         MOVE 'Y' TO WS-LOCSTK-OPEN-SW
006760     ELSE
006770         DISPLAY 'POIMP0012E LOCSTK FILE OPEN FAILED, STATUS='
006780             WS-LOCSTK-STATUS
006790         MOVE 'Y' TO WS-ABORT-SW
006800     END-IF.
006810*
006820     IF WS-STKLED-STATUS = '00'
006830         MOVE 'Y' TO WS-STKLED-OPEN-SW
006840     ELSE
006850         DISPLAY 'POIMP0013E STKLED FILE OPEN FAILED, STATUS='
006860             WS-STKLED-STATUS
006870         MOVE 'Y' TO WS-ABORT-SW
006880     END-IF.
006890*
006900     IF WS-PRICE-STATUS = '00'
006910         MOVE 'Y' TO WS-PRICE-OPEN-SW
006920     ELSE
006930         DISPLAY 'POIMP0014E PRICE FILE OPEN FAILED, STATUS='
006940             WS-PRICE-STATUS
006950         MOVE 'Y' TO WS-ABORT-SW
006960     END-IF.
006970*
006980     IF WS-SHIPTO-STATUS = '00'
006990         MOVE 'Y' TO WS-SHIPTO-OPEN-SW
007000     ELSE
007010         DISPLAY 'POIMP0015E SHIPTO FILE OPEN FAILED, STATUS='
007020             WS-SHIPTO-STATUS
007030         MOVE 'Y' TO WS-ABORT-SW
007040     END-IF.
007041*
007042     IF WS-TAXEXM-STATUS = '00'
007043         MOVE 'Y' TO WS-TAXEXM-OPEN-SW
007044     ELSE
007045         DISPLAY 'POIMP0031E TAXEXM FILE OPEN FAILED, STATUS='
007046             WS-TAXEXM-STATUS
007047         MOVE 'Y' TO WS-ABORT-SW
007048     END-IF.
007050*
007060     IF WS-REPORT-STATUS = '00'
007070         MOVE 'Y' TO WS-REPORT-OPEN-SW
007080     ELSE
007090         DISPLAY 'POIMP0016E IMPORT-REPORT OPEN FAILED, STATUS='
007100             WS-REPORT-STATUS
007110         MOVE 'Y' TO WS-ABORT-SW
007120     END-IF.
007130*
007140*    THE CONTRACT-PRICE AND FISCAL-CONTROL FILES ARE OPTIONAL,
007150*    AS THEY ARE TO STORUN: A REGION NOT YET CARRYING ONE RUNS
007160*    WITHOUT IT.
007170     IF WS-CONPRC-STATUS = '00'
007180         MOVE 'Y' TO WS-CONPRC-OPEN-SW
007190     ELSE
007200         IF WS-CONPRC-STATUS NOT = '35'
007210             DISPLAY 'POIMP0017E CONPRC FILE OPEN FAILED, ST='
007220                 WS-CONPRC-STATUS
007230             MOVE 'Y' TO WS-ABORT-SW
007240         END-IF
007250     END-IF.
007260*
007270     IF WS-FISCTL-STATUS = '00'
007280         MOVE 'Y' TO WS-FISCTL-OPEN-SW
007290     ELSE
007300         IF WS-FISCTL-STATUS NOT = '35'
007310             DISPLAY 'POIMP0018E FISCTL FILE OPEN FAILED, ST='
007320                 WS-FISCTL-STATUS
007330             MOVE 'Y' TO WS-ABORT-SW
007340         END-IF
007350     END-IF.
007360*
007370     IF NOT WS-ABORT
007380         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007390         MOVE WS-RUN-MM   TO WS-INV-MM
007400         MOVE WS-RUN-DD   TO WS-INV-DD
007410         MOVE WS-RUN-YYYY TO WS-INV-YYYY
007420         MOVE WS-RUN-DATE-N TO HL1-RUN-DATE
007430         WRITE REPORT-LINE FROM HEADING-LINE-1
007440         WRITE REPORT-LINE FROM HEADING-LINE-2
007450     END-IF.
007460*
007470*    NOTHING POSTS DATED ON OR BEFORE THE DATE ACCOUNTING HAS
007480*    CLOSED THROUGH.  THE FILES STAY AS THEY ARE FOR A RERUN.
007490     IF NOT WS-ABORT AND WS-FISCTL-OPEN
007500         MOVE 'F' TO FC-CONTROL-KEY
007510         READ FISCTL-FILE
007520             INVALID KEY
007530                 CONTINUE
007540             NOT INVALID KEY
007550                 IF WS-RUN-DATE-N NOT > FC-CLOSED-THRU-DATE
007560                     DISPLAY 'POIMP0019E RUN DATE FALLS IN A '
007570                         'CLOSED FISCAL PERIOD - RUN REFUSED'
007580                     MOVE 'Y' TO WS-ABORT-SW
007590                 END-IF
007600         END-READ
007610     END-IF.
007620*
007630 1000-EXIT.
007640     EXIT.
007650*
007660******************************************************************
007670*   2000-REWORK-RELEASED-ITEMS -- THE DESK'S RELEASED SUSPENSE   *
007680*   ITEMS GO FIRST, SO A CORRECTED PO POSTS AHEAD OF TODAY'S     *
007690*   NEW FILE AND GETS FIRST CLAIM ON THE STOCK.                  *
007700******************************************************************
007710 2000-REWORK-RELEASED-ITEMS.
007720*
007730     IF WS-ABORT
007740         GO TO 2000-EXIT
007750     END-IF.
007760*
007770     MOVE ZERO TO PSU-SUSPENSE-NUMBER.
007780     START POSUSP-FILE KEY NOT < PSU-SUSPENSE-NUMBER
007790         INVALID KEY
007800             MOVE 'Y' TO WS-POSUSP-EOF-SW
007810     END-START.
007820*
007830     PERFORM 2050-REWORK-ONE-ITEM THRU 2050-EXIT
007840         UNTIL WS-POSUSP-EOF OR WS-ABORT.
007850*
007860 2000-EXIT.
007870     EXIT.
007880*
007890 2050-REWORK-ONE-ITEM.
007900*
007910     READ POSUSP-FILE NEXT RECORD
007920         AT END
007930             MOVE 'Y' TO WS-POSUSP-EOF-SW
007940     END-READ.
007950     IF WS-POSUSP-EOF OR NOT PSU-RELEASED
007960         GO TO 2050-EXIT
007970     END-IF.
007980*
007990     ADD 1 TO WS-REWORK-COUNT.
008000     MOVE PSU-CUSTOMER-NUMBER  TO WS-PO-CUSTOMER-NUMBER.
008010     MOVE PSU-PO-NUMBER        TO WS-PO-NUMBER.
008020     MOVE PSU-SHIP-TO-NUMBER   TO WS-PO-SHIP-TO.
008030     MOVE PSU-SALESPERSON-CODE TO WS-PO-SALESPERSON-CODE.
008040     MOVE PSU-LINE-COUNT       TO WS-PO-LINE-COUNT
008050                                  WS-LINES-RECEIVED.
008060     PERFORM 2055-LOAD-ONE-LINE
008070         VARYING WS-LINE-SUB FROM 1 BY 1
008080         UNTIL WS-LINE-SUB > 20.
008090*
008100     MOVE 'RWRK' TO DL-SOURCE.
008110     PERFORM 2200-EDIT-PURCHASE-ORDER THRU 2200-EXIT.
008120     IF WS-PO-OK
008130         PERFORM 2300-POST-PURCHASE-ORDER THRU 2300-EXIT
008140     END-IF.
008150     IF WS-ABORT
008160         GO TO 2050-EXIT
008170     END-IF.
008180*
008190     IF WS-PO-POSTED
008200         SET PSU-WORKED TO TRUE
008210         MOVE WS-RUN-DATE-N      TO PSU-WORKED-DATE
008220         MOVE INV-INVOICE-NUMBER TO PSU-POSTED-INVOICE
008230     ELSE
008240         SET PSU-OPEN TO TRUE
008250         MOVE WS-REASON-CODE     TO PSU-REASON-CODE
008260         MOVE WS-ERROR-LINE      TO PSU-ERROR-LINE
008270         ADD 1 TO WS-RESUSPENDED-COUNT
008280     END-IF.
008290*
008300     REWRITE PO-SUSPENSE-RECORD
008310         INVALID KEY
008320             DISPLAY 'POIMP0020E POSUSP REWRITE FAILED, KEY='
008330                 PSU-SUSPENSE-NUMBER
008340             MOVE 'Y' TO WS-ABORT-SW
008350     END-REWRITE.
008360     IF WS-ABORT
008370         GO TO 2050-EXIT
008380     END-IF.
008390*
008400     IF NOT WS-PO-POSTED
008410         PERFORM 2550-SET-REASON-TEXT THRU 2550-EXIT
008420         MOVE PSU-SUSPENSE-NUMBER TO DL-REFERENCE
008430         MOVE ZERO                TO DL-AMOUNT
008440         PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT
008450     END-IF.
008460*
008470 2050-EXIT.
008480     EXIT.
008490*
008500 2055-LOAD-ONE-LINE.
008510*
008520     MOVE PSU-PRODUCT-CODE(WS-LINE-SUB)
008530         TO WS-PO-PRODUCT-CODE(WS-LINE-SUB).
008540     MOVE PSU-QUANTITY(WS-LINE-SUB)
008550         TO WS-PO-QUANTITY(WS-LINE-SUB).
008560*
008570******************************************************************
008580*   2100-IMPORT-PO-FILE -- THE DAY'S IMPORT FILE.  A HEADER      *
008590*   OPENS A PO; ITS LINES RUN TO THE NEXT HEADER OR END OF FILE. *
008600******************************************************************
008610 2100-IMPORT-PO-FILE.
008620*
008630     IF WS-ABORT
008640         GO TO 2100-EXIT
008650     END-IF.
008660*
008670     PERFORM 2110-READ-PO-RECORD THRU 2110-EXIT.
008680     PERFORM 2120-IMPORT-ONE-PO THRU 2120-EXIT
008690         UNTIL WS-POIN-EOF OR WS-ABORT.
008700*
008710 2100-EXIT.
008720     EXIT.
008730*
008740 2110-READ-PO-RECORD.
008750*
008760     READ PO-IMPORT-FILE
008770         AT END
008780             MOVE 'Y' TO WS-POIN-EOF-SW
008790     END-READ.
008800*
008810 2110-EXIT.
008820     EXIT.
008830*
008840 2120-IMPORT-ONE-PO.
008850*
008860*    A LINE WITH NO HEADER AHEAD OF IT CANNOT BE TIED TO A
008870*    CUSTOMER; IT IS REPORTED AND PASSED OVER.
008880     IF NOT POI-HEADER
008890         DISPLAY 'POIMP0021W RECORD OUTSIDE A PO SKIPPED: '
008900             PO-IMPORT-RECORD(1:30)
008910         ADD 1 TO WS-SKIPPED-COUNT
008920         MOVE 4 TO RETURN-CODE
008930         PERFORM 2110-READ-PO-RECORD THRU 2110-EXIT
008940         GO TO 2120-EXIT
008950     END-IF.
008960*
008970     ADD 1 TO WS-PO-READ-COUNT.
008980     MOVE SPACE TO WS-PO-WORK.
008990     MOVE POI-CUSTOMER-NUMBER  TO WS-PO-CUSTOMER-NUMBER.
009000     MOVE POI-PO-NUMBER        TO WS-PO-NUMBER.
009010     MOVE POI-SHIP-TO-NUMBER   TO WS-PO-SHIP-TO.
009020     MOVE POI-SALESPERSON-CODE TO WS-PO-SALESPERSON-CODE.
009030     MOVE ZERO TO WS-PO-LINE-COUNT
009040                  WS-LINES-RECEIVED.
009050*
009060     PERFORM 2110-READ-PO-RECORD THRU 2110-EXIT.
009070     PERFORM 2130-COLLECT-ONE-LINE THRU 2130-EXIT
009080         UNTIL WS-POIN-EOF OR POI-HEADER.
009090*
009100     MOVE 'FILE' TO DL-SOURCE.
009110     PERFORM 2200-EDIT-PURCHASE-ORDER THRU 2200-EXIT.
009120     IF WS-PO-OK
009130         PERFORM 2300-POST-PURCHASE-ORDER THRU 2300-EXIT
009140     ELSE
009150         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
009160     END-IF.
009170*
009180 2120-EXIT.
009190     EXIT.
009200*
009210 2130-COLLECT-ONE-LINE.
009220*
009230     IF NOT POI-LINE
009240         DISPLAY 'POIMP0022W UNKNOWN RECORD TYPE SKIPPED: '
009250             PO-IMPORT-RECORD(1:30)
009260         ADD 1 TO WS-SKIPPED-COUNT
009270         MOVE 4 TO RETURN-CODE
009280     ELSE
009290         ADD 1 TO WS-LINES-RECEIVED
009300         IF WS-LINES-RECEIVED NOT > 20
009310             MOVE WS-LINES-RECEIVED TO WS-PO-LINE-COUNT
009320             MOVE POI-PRODUCT-CODE
009330                 TO WS-PO-PRODUCT-CODE(WS-PO-LINE-COUNT)
009340             MOVE POI-QUANTITY
009350                 TO WS-PO-QUANTITY(WS-PO-LINE-COUNT)
009360         END-IF
009370     END-IF.
009380*
009390     PERFORM 2110-READ-PO-RECORD THRU 2110-EXIT.
009400*
009410 2130-EXIT.
009420     EXIT.
009430*
009440******************************************************************
009450*   2200-EDIT-PURCHASE-ORDER -- EDIT ONE PO THE WAY ORDRENT      *
009460*   EDITS A KEYED ORDER.  THE FIRST FAILURE STOPS THE EDIT AND   *
009470*   LEAVES ITS REASON (AND THE LINE, FOR A LINE FAILURE) IN      *
009480*   WS-REASON-CODE AND WS-ERROR-LINE.                            *
009490******************************************************************
009500 2200-EDIT-PURCHASE-ORDER.
009510*
009520     MOVE 'Y'   TO WS-PO-OK-SW.
009530     MOVE 'N'   TO WS-PO-POSTED-SW.
009540     MOVE SPACE TO WS-REASON-CODE.
009550     MOVE ZERO  TO WS-ERROR-LINE
009560                   WS-ORDER-TOTAL
009570                   WS-TAX-AMOUNT
009580                   WS-SHIP-TO-NUMBER.
009590*
009600     MOVE WS-PO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
009610     READ CUSTMAS-FILE
009620         INVALID KEY
009630             MOVE 'C' TO WS-REASON-CODE
009640             GO TO 2200-FAILED
009650     END-READ.
009660     IF CM-ARCHIVED
009670         MOVE 'A' TO WS-REASON-CODE
009680         GO TO 2200-FAILED
009690     END-IF.
009700*
009710*    A CUSTOMER ON DELINQUENCY HOLD TAKES NO NEW ORDERS, WHATEVER
009720*    THE CREDIT LIMIT SAYS, AS ORDRENT'S 1212 REFUSES THEM.
009730     MOVE WS-PO-CUSTOMER-NUMBER TO CH-CUSTOMER-NUMBER.
009740     READ CRHOLD-FILE
009750         INVALID KEY
009760             CONTINUE
009770         NOT INVALID KEY
009780             IF CH-HELD
009790                 MOVE 'H' TO WS-REASON-CODE
009800                 GO TO 2200-FAILED
009810             END-IF
009820     END-READ.
009830*
009840*    A BLANK OR ZERO SHIP-TO SHIPS TO THE BILLING ADDRESS; ANY
009850*    OTHER MUST BE AN ACTIVE SHIP-TO OF THIS CUSTOMER, AND ITS
009860*    STATE TAXES THE ORDER.
009870     MOVE CM-STATE TO WS-TAXING-STATE.
009880     IF WS-PO-SHIP-TO NOT = SPACE
009890         IF WS-PO-SHIP-TO NOT NUMERIC
009900             MOVE 'S' TO WS-REASON-CODE
009910             GO TO 2200-FAILED
009920         END-IF
009930         MOVE WS-PO-SHIP-TO-N TO WS-SHIP-TO-NUMBER
009940     END-IF.
009950     IF WS-SHIP-TO-NUMBER > ZERO
009960         MOVE WS-PO-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER
009970         MOVE WS-SHIP-TO-NUMBER     TO ST-SHIP-TO-NUMBER
009980         READ SHIPTO-FILE
009990             INVALID KEY
010000                 MOVE 'S' TO WS-REASON-CODE
010010                 GO TO 2200-FAILED
010020         END-READ
010030         IF ST-RETIRED
010040             MOVE 'S' TO WS-REASON-CODE
010050             GO TO 2200-FAILED
010060         END-IF
010070         IF ST-STATE NOT = SPACE
010080             MOVE ST-STATE TO WS-TAXING-STATE
010090         END-IF
010100     END-IF.
010110*
010120     IF WS-LINES-RECEIVED = ZERO
010130         MOVE 'N' TO WS-REASON-CODE
010140         GO TO 2200-FAILED
010150     END-IF.
010160     IF WS-LINES-RECEIVED > 20
010170         MOVE 'T' TO WS-REASON-CODE
010180         GO TO 2200-FAILED
010190     END-IF.
010200*
010210     PERFORM 2210-EDIT-ONE-LINE THRU 2210-EXIT
010220         VARYING WS-LINE-SUB FROM 1 BY 1
010230         UNTIL WS-LINE-SUB > WS-PO-LINE-COUNT
010240            OR NOT WS-PO-OK.
010250     IF NOT WS-PO-OK
010260         GO TO 2200-EXIT
010270     END-IF.
010280*
010290     PERFORM 2250-COMPUTE-SALES-TAX THRU 2250-EXIT.
010300     PERFORM 2230-CHECK-CREDIT THRU 2230-EXIT.
010310     GO TO 2200-EXIT.
010320*
010330 2200-FAILED.
010340*
010350     MOVE 'N' TO WS-PO-OK-SW.
010360*
010370 2200-EXIT.
010380     EXIT.
010390*
010400******************************************************************
010410*   2210-EDIT-ONE-LINE -- QUANTITY, PRODUCT (OR ALIAS), PRICE,   *
010420*   AND STOCK FOR ONE LINE, IN ORDRENT'S 1220 ORDER.             *
010430******************************************************************
010440 2210-EDIT-ONE-LINE.
010450*
010460     IF       WS-PO-QUANTITY(WS-LINE-SUB) NOT NUMERIC
010470           OR WS-PO-QUANTITY-N(WS-LINE-SUB) = ZERO
010480         MOVE 'Q' TO WS-REASON-CODE
010490         GO TO 2210-FAILED
010500     END-IF.
010510*
010520     IF WS-PO-PRODUCT-CODE(WS-LINE-SUB) = SPACE
010530         MOVE 'P' TO WS-REASON-CODE
010540         GO TO 2210-FAILED
010550     END-IF.
010560*
010570     MOVE WS-PO-PRODUCT-CODE(WS-LINE-SUB) TO PRM-PRODUCT-CODE.
010580     READ PRODUCT-FILE
010590         INVALID KEY
010600             PERFORM 2215-RESOLVE-ALIAS THRU 2215-EXIT
010610     END-READ.
010620     IF NOT WS-PO-OK
010630         GO TO 2210-EXIT
010640     END-IF.
010650     MOVE PRM-PRODUCT-CODE TO WS-LINE-PRODUCT(WS-LINE-SUB).
010651     MOVE PRM-AVERAGE-COST TO WS-LINE-COST(WS-LINE-SUB).
010660*
010670     IF PRM-OUT-OF-PRINT
010680         MOVE 'O' TO WS-REASON-CODE
010690         GO TO 2210-FAILED
010700     END-IF.
010710*
010720     PERFORM 2220-READ-EFFECTIVE-PRICE THRU 2220-EXIT.
010730     MOVE WS-EFFECTIVE-PRICE TO WS-LINE-PRICE(WS-LINE-SUB).
010740     MOVE ZERO TO WS-LINE-DISC(WS-LINE-SUB).
010750     PERFORM 2227-APPLY-QUANTITY-BREAK THRU 2227-EXIT.
010760*
010770     PERFORM 2235-READ-SHIPPING-STOCK THRU 2235-EXIT.
010780     IF WS-PO-QUANTITY-N(WS-LINE-SUB) > WS-SHIPPABLE-QTY
010790         IF PRM-DISCONTINUED
010800             MOVE 'D' TO WS-REASON-CODE
010810         ELSE
010820             MOVE 'K' TO WS-REASON-CODE
010830         END-IF
010840         GO TO 2210-FAILED
010850     END-IF.
010860*
010870     MULTIPLY WS-LINE-PRICE(WS-LINE-SUB)
010880         BY WS-PO-QUANTITY-N(WS-LINE-SUB)
010890         GIVING WS-LINE-AMOUNT(WS-LINE-SUB)
010900         ON SIZE ERROR
010910             MOVE 'Z' TO WS-REASON-CODE
010920             GO TO 2210-FAILED
010930     END-MULTIPLY.
010940     ADD WS-LINE-AMOUNT(WS-LINE-SUB) TO WS-ORDER-TOTAL
010950         ON SIZE ERROR
010960             MOVE 'Z' TO WS-REASON-CODE
010970             GO TO 2210-FAILED
010980     END-ADD.
010990     GO TO 2210-EXIT.
011000*
011010 2210-FAILED.
011020*
011030     MOVE 'N' TO WS-PO-OK-SW.
011040     MOVE WS-LINE-SUB TO WS-ERROR-LINE.
011050*
011060 2210-EXIT.
011070     EXIT.
011080*
011090******************************************************************
011100*   2215-RESOLVE-ALIAS -- A CODE NOT ON THE PRODUCT MASTER MAY   *
011110*   BE AN ISBN SHORTHAND, AN OLD CODE, OR A PUBLISHER NUMBER     *
011120*   REGISTERED ON THE ALIAS FILE, AS ORDRENT'S 1231 TRIES IT.    *
011130******************************************************************
011140 2215-RESOLVE-ALIAS.
011150*
011160     MOVE WS-PO-PRODUCT-CODE(WS-LINE-SUB) TO AL-ALIAS.
011170     READ ALIAS-FILE
011180         INVALID KEY
011190             MOVE 'P' TO WS-REASON-CODE
011200             MOVE 'N' TO WS-PO-OK-SW
011210             MOVE WS-LINE-SUB TO WS-ERROR-LINE
011220             GO TO 2215-EXIT
011230     END-READ.
011240*
011250     MOVE AL-PRODUCT-CODE TO PRM-PRODUCT-CODE.
011260     READ PRODUCT-FILE
011270         INVALID KEY
011280             MOVE 'P' TO WS-REASON-CODE
011290             MOVE 'N' TO WS-PO-OK-SW
011300             MOVE WS-LINE-SUB TO WS-ERROR-LINE
011310     END-READ.
011320*
011330 2215-EXIT.
011340     EXIT.
011350*
011360******************************************************************
011370*   2220-READ-EFFECTIVE-PRICE -- A LIVE CONTRACT PRICE FOR THIS  *
011380*   CUSTOMER WINS; OTHERWISE THE LATEST PRICE-FILE RECORD NOT    *
011390*   AFTER TODAY; OTHERWISE THE PRODUCT-MASTER PRICE -- ORDRENT'S *
011400*   1232 AND 1235 IN BATCH FORM.                                 *
011410******************************************************************
011420 2220-READ-EFFECTIVE-PRICE.
011430*
011440     MOVE PRM-UNIT-PRICE TO WS-EFFECTIVE-PRICE.
011450     MOVE 'N' TO WS-CONTRACT-FOUND-SW.
011460*
011470     IF WS-CONPRC-OPEN
011480         MOVE WS-PO-CUSTOMER-NUMBER TO CP-CUSTOMER-NUMBER
011490         MOVE PRM-PRODUCT-CODE      TO CP-PRODUCT-CODE
011500         READ CONPRC-FILE
011510             INVALID KEY
011520                 CONTINUE
011530             NOT INVALID KEY
011540                 IF       WS-RUN-DATE-N NOT < CP-START-DATE
011550                      AND WS-RUN-DATE-N NOT > CP-END-DATE
011560                     MOVE CP-CONTRACT-PRICE TO WS-EFFECTIVE-PRICE
011570                     MOVE 'Y' TO WS-CONTRACT-FOUND-SW
011580                 END-IF
011590         END-READ
011600     END-IF.
011610     IF WS-CONTRACT-FOUND
011620         GO TO 2220-EXIT
011630     END-IF.
011640*
011650     MOVE PRM-PRODUCT-CODE TO PRC-PRODUCT-CODE.
011660     MOVE ZERO             TO PRC-EFFECTIVE-DATE.
011670     MOVE 'N' TO WS-PRICE-EOF-SW.
011680*
011690     START PRICE-FILE KEY NOT < PRC-PRICE-KEY
011700         INVALID KEY
011710             MOVE 'Y' TO WS-PRICE-EOF-SW
011720     END-START.
011730*
011740     PERFORM 2225-SCAN-PRICE-RECORD THRU 2225-EXIT
011750         UNTIL WS-PRICE-EOF.
011760*
011770 2220-EXIT.
011780     EXIT.
011790*
011800 2225-SCAN-PRICE-RECORD.
011810*
011820     READ PRICE-FILE NEXT RECORD
011830         AT END
011840             MOVE 'Y' TO WS-PRICE-EOF-SW
011850     END-READ.
011860*
011870     IF NOT WS-PRICE-EOF
011880         IF    PRC-PRODUCT-CODE NOT = PRM-PRODUCT-CODE
011890            OR PRC-EFFECTIVE-DATE > WS-RUN-DATE-N
011900             MOVE 'Y' TO WS-PRICE-EOF-SW
011910         ELSE
011920             MOVE PRC-UNIT-PRICE TO WS-EFFECTIVE-PRICE
011930         END-IF
011940     END-IF.
011950*
011960 2225-EXIT.
011970     EXIT.
011980*
011990******************************************************************
012000*   2227-APPLY-QUANTITY-BREAK -- THE DEEPEST QTYBRK TIER THE     *
012010*   ORDERED QUANTITY REACHES DISCOUNTS THE NET PRICE; THE        *
012020*   DOLLARS GIVEN AWAY GO ON THE INVOICE LINE-DISCOUNT TABLE,    *
012030*   AS ORDRENT'S 1233 CARRIES THEM.                              *
012040******************************************************************
012050 2227-APPLY-QUANTITY-BREAK.
012060*
012070     MOVE PRM-PRODUCT-CODE TO QB-PRODUCT-CODE.
012080     READ QTYBRK-FILE
012090         INVALID KEY
012100             GO TO 2227-EXIT
012110     END-READ.
012120*
012130     MOVE ZERO TO WS-DISCOUNT-RATE.
012140     PERFORM 2228-TEST-ONE-TIER
012150         VARYING WS-QB-SUB FROM 1 BY 1
012160         UNTIL WS-QB-SUB > 3.
012170*
012180     IF WS-DISCOUNT-RATE > ZERO
012190         COMPUTE WS-DISCOUNTED-PRICE ROUNDED =
012200             WS-EFFECTIVE-PRICE * (1 - WS-DISCOUNT-RATE)
012210         COMPUTE WS-LINE-DISC(WS-LINE-SUB) =
012220             (WS-EFFECTIVE-PRICE - WS-DISCOUNTED-PRICE)
012230             * WS-PO-QUANTITY-N(WS-LINE-SUB)
012240         MOVE WS-DISCOUNTED-PRICE TO WS-LINE-PRICE(WS-LINE-SUB)
012250     END-IF.
012260*
012270 2227-EXIT.
012280     EXIT.
012290*
012300 2228-TEST-ONE-TIER.
012310*
012320     IF        QB-THRESHOLD(WS-QB-SUB) > ZERO
012330          AND  WS-PO-QUANTITY-N(WS-LINE-SUB)
012340                   NOT < QB-THRESHOLD(WS-QB-SUB)
012350          AND  QB-PERCENT(WS-QB-SUB) > WS-DISCOUNT-RATE
012360         MOVE QB-PERCENT(WS-QB-SUB) TO WS-DISCOUNT-RATE
012370     END-IF.
012380*
012390******************************************************************
012400*   2235-READ-SHIPPING-STOCK -- WAREHOUSE ('W') STOCK, OR THE    *
012410*   PRODUCT-MASTER TOTAL FOR A PRODUCT NOT YET CONVERTED TO      *
012420*   PER-LOCATION RECORDS.  A KIT SHIPS ONLY AS MANY AS ITS       *
012430*   TIGHTEST COMPONENT ALLOWS, AS ORDRENT'S 1238 SIZES IT.       *
012440******************************************************************
012450 2235-READ-SHIPPING-STOCK.
012460*
012470     MOVE PRM-PRODUCT-CODE TO LS-PRODUCT-CODE.
012480     MOVE 'W'              TO LS-LOCATION-CODE.
012490     READ LOCSTK-FILE
012500         INVALID KEY
012510             MOVE PRM-QUANTITY-ON-HAND TO WS-SHIPPABLE-QTY
012520         NOT INVALID KEY
012530             MOVE LS-QUANTITY-ON-HAND TO WS-SHIPPABLE-QTY
012540     END-READ.
012550*
012560     MOVE PRM-PRODUCT-CODE TO KIT-PRODUCT-CODE.
012570     READ KITMAS-FILE
012580         INVALID KEY
012590             GO TO 2235-EXIT
012600     END-READ.
012610*
012620     MOVE 99999 TO WS-KIT-SHIPPABLE.
012630     PERFORM 2237-SIZE-ONE-COMPONENT
012640         VARYING WS-KIT-SUB FROM 1 BY 1
012650         UNTIL WS-KIT-SUB > 5.
012660     MOVE WS-KIT-SHIPPABLE TO WS-SHIPPABLE-QTY.
012670*
012680 2235-EXIT.
012690     EXIT.
012700*
012710 2237-SIZE-ONE-COMPONENT.
012720*
012730     IF       KC-PRODUCT-CODE(WS-KIT-SUB) NOT = SPACE
012740          AND KC-QUANTITY(WS-KIT-SUB) > ZERO
012750         MOVE KC-PRODUCT-CODE(WS-KIT-SUB) TO LS-PRODUCT-CODE
012760         MOVE 'W'                         TO LS-LOCATION-CODE
012770         READ LOCSTK-FILE
012780             INVALID KEY
012790                 MOVE ZERO TO WS-KIT-STOCK-QTY
012800             NOT INVALID KEY
012810                 MOVE LS-QUANTITY-ON-HAND TO WS-KIT-STOCK-QTY
012820         END-READ
012830         DIVIDE WS-KIT-STOCK-QTY BY KC-QUANTITY(WS-KIT-SUB)
012840             GIVING WS-KIT-COMPONENT-QTY
012850         IF WS-KIT-COMPONENT-QTY < WS-KIT-SHIPPABLE
012860             MOVE WS-KIT-COMPONENT-QTY TO WS-KIT-SHIPPABLE
012870         END-IF
012880     END-IF.
012890*
012900******************************************************************
012910*   2230-CHECK-CREDIT -- THE CUSTOMER'S UNBILLED ORDERS ARE      *
012920*   BROWSED OFF THE INVOICE ALTERNATE INDEX, BOTH TO SPOT A PO   *
012930*   NUMBER ALREADY POSTED AND, AS ORDRENT'S 1215/1219 DO, TO     *
012940*   ADD THEM TO THE ARBAL BALANCE FOR THE CREDIT CHECK.  A ZERO  *
012950*   CREDIT LIMIT MEANS NO LIMIT.                                 *
012960******************************************************************
012970 2230-CHECK-CREDIT.
012980*
012990     MOVE WS-PO-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
013000     READ ARBAL-FILE
013010         INVALID KEY
013020             MOVE ZERO TO WS-OPEN-BALANCE
013030         NOT INVALID KEY
013040             MOVE AR-OPEN-BALANCE TO WS-OPEN-BALANCE
013050             SUBTRACT AR-UNAPPLIED-CASH FROM WS-OPEN-BALANCE
013060     END-READ.
013070*
013080     MOVE WS-PO-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER.
013090     MOVE 'N' TO WS-INVBR-EOF-SW.
013100     START INVOICE-FILE KEY IS = INV-CUSTOMER-NUMBER
013110         INVALID KEY
013120             MOVE 'Y' TO WS-INVBR-EOF-SW
013130     END-START.
013140     PERFORM 2240-CHECK-ONE-INVOICE THRU 2240-EXIT
013150         UNTIL WS-INVBR-EOF.
013160     IF NOT WS-PO-OK
013170         GO TO 2230-EXIT
013180     END-IF.
013190*
013200     IF CM-CREDIT-LIMIT = ZERO
013210         GO TO 2230-EXIT
013220     END-IF.
013230     IF WS-OPEN-BALANCE + WS-ORDER-TOTAL + WS-TAX-AMOUNT
013240             > CM-CREDIT-LIMIT
013250         MOVE 'L' TO WS-REASON-CODE
013260         MOVE 'N' TO WS-PO-OK-SW
013270     END-IF.
013280*
013290 2230-EXIT.
013300     EXIT.
013310*
013320 2240-CHECK-ONE-INVOICE.
013330*
013340     READ INVOICE-FILE NEXT RECORD
013350         AT END
013360             MOVE 'Y' TO WS-INVBR-EOF-SW
013370     END-READ.
013380     IF WS-INVBR-EOF
013390         GO TO 2240-EXIT
013400     END-IF.
013410     IF INV-CUSTOMER-NUMBER NOT = WS-PO-CUSTOMER-NUMBER
013420         MOVE 'Y' TO WS-INVBR-EOF-SW
013430         GO TO 2240-EXIT
013440     END-IF.
013450*
013460     IF       INV-ORIGINAL-INVOICE
013470          AND NOT INV-VOIDED
013480          AND WS-PO-NUMBER NOT = SPACE
013490          AND INV-PO-NUMBER = WS-PO-NUMBER
013500         MOVE 'X' TO WS-REASON-CODE
013510         MOVE 'N' TO WS-PO-OK-SW
013520         MOVE 'Y' TO WS-INVBR-EOF-SW
013530         GO TO 2240-EXIT
013540     END-IF.
013550*
013560     IF       INV-ORIGINAL-INVOICE
013570          AND INV-UNBILLED
013580          AND NOT INV-VOIDED
013590         ADD INV-INVOICE-TOTAL INV-TAX-AMOUNT
013600             TO WS-OPEN-BALANCE
013610     END-IF.
013620*
013630 2240-EXIT.
013640     EXIT.
013650*
013660 2250-COMPUTE-SALES-TAX.
013670*
013680     MOVE ZERO TO WS-TAX-AMOUNT.
013681     MOVE SPACE TO WS-TAX-CERT-NUMBER.
013682     MOVE WS-PO-CUSTOMER-NUMBER TO TXE-CUSTOMER-NUMBER.
013683     MOVE WS-TAXING-STATE       TO TXE-EXEMPT-STATE.
013684     READ TAXEXM-FILE
013685         INVALID KEY
013686             CONTINUE
013687         NOT INVALID KEY
013688             IF       WS-RUN-DATE-N NOT < TXE-ISSUE-DATE
013689                  AND WS-RUN-DATE-N NOT > TXE-EXPIRY-DATE
013690                 MOVE TXE-CERTIFICATE-NUMBER TO WS-TAX-CERT-NUMBER
013691             END-IF
013692     END-READ.
013693     IF WS-TAX-CERT-NUMBER NOT = SPACE
013694         GO TO 2250-EXIT
013695     END-IF.
013696*
013697     SET STT-IDX TO 1.
013700     SEARCH STT-ENTRY
013710         AT END
013720             CONTINUE
013730         WHEN STT-STATE(STT-IDX) = WS-TAXING-STATE
013740             COMPUTE WS-TAX-AMOUNT ROUNDED =
013750                 WS-ORDER-TOTAL * STT-RATE(STT-IDX)
013760     END-SEARCH.
013770*
013780 2250-EXIT.
013790     EXIT.
013800*
013810******************************************************************
013820*   2300-POST-PURCHASE-ORDER -- WRITE THE ORDER UNBILLED, AS     *
013830*   ORDRENT WRITES A KEYED ONE (BILLING WAITS FOR SHPCON1'S      *
013840*   SHIP CONFIRMATION), THEN RELIEVE ITS STOCK.                  *
013850******************************************************************
013860 2300-POST-PURCHASE-ORDER.
013870*
013880     MOVE 'O' TO ICR-CONTROL-KEY.
013890     PERFORM 2310-ADVANCE-SERIES THRU 2310-EXIT.
013900     IF WS-ABORT
013910         GO TO 2300-EXIT
013920     END-IF.
013930*
013940     MOVE SPACE TO INVOICE-RECORD.
013950     MOVE ICR-LAST-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
013960     MOVE WS-PO-CUSTOMER-NUMBER   TO INV-CUSTOMER-NUMBER.
013970     MOVE WS-PO-NUMBER            TO INV-PO-NUMBER.
013980     MOVE WS-INVOICE-DATE-MDY     TO INV-INVOICE-DATE.
013990     PERFORM 2305-MOVE-ONE-LINE
014000         VARYING WS-LINE-SUB FROM 1 BY 1
014010         UNTIL WS-LINE-SUB > 20.
014020     MOVE WS-ORDER-TOTAL TO INV-INVOICE-TOTAL.
014030     MOVE WS-TAX-AMOUNT  TO INV-TAX-AMOUNT.
014031     MOVE WS-TAX-CERT-NUMBER TO INV-TAX-CERT-NUMBER.
014040     MOVE ZERO TO INV-FREIGHT-AMOUNT.
014041     MOVE ZERO TO INV-STD-FREIGHT-AMT.
014042     MOVE ZERO TO INV-PROMO-DISC-AMT.
014050*
014060     MOVE 'BTCH' TO INV-TERMINAL-ID.
014070     MOVE 'POI'  TO INV-OPERATOR-ID.
014080     MOVE WS-PO-SALESPERSON-CODE TO INV-SALESPERSON-CODE.
014090     SET INV-ORIGINAL-INVOICE TO TRUE.
014100     MOVE ZERO TO INV-VOID-OF-INVOICE.
014110     MOVE 'O'  TO INV-SERIES-CODE.
014120     MOVE 'N'  TO INV-VOIDED-SW.
014130     MOVE 'N'  TO INV-PICKLIST-SW.
014140     MOVE 'N'  TO INV-SHIPPED-SW.
014150     MOVE 'N'  TO INV-WILLCALL-SW.
014160     MOVE ZERO TO INV-SHIP-DATE.
014170     SET INV-UNBILLED TO TRUE.
014180     MOVE WS-INVOICE-DATE-MDY TO INV-ORDER-DATE.
014190     MOVE WS-SHIP-TO-NUMBER TO INV-SHIP-TO-NUMBER.
014200     MOVE SPACE TO INV-SHIPPER.
014210*
014220*    THE CUSTOMER RECORD IS STILL IN STORAGE FROM 2200.
014230     PERFORM 2350-COMPUTE-DUE-DATE THRU 2350-EXIT.
014240*
014250     WRITE INVOICE-RECORD
014260         INVALID KEY
014270             DISPLAY 'POIMP0023E INVOICE WRITE FAILED, KEY='
014280                 INV-INVOICE-NUMBER ' STATUS=' WS-INVOICE-STATUS
014290             MOVE 'Y' TO WS-ABORT-SW
014300     END-WRITE.
014310     IF WS-ABORT
014320         GO TO 2300-EXIT
014330     END-IF.
014340*
014350     PERFORM 2330-RELIEVE-ONE-LINE THRU 2330-EXIT
014360         VARYING WS-LINE-SUB FROM 1 BY 1
014370         UNTIL WS-LINE-SUB > WS-PO-LINE-COUNT OR WS-ABORT.
014380     IF WS-ABORT
014390         GO TO 2300-EXIT
014400     END-IF.
014410*
014420     MOVE 'Y' TO WS-PO-POSTED-SW.
014430     ADD 1 TO WS-POSTED-COUNT.
014440     ADD WS-ORDER-TOTAL WS-TAX-AMOUNT TO WS-POSTED-TOTAL.
014450     MOVE 'POSTED'           TO DL-DISPOSITION.
014460     MOVE ZERO               TO DL-LINE-NUMBER.
014470     MOVE INV-INVOICE-NUMBER TO DL-REFERENCE.
014480     ADD WS-ORDER-TOTAL WS-TAX-AMOUNT GIVING DL-AMOUNT.
014490     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT.
014500*
014510 2300-EXIT.
014520     EXIT.
014530*
014540 2305-MOVE-ONE-LINE.
014550*
014560     IF WS-LINE-SUB > WS-PO-LINE-COUNT
014570         MOVE SPACE TO INV-PRODUCT-CODE(WS-LINE-SUB)
014580         MOVE ZERO  TO INV-QUANTITY(WS-LINE-SUB)
014590                       INV-UNIT-PRICE(WS-LINE-SUB)
014600                       INV-AMOUNT(WS-LINE-SUB)
014610                       INV-LINE-DISC-AMT(WS-LINE-SUB)
014611                       INV-LINE-UNIT-COST(WS-LINE-SUB)
014620     ELSE
014630         MOVE WS-LINE-PRODUCT(WS-LINE-SUB)
014640             TO INV-PRODUCT-CODE(WS-LINE-SUB)
014650         MOVE WS-PO-QUANTITY-N(WS-LINE-SUB)
014660             TO INV-QUANTITY(WS-LINE-SUB)
014670         MOVE WS-LINE-PRICE(WS-LINE-SUB)
014680             TO INV-UNIT-PRICE(WS-LINE-SUB)
014690         MOVE WS-LINE-AMOUNT(WS-LINE-SUB)
014700             TO INV-AMOUNT(WS-LINE-SUB)
014710         MOVE WS-LINE-DISC(WS-LINE-SUB)
014720             TO INV-LINE-DISC-AMT(WS-LINE-SUB)
014721         MOVE WS-LINE-COST(WS-LINE-SUB)
014722             TO INV-LINE-UNIT-COST(WS-LINE-SUB)
014730     END-IF.
014740*
014750******************************************************************
014760*   2310-ADVANCE-SERIES -- THE NEXT NUMBER FROM THE INVCTL       *
014770*   SERIES THE CALLER NAMED IN ICR-CONTROL-KEY, UNDER THE SAME   *
014780*   ROLLOVER RULES THE ONLINE GETINV APPLIES.                    *
014790******************************************************************
014800 2310-ADVANCE-SERIES.
014810*
014820     READ INVCTL-FILE
014830         INVALID KEY
014840             DISPLAY 'POIMP0024E INVCTL SERIES NOT FOUND: '
014850                 ICR-CONTROL-KEY
014860             MOVE 'Y' TO WS-ABORT-SW
014870     END-READ.
014880*
014890     IF NOT WS-ABORT
014900         IF ICR-LAST-INVOICE-NUMBER NOT < ICR-RANGE-HIGH
014910             IF ICR-ROLLOVER-WRAP
014920                 MOVE ICR-RANGE-LOW TO ICR-LAST-INVOICE-NUMBER
014930                 MOVE 'Y' TO ICR-WRAPPED-SW
014940             ELSE
014950                 DISPLAY 'POIMP0025E SERIES EXHAUSTED: '
014960                     ICR-CONTROL-KEY
014970                 MOVE 'Y' TO WS-ABORT-SW
014980             END-IF
014990         ELSE
015000             ADD 1 TO ICR-LAST-INVOICE-NUMBER
015010         END-IF
015020     END-IF.
015030     IF NOT WS-ABORT
015040         REWRITE INVOICE-CONTROL-RECORD
015050             INVALID KEY
015060                 DISPLAY 'POIMP0026E INVCTL REWRITE FAILED'
015070                 MOVE 'Y' TO WS-ABORT-SW
015080         END-REWRITE
015090     END-IF.
015100*
015110 2310-EXIT.
015120     EXIT.
015130*
015140******************************************************************
015150*   2330-RELIEVE-ONE-LINE -- A KIT LINE RELIEVES ITS COMPONENTS, *
015160*   EACH BY THE KIT QUANTITY TIMES THE QUANTITY PER KIT; ANY     *
015170*   OTHER LINE RELIEVES ITS OWN PRODUCT, AS ORDRENT'S 2120 DOES. *
015180******************************************************************
015190 2330-RELIEVE-ONE-LINE.
015200*
015210     MOVE WS-LINE-PRODUCT(WS-LINE-SUB) TO KIT-PRODUCT-CODE.
015220     READ KITMAS-FILE
015230         INVALID KEY
015240             MOVE WS-LINE-PRODUCT(WS-LINE-SUB)
015250                 TO WS-RELIEF-PRODUCT
015260             MOVE WS-PO-QUANTITY-N(WS-LINE-SUB)
015270                 TO WS-RELIEF-QTY
015280             MOVE 'OE' TO WS-RELIEF-TYPE
015290             PERFORM 2340-RELIEVE-PRODUCT-STOCK THRU 2340-EXIT
015300             GO TO 2330-EXIT
015310     END-READ.
015320*
015330     PERFORM 2335-RELIEVE-KIT-COMPONENT THRU 2335-EXIT
015340         VARYING WS-KIT-SUB FROM 1 BY 1
015350         UNTIL WS-KIT-SUB > 5 OR WS-ABORT.
015360*
015370 2330-EXIT.
015380     EXIT.
015390*
015400 2335-RELIEVE-KIT-COMPONENT.
015410*
015420     IF       KC-PRODUCT-CODE(WS-KIT-SUB) = SPACE
015430           OR KC-QUANTITY(WS-KIT-SUB) = ZERO
015440         GO TO 2335-EXIT
015450     END-IF.
015460*
015470     MOVE KC-PRODUCT-CODE(WS-KIT-SUB) TO WS-RELIEF-PRODUCT.
015480     COMPUTE WS-RELIEF-QTY =
015490         WS-PO-QUANTITY-N(WS-LINE-SUB) * KC-QUANTITY(WS-KIT-SUB).
015500     MOVE 'KC' TO WS-RELIEF-TYPE.
015510     PERFORM 2340-RELIEVE-PRODUCT-STOCK THRU 2340-EXIT.
015520*
015530 2335-EXIT.
015540     EXIT.
015550*
015560******************************************************************
015570*   2340-RELIEVE-PRODUCT-STOCK -- TAKE WS-RELIEF-QTY OFF THE     *
015580*   PRODUCT-MASTER TOTAL AND THE WAREHOUSE BALANCE OF            *
015590*   WS-RELIEF-PRODUCT AND LEDGER THE MOVEMENT.  A PRODUCT NOT    *
015600*   YET CONVERTED TO PER-LOCATION RECORDS ONLY CARRIES THE       *
015610*   TOTAL.                                                       *
015620******************************************************************
015630 2340-RELIEVE-PRODUCT-STOCK.
015640*
015650     MOVE WS-RELIEF-PRODUCT TO PRM-PRODUCT-CODE.
015660     READ PRODUCT-FILE
015670         INVALID KEY
015680             DISPLAY 'POIMP0027E PRODUCT READ FAILED, KEY='
015690                 PRM-PRODUCT-CODE
015700             MOVE 'Y' TO WS-ABORT-SW
015710             GO TO 2340-EXIT
015720     END-READ.
015730*
015740     SUBTRACT WS-RELIEF-QTY FROM PRM-QUANTITY-ON-HAND
015750         ON SIZE ERROR
015760             MOVE ZERO TO PRM-QUANTITY-ON-HAND
015770     END-SUBTRACT.
015780     REWRITE PRODUCT-MASTER-RECORD
015790         INVALID KEY
015800             DISPLAY 'POIMP0028E PRODUCT REWRITE FAILED, KEY='
015810                 PRM-PRODUCT-CODE
015820             MOVE 'Y' TO WS-ABORT-SW
015830             GO TO 2340-EXIT
015840     END-REWRITE.
015850*
015860     MOVE SPACE TO SL-LOCATION-CODE.
015870     MOVE ZERO  TO SL-LOCATION-BALANCE.
015880     MOVE WS-RELIEF-PRODUCT TO LS-PRODUCT-CODE.
015890     MOVE 'W'               TO LS-LOCATION-CODE.
015900     READ LOCSTK-FILE
015910         INVALID KEY
015920             PERFORM 2700-WRITE-STOCK-LEDGER THRU 2700-EXIT
015930             GO TO 2340-EXIT
015940     END-READ.
015950*
015960     SUBTRACT WS-RELIEF-QTY FROM LS-QUANTITY-ON-HAND
015970         ON SIZE ERROR
015980             MOVE ZERO TO LS-QUANTITY-ON-HAND
015990     END-SUBTRACT.
016000     REWRITE LOCATION-STOCK-RECORD
016010         INVALID KEY
016020             DISPLAY 'POIMP0029E LOCSTK REWRITE FAILED, KEY='
016030                 LS-PRODUCT-CODE
016040             MOVE 'Y' TO WS-ABORT-SW
016050             GO TO 2340-EXIT
016060     END-REWRITE.
016070*
016080     MOVE 'W'                 TO SL-LOCATION-CODE.
016090     MOVE LS-QUANTITY-ON-HAND TO SL-LOCATION-BALANCE.
016100     PERFORM 2700-WRITE-STOCK-LEDGER THRU 2700-EXIT.
016110*
016120 2340-EXIT.
016130     EXIT.
016140*
016150******************************************************************
016160*   2350-COMPUTE-DUE-DATE -- RUN DATE PLUS THE DAYS THE          *
016170*   CUSTOMER'S CM-TERMS-CODE GRANTS, ROLLED ACROSS MONTH ENDS    *
016180*   WITH THE REAL MONTH LENGTHS, AS STORUN COMPUTES IT.          *
016190******************************************************************
016200 2350-COMPUTE-DUE-DATE.
016210*
016220     EVALUATE TRUE
016230         WHEN CM-TERMS-NET-30
016240             MOVE 30 TO WS-TERMS-DAYS
016250         WHEN CM-TERMS-NET-60
016260             MOVE 60 TO WS-TERMS-DAYS
016270         WHEN OTHER
016280             MOVE ZERO TO WS-TERMS-DAYS
016290     END-EVALUATE.
016300*
016310     MOVE WS-RUN-DATE-N TO WS-DUE-DATE-YMD.
016320     ADD WS-TERMS-DAYS TO WS-DUE-DD.
016330     PERFORM 2352-DAYS-IN-MONTH THRU 2352-EXIT.
016340     PERFORM 2354-ROLL-DUE-MONTH THRU 2354-EXIT
016350         UNTIL WS-DUE-DD NOT > WS-MONTH-DAYS.
016360     MOVE WS-DUE-DATE-YMD TO INV-DUE-DATE.
016370*
016380 2350-EXIT.
016390     EXIT.
016400*
016410 2352-DAYS-IN-MONTH.
016420*
016430     EVALUATE WS-DUE-MM
016440         WHEN 04
016450         WHEN 06
016460         WHEN 09
016470         WHEN 11
016480             MOVE 30 TO WS-MONTH-DAYS
016490         WHEN 02
016500             MOVE 28 TO WS-MONTH-DAYS
016510             DIVIDE WS-DUE-YYYY BY 4
016520                 GIVING WS-LEAP-QUOTIENT
016530                 REMAINDER WS-LEAP-REMAINDER
016540             IF WS-LEAP-REMAINDER = ZERO
016550                 MOVE 29 TO WS-MONTH-DAYS
016560                 DIVIDE WS-DUE-YYYY BY 100
016570                     GIVING WS-LEAP-QUOTIENT
016580                     REMAINDER WS-LEAP-REMAINDER
016590                 IF WS-LEAP-REMAINDER = ZERO
016600                     MOVE 28 TO WS-MONTH-DAYS
016610                     DIVIDE WS-DUE-YYYY BY 400
016620                         GIVING WS-LEAP-QUOTIENT
016630                         REMAINDER WS-LEAP-REMAINDER
016640                     IF WS-LEAP-REMAINDER = ZERO
016650                         MOVE 29 TO WS-MONTH-DAYS
016660                     END-IF
016670                 END-IF
016680             END-IF
016690         WHEN OTHER
016700             MOVE 31 TO WS-MONTH-DAYS
016710     END-EVALUATE.
016720*
016730 2352-EXIT.
016740     EXIT.
016750*
016760 2354-ROLL-DUE-MONTH.
016770*
016780     SUBTRACT WS-MONTH-DAYS FROM WS-DUE-DD.
016790     ADD 1 TO WS-DUE-MM.
016800     IF WS-DUE-MM > 12
016810         MOVE 01 TO WS-DUE-MM
016820         ADD 1 TO WS-DUE-YYYY
016830     END-IF.
016840     PERFORM 2352-DAYS-IN-MONTH THRU 2352-EXIT.
016850*
016860 2354-EXIT.
016870     EXIT.
016880*
016890******************************************************************
016900*   2500-WRITE-SUSPENSE -- A NEW PO THAT FAILED ITS EDIT GOES TO *
016910*   POSUSP WHOLE, AS SENT, UNDER THE NEXT 'I' SERIES NUMBER.     *
016920******************************************************************
016930 2500-WRITE-SUSPENSE.
016940*
016950     MOVE 'I' TO ICR-CONTROL-KEY.
016960     PERFORM 2310-ADVANCE-SERIES THRU 2310-EXIT.
016970     IF WS-ABORT
016980         GO TO 2500-EXIT
016990     END-IF.
017000*
017010     MOVE SPACE TO PO-SUSPENSE-RECORD.
017020     MOVE ICR-LAST-INVOICE-NUMBER TO PSU-SUSPENSE-NUMBER.
017030     MOVE WS-RUN-DATE-N           TO PSU-IMPORT-DATE.
017040     MOVE WS-PO-CUSTOMER-NUMBER   TO PSU-CUSTOMER-NUMBER.
017050     MOVE WS-PO-NUMBER            TO PSU-PO-NUMBER.
017060     MOVE WS-PO-SHIP-TO           TO PSU-SHIP-TO-NUMBER.
017070     MOVE WS-PO-SALESPERSON-CODE  TO PSU-SALESPERSON-CODE.
017080     MOVE WS-REASON-CODE          TO PSU-REASON-CODE.
017090     MOVE WS-ERROR-LINE           TO PSU-ERROR-LINE.
017100     MOVE WS-PO-LINE-COUNT        TO PSU-LINE-COUNT.
017110     PERFORM 2510-STORE-ONE-LINE
017120         VARYING WS-LINE-SUB FROM 1 BY 1
017130         UNTIL WS-LINE-SUB > 20.
017140     SET PSU-OPEN                 TO TRUE.
017150     MOVE ZERO                    TO PSU-RELEASED-DATE
017160                                     PSU-WORKED-DATE
017170                                     PSU-POSTED-INVOICE.
017180     MOVE SPACE                   TO PSU-RELEASED-OPERATOR.
017190*
017200     WRITE PO-SUSPENSE-RECORD
017210         INVALID KEY
017220             DISPLAY 'POIMP0030E POSUSP WRITE FAILED, KEY='
017230                 PSU-SUSPENSE-NUMBER
017240             MOVE 'Y' TO WS-ABORT-SW
017250     END-WRITE.
017260     IF WS-ABORT
017270         GO TO 2500-EXIT
017280     END-IF.
017290*
017300     ADD 1 TO WS-SUSPENSE-COUNT.
017310     PERFORM 2550-SET-REASON-TEXT THRU 2550-EXIT.
017320     MOVE PSU-SUSPENSE-NUMBER TO DL-REFERENCE.
017330     MOVE ZERO                TO DL-AMOUNT.
017340     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT.
017350*
017360 2500-EXIT.
017370     EXIT.
017380*
017390 2510-STORE-ONE-LINE.
017400*
017410     MOVE WS-PO-PRODUCT-CODE(WS-LINE-SUB)
017420         TO PSU-PRODUCT-CODE(WS-LINE-SUB).
017430     MOVE WS-PO-QUANTITY(WS-LINE-SUB)
017440         TO PSU-QUANTITY(WS-LINE-SUB).
017450*
017460 2550-SET-REASON-TEXT.
017470*
017480     EVALUATE WS-REASON-CODE
017490         WHEN 'C'
017500             MOVE 'SUSPENSE - UNKNOWN CUSTOMER'
017510                 TO DL-DISPOSITION
017520         WHEN 'A'
017530             MOVE 'SUSPENSE - CUSTOMER ARCHIVED'
017540                 TO DL-DISPOSITION
017550         WHEN 'H'
017560             MOVE 'SUSPENSE - CUSTOMER ON CREDIT HOLD'
017570                 TO DL-DISPOSITION
017580         WHEN 'S'
017590             MOVE 'SUSPENSE - UNKNOWN SHIP-TO'
017600                 TO DL-DISPOSITION
017610         WHEN 'N'
017620             MOVE 'SUSPENSE - NO LINE ITEMS'
017630                 TO DL-DISPOSITION
017640         WHEN 'T'
017650             MOVE 'SUSPENSE - OVER 20 LINE ITEMS'
017660                 TO DL-DISPOSITION
017670         WHEN 'Q'
017680             MOVE 'SUSPENSE - INVALID QUANTITY'
017690                 TO DL-DISPOSITION
017700         WHEN 'P'
017710             MOVE 'SUSPENSE - UNKNOWN PRODUCT'
017720                 TO DL-DISPOSITION
017730         WHEN 'O'
017740             MOVE 'SUSPENSE - PRODUCT OUT OF PRINT'
017750                 TO DL-DISPOSITION
017760         WHEN 'D'
017770             MOVE 'SUSPENSE - DISCONTINUED, SHORT'
017780                 TO DL-DISPOSITION
017790         WHEN 'K'
017800             MOVE 'SUSPENSE - INSUFFICIENT STOCK'
017810                 TO DL-DISPOSITION
017820         WHEN 'Z'
017830             MOVE 'SUSPENSE - AMOUNT TOO LARGE'
017840                 TO DL-DISPOSITION
017850         WHEN 'L'
017860             MOVE 'SUSPENSE - OVER CREDIT LIMIT'
017870                 TO DL-DISPOSITION
017880         WHEN 'X'
017890             MOVE 'SUSPENSE - DUPLICATE PO NUMBER'
017900                 TO DL-DISPOSITION
017910     END-EVALUATE.
017920     MOVE WS-ERROR-LINE TO DL-LINE-NUMBER.
017930*
017940 2550-EXIT.
017950     EXIT.
017960*
017970 2600-WRITE-DETAIL-LINE.
017980*
017990     MOVE WS-PO-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
018000     MOVE WS-PO-NUMBER          TO DL-PO-NUMBER.
018010     WRITE REPORT-LINE FROM DETAIL-LINE.
018020*
018030 2600-EXIT.
018040     EXIT.
018050*
018060******************************************************************
018070*   2700-WRITE-STOCK-LEDGER -- ONE STKLED RECORD FOR THE         *
018080*   MOVEMENT 2340 JUST MADE, STAMPED THE WAY STKLW STAMPS THE    *
018090*   ONLINE MOVEMENTS.  THE LEDGER IS A TRAIL, NOT A GATE: A      *
018100*   RECORD THAT WILL NOT WRITE IS REPORTED AND THE RUN ENDS      *
018110*   WITH A WARNING RATHER THAN HALF-POSTING THE ORDER.           *
018120******************************************************************
018130 2700-WRITE-STOCK-LEDGER.
018140*
018150     MOVE WS-RELIEF-PRODUCT    TO SL-PRODUCT-CODE.
018160     ACCEPT SL-STAMP-DATE FROM DATE YYYYMMDD.
018170     ACCEPT WS-LEDGER-TIME FROM TIME.
018180     MOVE WS-LEDGER-HHMMSS     TO SL-STAMP-TIME.
018190     MOVE ZERO                 TO SL-STAMP-SEQUENCE.
018200     MOVE WS-RELIEF-TYPE       TO SL-MOVEMENT-TYPE.
018210     COMPUTE SL-QUANTITY = ZERO - WS-RELIEF-QTY.
018220     MOVE PRM-QUANTITY-ON-HAND TO SL-PRODUCT-BALANCE.
018230     MOVE INV-INVOICE-NUMBER   TO SL-DOCUMENT-NUMBER.
018240     MOVE 'POIMP'              TO SL-PROGRAM-ID.
018250     MOVE 'BTCH'               TO SL-TERMINAL-ID.
018260     MOVE 'POI'                TO SL-OPERATOR-ID.
018270*
018280     MOVE 'N' TO WS-LEDGER-WRITTEN-SW.
018290     PERFORM 2710-WRITE-LEDGER-RECORD THRU 2710-EXIT
018300         UNTIL WS-LEDGER-WRITTEN.
018310*
018320 2700-EXIT.
018330     EXIT.
018340*
018350******************************************************************
018360*   2710-WRITE-LEDGER-RECORD -- A SECOND MOVEMENT OF THE SAME    *
018370*   PRODUCT IN THE SAME SECOND TAKES THE NEXT SEQUENCE NUMBER.   *
018380******************************************************************
018390 2710-WRITE-LEDGER-RECORD.
018400*
018410     MOVE 'Y' TO WS-LEDGER-WRITTEN-SW.
018420     WRITE STOCK-LEDGER-RECORD
018430         INVALID KEY
018440             IF      WS-STKLED-STATUS = '22'
018450                 AND SL-STAMP-SEQUENCE < 999
018460                 ADD 1 TO SL-STAMP-SEQUENCE
018470                 MOVE 'N' TO WS-LEDGER-WRITTEN-SW
018480             ELSE
018490                 DISPLAY 'POIMP0031W STKLED WRITE FAILED, '
018500                     'PRODUCT=' SL-PRODUCT-CODE
018510                     ' STATUS=' WS-STKLED-STATUS
018520                 MOVE 4 TO RETURN-CODE
018530             END-IF
018540     END-WRITE.
018550*
018560 2710-EXIT.
018570     EXIT.
018580*
018590 3000-TERMINATE.
018600*
018610     IF NOT WS-ABORT
018620         MOVE SPACE TO REPORT-LINE
018630         WRITE REPORT-LINE
018640         MOVE WS-PO-READ-COUNT     TO SL1-READ-COUNT
018650         WRITE REPORT-LINE FROM SUMMARY-LINE-1
018660         MOVE WS-REWORK-COUNT      TO SL2-REWORK-COUNT
018670         WRITE REPORT-LINE FROM SUMMARY-LINE-2
018680         MOVE WS-POSTED-COUNT      TO SL3-POSTED-COUNT
018690         MOVE WS-POSTED-TOTAL      TO SL3-POSTED-TOTAL
018700         WRITE REPORT-LINE FROM SUMMARY-LINE-3
018710         MOVE WS-SUSPENSE-COUNT    TO SL4-SUSPENSE-COUNT
018720         WRITE REPORT-LINE FROM SUMMARY-LINE-4
018730         MOVE WS-RESUSPENDED-COUNT TO SL5-RESUSPENDED-COUNT
018740         WRITE REPORT-LINE FROM SUMMARY-LINE-5
018750         MOVE WS-SKIPPED-COUNT     TO SL6-SKIPPED-COUNT
018760         WRITE REPORT-LINE FROM SUMMARY-LINE-6
018770     ELSE
018780         MOVE 8 TO RETURN-CODE
018790     END-IF.
018800*
018810     MOVE 'POIMP   ' TO RL-PROGRAM.
018820     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
018830     MOVE 'POIMP   ' TO RL-STEP-NAME.
018840     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
018850     COMPUTE RL-RECORDS-READ =
018860         WS-PO-READ-COUNT + WS-REWORK-COUNT.
018870     MOVE WS-POSTED-COUNT TO RL-RECORDS-WRITTEN.
018880     COMPUTE RL-RECORDS-REJECTED =
018890         WS-SUSPENSE-COUNT + WS-RESUSPENDED-COUNT
018900         + WS-SKIPPED-COUNT.
018910     MOVE RETURN-CODE     TO RL-COMPLETION-CODE.
018920     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
018930*
018940     IF WS-POIN-OPEN
018950         CLOSE PO-IMPORT-FILE
018960     END-IF.
018970     IF WS-POSUSP-OPEN
018980         CLOSE POSUSP-FILE
018990     END-IF.
019000     IF WS-PRODUCT-OPEN
019010         CLOSE PRODUCT-FILE
019020     END-IF.
019030     IF WS-CUSTMAS-OPEN
019040         CLOSE CUSTMAS-FILE
019050     END-IF.
019060     IF WS-INVOICE-OPEN
019070         CLOSE INVOICE-FILE
019080     END-IF.
019090     IF WS-INVCTL-OPEN
019100         CLOSE INVCTL-FILE
019110     END-IF.
019120     IF WS-ARBAL-OPEN
019130         CLOSE ARBAL-FILE
019140     END-IF.
019150     IF WS-CRHOLD-OPEN
019160         CLOSE CRHOLD-FILE
019170     END-IF.
019180     IF WS-ALIAS-OPEN
019190         CLOSE ALIAS-FILE
019200     END-IF.
019210     IF WS-QTYBRK-OPEN
019220         CLOSE QTYBRK-FILE
019230     END-IF.
019240     IF WS-KITMAS-OPEN
019250         CLOSE KITMAS-FILE
019260     END-IF.
019270     IF WS-LOCSTK-OPEN
019280         CLOSE LOCSTK-FILE
019290     END-IF.
019300     IF WS-STKLED-OPEN
019310         CLOSE STKLED-FILE
019320     END-IF.
019330     IF WS-PRICE-OPEN
019340         CLOSE PRICE-FILE
019350     END-IF.
019360     IF WS-CONPRC-OPEN
019370         CLOSE CONPRC-FILE
019380     END-IF.
019390     IF WS-FISCTL-OPEN
019400         CLOSE FISCTL-FILE
019410     END-IF.
019420     IF WS-SHIPTO-OPEN
019430         CLOSE SHIPTO-FILE
019440     END-IF.
019441     IF WS-TAXEXM-OPEN
019442         CLOSE TAXEXM-FILE
019443     END-IF.
019450     IF WS-REPORT-OPEN
019460         CLOSE IMPORT-REPORT
019470     END-IF.
019480*
019490 3000-EXIT.
019500     EXIT.
