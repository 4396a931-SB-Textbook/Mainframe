000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    INVPRT.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   INVPRT -- NIGHTLY INVOICE AND CREDIT-MEMO PRINT RUN.         *
000110*   RUN NIGHTLY WITH THE CICS FILES CLOSED TO THE REGION, AFTER  *
000120*   THE DAY'S SHIP CONFIRMATIONS HAVE BILLED.  EVERY DOCUMENT    *
000130*   BILLED TODAY (INV-BILLED, UNVOIDED, INVOICE DATE = RUN       *
000140*   DATE -- THE SAME SELECTION INVFEED MAKES) IS PRINTED FOR     *
000150*   MAILING:                                                     *
000160*     - AN ORIGINAL INVOICE PRINTS ON THE INVOICE FORM (INVFORM) *
000170*       WITH THE BILL-TO FROM CUSTMAS, THE SHIP-TO FROM SHIPTO   *
000180*       (THE BILLING ADDRESS FOR SHIP-TO ZERO, THE COUNTER FOR   *
000190*       A WILL-CALL ORDER), THE LINE ITEMS AND THEIR QUANTITY-   *
000200*       BREAK DISCOUNTS, TAX, FREIGHT, TERMS, AND DUE DATE,      *
000210*       FOLLOWED BY A TEAR-OFF REMITTANCE STUB.                  *
000220*     - A CREDIT MEMO PRINTS ON THE CREDIT-MEMO FORM (CMFORM)    *
000230*       WITH THE INVOICE IT CREDITS AND NO STUB.                 *
000240*   CUSTOMERS FLAGGED CM-FEED-CUSTOMER GET THEIR DOCUMENTS       *
000250*   THROUGH INVFEED AND ARE NOT PRINTED.  A DOCUMENT WHOSE       *
000260*   CUSTOMER IS NOT ON FILE CANNOT BE ADDRESSED; IT IS HELD,     *
000270*   REPORTED ON THE CONSOLE, AND ENDS THE STEP WITH RC 4.        *
000280*   BOTH FORMS PRINT IN BILL-TO ZIP CODE ORDER (INVOICE NUMBER   *
000290*   WITHIN ZIP) FOR THE POSTAL PRESORT.  A CONTROL REGISTER OF   *
000300*   EVERY DOCUMENT PRINTED, WITH COUNTS AND DOLLARS, PRINTS ON   *
000310*   RPTOUT.  THE RUN IS LOGGED THROUGH RUNLOGW.                  *
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
000480     SELECT  INVOICE-FILE   ASSIGN TO INVOICE
000490             ORGANIZATION IS INDEXED
000500             ACCESS MODE IS DYNAMIC
000510             RECORD KEY IS INV-INVOICE-NUMBER
000520             ALTERNATE RECORD KEY IS INV-CUSTOMER-NUMBER
000530                 WITH DUPLICATES
000540             FILE STATUS IS WS-INVOICE-STATUS.
000550*
000560     SELECT  CUSTMAS-FILE   ASSIGN TO CUSTMAS
000570             ORGANIZATION IS INDEXED
000580             ACCESS MODE IS RANDOM
000590             RECORD KEY IS CM-CUSTOMER-NUMBER
000600             FILE STATUS IS WS-CUSTMAS-STATUS.
000610*
000620     SELECT  SHIPTO-FILE    ASSIGN TO SHIPTO
000630             ORGANIZATION IS INDEXED
000640             ACCESS MODE IS RANDOM
000650             RECORD KEY IS ST-SHIP-KEY
000660             FILE STATUS IS WS-SHIPTO-STATUS.
000670*
000680     SELECT  PRODUCT-FILE   ASSIGN TO PRODUCT
000690             ORGANIZATION IS INDEXED
000700             ACCESS MODE IS RANDOM
000710             RECORD KEY IS PRM-PRODUCT-CODE
000720             FILE STATUS IS WS-PRODUCT-STATUS.
000730*
000740     SELECT  INVOICE-FORMS  ASSIGN TO INVFORM
000750             ORGANIZATION IS LINE SEQUENTIAL
000760             FILE STATUS IS WS-INVFORM-STATUS.
000770*
000780     SELECT  CREDIT-FORMS   ASSIGN TO CMFORM
000790             ORGANIZATION IS LINE SEQUENTIAL
000800             FILE STATUS IS WS-CMFORM-STATUS.
000810*
000820     SELECT  PRINT-REGISTER ASSIGN TO RPTOUT
000830             ORGANIZATION IS LINE SEQUENTIAL
000840             FILE STATUS IS WS-REPORT-STATUS.
000850*
000860 DATA DIVISION.
000870*
000880 FILE SECTION.
000890*
000900 FD  INVOICE-FILE
000910     LABEL RECORDS ARE STANDARD.
000920*
000930     COPY INVOICE.
000940*
000950 FD  CUSTMAS-FILE
000960     LABEL RECORDS ARE STANDARD.
000970*
000980     COPY CUSTMAS.
000990*
001000 FD  SHIPTO-FILE
001010     LABEL RECORDS ARE STANDARD.
001020*
001030     COPY SHIPTO.
001040*
001050 FD  PRODUCT-FILE
001060     LABEL RECORDS ARE STANDARD.
001070*
001080     COPY PRODUCT.
001090*
001100 FD  INVOICE-FORMS
001110     LABEL RECORDS ARE OMITTED.
001120*
001130 01  INVOICE-FORM-LINE                PIC X(132).
001140*
001150 FD  CREDIT-FORMS
001160     LABEL RECORDS ARE OMITTED.
001170*
001180 01  CREDIT-FORM-LINE                 PIC X(132).
001190*
001200 FD  PRINT-REGISTER
001210     LABEL RECORDS ARE OMITTED.
001220*
001230 01  REPORT-LINE                      PIC X(132).
001240*
001250 WORKING-STORAGE SECTION.
001260*
001270     COPY RUNLOG.
001271*
001272     COPY PREDPARM.
001280*
001290 01  RUN-TIMING-FIELDS.
001300     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001310*
001320 01  SWITCHES.
001330*
001340     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001350         88  WS-ABORT                             VALUE 'Y'.
001360     05  WS-INVOICE-OPEN-SW           PIC X(01)   VALUE 'N'.
001370         88  WS-INVOICE-OPEN                      VALUE 'Y'.
001380     05  WS-CUSTMAS-OPEN-SW           PIC X(01)   VALUE 'N'.
001390         88  WS-CUSTMAS-OPEN                      VALUE 'Y'.
001400     05  WS-SHIPTO-OPEN-SW            PIC X(01)   VALUE 'N'.
001410         88  WS-SHIPTO-OPEN                       VALUE 'Y'.
001420     05  WS-PRODUCT-OPEN-SW           PIC X(01)   VALUE 'N'.
001430         88  WS-PRODUCT-OPEN                      VALUE 'Y'.
001440     05  WS-INVFORM-OPEN-SW           PIC X(01)   VALUE 'N'.
001450         88  WS-INVFORM-OPEN                      VALUE 'Y'.
001460     05  WS-CMFORM-OPEN-SW            PIC X(01)   VALUE 'N'.
001470         88  WS-CMFORM-OPEN                       VALUE 'Y'.
001480     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001490         88  WS-REPORT-OPEN                       VALUE 'Y'.
001500     05  WS-INVOICE-EOF-SW            PIC X(01)   VALUE 'N'.
001510         88  WS-INVOICE-EOF                       VALUE 'Y'.
001520*
001530 01  FILE-STATUS-FIELDS.
001540*
001550     05  WS-INVOICE-STATUS            PIC X(02)   VALUE '00'.
001560     05  WS-CUSTMAS-STATUS            PIC X(02)   VALUE '00'.
001570     05  WS-SHIPTO-STATUS             PIC X(02)   VALUE '00'.
001580     05  WS-PRODUCT-STATUS            PIC X(02)   VALUE '00'.
001590     05  WS-INVFORM-STATUS            PIC X(02)   VALUE '00'.
001600     05  WS-CMFORM-STATUS             PIC X(02)   VALUE '00'.
001610     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001620*
001630 01  WORK-FIELDS.
001640*
001650     05  WS-INVOICES-READ       PIC S9(07) COMP-3 VALUE ZERO.
001660     05  WS-INVOICES-PRINTED    PIC S9(05) COMP-3 VALUE ZERO.
001670     05  WS-CREDITS-PRINTED     PIC S9(05) COMP-3 VALUE ZERO.
001680     05  WS-FEED-SKIPPED        PIC S9(05) COMP-3 VALUE ZERO.
001690     05  WS-DOCUMENTS-HELD      PIC S9(05) COMP-3 VALUE ZERO.
001700     05  WS-AMOUNT-INVOICED     PIC S9(11)V99 COMP-3 VALUE ZERO.
001710     05  WS-AMOUNT-CREDITED     PIC S9(11)V99 COMP-3 VALUE ZERO.
001720     05  WS-DOCUMENT-AMOUNT     PIC S9(09)V99 COMP-3 VALUE ZERO.
001730     05  WS-RECORDS-WRITTEN     PIC S9(09) COMP-3 VALUE ZERO.
001740     05  WS-LOW-SUB             PIC S9(05) COMP   VALUE ZERO.
001750     05  WS-SCAN-SUB            PIC S9(05) COMP   VALUE ZERO.
001760     05  ITEM-SUB               PIC S9(03) COMP-3 VALUE ZERO.
001770     05  WS-ADDRESS-SUB         PIC S9(03) COMP-3 VALUE ZERO.
001780     05  WS-CUSTOMER-NAME       PIC X(38)   VALUE SPACE.
001790     05  WS-TERMS-TEXT          PIC X(15)   VALUE SPACE.
001800*
001810 01  WS-RUN-DATE.
001820     05  WS-RUN-YYYY                  PIC 9(04).
001830     05  WS-RUN-MM                    PIC 9(02).
001840     05  WS-RUN-DD                    PIC 9(02).
001850*
001860 01  WS-RUN-MDY.
001870     05  WS-RUN-MDY-MM                PIC 9(02).
001880     05  WS-RUN-MDY-DD                PIC 9(02).
001890     05  WS-RUN-MDY-YYYY              PIC 9(04).
001900*
001910 01  WS-RUN-MDY-N REDEFINES WS-RUN-MDY
001920                                      PIC 9(08).
001930*
001940 01  WS-INVOICE-DATE-MDY.
001950     05  WS-INV-MM                    PIC 9(02).
001960     05  WS-INV-DD                    PIC 9(02).
001970     05  WS-INV-YYYY                  PIC 9(04).
001980*
001990 01  WS-INVOICE-DATE-N REDEFINES WS-INVOICE-DATE-MDY
002000                                      PIC 9(08).
002010*
002020 01  WS-DUE-DATE-YMD.
002030     05  WS-DUE-YYYY                  PIC 9(04).
002040     05  WS-DUE-MM                    PIC 9(02).
002050     05  WS-DUE-DD                    PIC 9(02).
002060*
002070 01  WS-DUE-DATE-N REDEFINES WS-DUE-DATE-YMD
002080                                      PIC 9(08).
002090*
002100 01  WS-PRINT-DATE.
002110     05  WS-PRT-MM                    PIC 9(02).
002120     05  FILLER                       PIC X(01)   VALUE '/'.
002130     05  WS-PRT-DD                    PIC 9(02).
002140     05  FILLER                       PIC X(01)   VALUE '/'.
002150     05  WS-PRT-YYYY                  PIC 9(04).
002160*
002170 01  WS-DUE-PRINT-DATE.
002180     05  WS-DPR-MM                    PIC 9(02).
002190     05  FILLER                       PIC X(01)   VALUE '/'.
002200     05  WS-DPR-DD                    PIC 9(02).
002210     05  FILLER                       PIC X(01)   VALUE '/'.
002220     05  WS-DPR-YYYY                  PIC 9(04).
002230*
002240******************************************************************
002250*   ADDRESS BLOCKS -- THE BILL-TO AND SHIP-TO AS THEY PRINT,     *
002260*   SIDE BY SIDE, THREE LINES EACH.                              *
002270******************************************************************
002280 01  BILL-TO-BLOCK.
002290     05  BT-LINE                      PIC X(38)
002300                                      OCCURS 3 TIMES.
002310*
002320 01  SHIP-TO-BLOCK.
002330     05  SH-LINE                      PIC X(38)
002340                                      OCCURS 3 TIMES.
002350*
002360******************************************************************
002370*   PRINT TABLE -- ONE ENTRY PER DOCUMENT SELECTED IN THE        *
002380*   INVOICE PASS, LOADED IN INVOICE-NUMBER ORDER.  DOCUMENTS     *
002390*   ARE PRINTED BY REPEATEDLY TAKING THE LOWEST UNPRINTED ZIP;   *
002400*   THE FIRST ENTRY WINS A TIE, SO INVOICE NUMBERS STAY IN       *
002410*   ORDER WITHIN A ZIP CODE.                                     *
002420******************************************************************
002430 01  PRINT-TABLE-CONTROL.
002440     05  PT-MAX-ENTRIES         PIC S9(05) COMP-3 VALUE +5000.
002450     05  PT-ENTRY-COUNT         PIC S9(05) COMP   VALUE ZERO.
002460*
002470 01  PRINT-TABLE.
002480     05  PT-ENTRY OCCURS 1 TO 5000 TIMES
002490             DEPENDING ON PT-ENTRY-COUNT.
002500         10  PT-ZIP-CODE        PIC X(10).
002510         10  PT-INVOICE-NUMBER  PIC 9(06).
002520         10  PT-PRINTED-SW      PIC X(01).
002530*
002540******************************************************************
002550*   DOCUMENT FORM LINES -- SHARED BY THE INVOICE AND THE         *
002560*   CREDIT-MEMO FORMS; THE TITLE AND LABELS ARE MOVED IN.        *
002570******************************************************************
002580 01  FORM-TITLE-LINE.
002590*
002600     05  FILLER                       PIC X(01)   VALUE SPACE.
002610     05  FT-TITLE                     PIC X(20).
002620     05  FT-NUMBER-LABEL              PIC X(13).
002630     05  FT-DOCUMENT-NUMBER           PIC 9(06).
002640     05  FILLER                       PIC X(04)   VALUE SPACE.
002650     05  FILLER                       PIC X(06)   VALUE 'DATE  '.
002660     05  FT-DOCUMENT-DATE             PIC X(10).
002670     05  FILLER                       PIC X(72)   VALUE SPACE.
002680*
002690 01  FORM-REFERENCE-LINE.
002700*
002710     05  FILLER                       PIC X(01)   VALUE SPACE.
002720     05  FILLER                       PIC X(13)   VALUE
002730             'CUSTOMER NO. '.
002740     05  FR-CUSTOMER-NUMBER           PIC X(06).
002750     05  FILLER                       PIC X(03)   VALUE SPACE.
002760     05  FILLER                       PIC X(09)   VALUE
002770             'YOUR PO  '.
002780     05  FR-PO-NUMBER                 PIC X(10).
002790     05  FILLER                       PIC X(03)   VALUE SPACE.
002800     05  FILLER                       PIC X(07)   VALUE
002810             'TERMS  '.
002820     05  FR-TERMS                     PIC X(15).
002830     05  FILLER                       PIC X(65)   VALUE SPACE.
002840*
002850 01  FORM-DUE-LINE.
002860*
002870     05  FILLER                       PIC X(01)   VALUE SPACE.
002880     05  FILLER                       PIC X(13)   VALUE
002890             'PAYMENT DUE  '.
002900     05  FD-DUE-DATE                  PIC X(10).
002910     05  FILLER                       PIC X(03)   VALUE SPACE.
002920     05  FILLER                       PIC X(12)   VALUE
002930             'SHIPPED VIA '.
002940     05  FD-SHIPPER                   PIC X(10).
002950     05  FILLER                       PIC X(83)   VALUE SPACE.
002960*
002970 01  FORM-CREDIT-REF-LINE.
002980*
002990     05  FILLER                       PIC X(01)   VALUE SPACE.
003000     05  FILLER                       PIC X(23)   VALUE
003010             'CREDIT AGAINST INVOICE '.
003020     05  FC-REF-INVOICE               PIC 9(06).
003030     05  FILLER                       PIC X(102)  VALUE SPACE.
003040*
003050 01  FORM-ADDRESS-HEADING.
003060*
003070     05  FILLER                       PIC X(01)   VALUE SPACE.
003080     05  FILLER                       PIC X(41)   VALUE
003090             'BILL TO:'.
003100     05  FA-SHIP-HEADING              PIC X(38).
003110     05  FILLER                       PIC X(52)   VALUE SPACE.
003120*
003130 01  FORM-ADDRESS-LINE.
003140*
003150     05  FILLER                       PIC X(01)   VALUE SPACE.
003160     05  FA-BILL-TO                   PIC X(38).
003170     05  FILLER                       PIC X(03)   VALUE SPACE.
003180     05  FA-SHIP-TO                   PIC X(38).
003190     05  FILLER                       PIC X(52)   VALUE SPACE.
003200*
003210 01  FORM-COLUMN-HEADING.
003220*
003230     05  FILLER                       PIC X(01)   VALUE SPACE.
003240     05  FILLER                       PIC X(37)   VALUE
003250             'PRODUCT  DESCRIPTION              QTY'.
003260     05  FILLER                       PIC X(42)   VALUE
003270             '    UNIT PRICE      DISCOUNT        AMOUNT'.
003280     05  FILLER                       PIC X(52)   VALUE SPACE.
003290*
003300 01  FORM-ITEM-LINE.
003310*
003320     05  FILLER                       PIC X(01)   VALUE SPACE.
003330     05  FI-PRODUCT-CODE              PIC X(06).
003340     05  FILLER                       PIC X(03)   VALUE SPACE.
003350     05  FI-DESCRIPTION               PIC X(20).
003360     05  FILLER                       PIC X(02)   VALUE SPACE.
003370     05  FI-QUANTITY                  PIC ZZ,ZZ9.
003380     05  FILLER                       PIC X(02)   VALUE SPACE.
003390     05  FI-UNIT-PRICE                PIC Z,ZZZ,ZZ9.99.
003400     05  FILLER                       PIC X(02)   VALUE SPACE.
003410     05  FI-DISCOUNT                  PIC Z,ZZZ,ZZ9.99.
003420     05  FILLER                       PIC X(02)   VALUE SPACE.
003430     05  FI-AMOUNT                    PIC Z,ZZZ,ZZ9.99.
003440     05  FILLER                       PIC X(52)   VALUE SPACE.
003450*
003460 01  FORM-TOTAL-LINE.
003470*
003480     05  FILLER                       PIC X(01)   VALUE SPACE.
003490     05  FILLER                       PIC X(53)   VALUE SPACE.
003500     05  FL-LABEL                     PIC X(14).
003510     05  FL-AMOUNT                    PIC Z,ZZZ,ZZ9.99.
003520     05  FILLER                       PIC X(52)   VALUE SPACE.
003530*
003540 01  FORM-CREDIT-NOTE.
003550*
003560     05  FILLER                       PIC X(01)   VALUE SPACE.
003570     05  FILLER                       PIC X(79)   VALUE
003580             'THIS CREDIT HAS BEEN APPLIED TO YOUR ACCOUNT.'.
003590     05  FILLER                       PIC X(52)   VALUE SPACE.
003600*
003610 01  FORM-CUT-LINE.
003620*
003630     05  FILLER                       PIC X(01)   VALUE SPACE.
003640     05  FILLER                       PIC X(12)   VALUE ALL '- '.
003650     05  FILLER                       PIC X(55)   VALUE
003660         ' DETACH AND RETURN THIS PORTION WITH YOUR PAYMENT '.
003670     05  FILLER                       PIC X(12)   VALUE ALL ' -'.
003680     05  FILLER                       PIC X(52)   VALUE SPACE.
003690*
003700 01  FORM-SEPARATOR.
003710*
003720     05  FILLER                       PIC X(01)   VALUE SPACE.
003730     05  FILLER                       PIC X(79)   VALUE ALL '-'.
003740     05  FILLER                       PIC X(52)   VALUE SPACE.
003750*
003760******************************************************************
003770*   REMITTANCE STUB LINES -- BELOW THE CUT LINE ON THE           *
003780*   INVOICE FORM, RETURNED BY THE CUSTOMER WITH THE CHECK.       *
003790******************************************************************
003800 01  STUB-TITLE-LINE.
003810*
003820     05  FILLER                       PIC X(01)   VALUE SPACE.
003830     05  FILLER                       PIC X(79)   VALUE
003840             'REMITTANCE -- PLEASE RETURN WITH YOUR PAYMENT'.
003850     05  FILLER                       PIC X(52)   VALUE SPACE.
003860*
003870 01  STUB-LINE-1.
003880*
003890     05  FILLER                       PIC X(01)   VALUE SPACE.
003900     05  FILLER                       PIC X(13)   VALUE
003910             'CUSTOMER NO. '.
003920     05  SB1-CUSTOMER-NUMBER          PIC X(06).
003930     05  FILLER                       PIC X(03)   VALUE SPACE.
003940     05  FILLER                       PIC X(13)   VALUE
003950             'INVOICE NO.  '.
003960     05  SB1-INVOICE-NUMBER           PIC 9(06).
003970     05  FILLER                       PIC X(03)   VALUE SPACE.
003980     05  FILLER                       PIC X(14)   VALUE
003990             'INVOICE DATE  '.
004000     05  SB1-INVOICE-DATE             PIC X(10).
004010     05  FILLER                       PIC X(63)   VALUE SPACE.
004020*
004030 01  STUB-LINE-2.
004040*
004050     05  FILLER                       PIC X(01)   VALUE SPACE.
004060     05  SB2-CUSTOMER-NAME            PIC X(38).
004070     05  FILLER                       PIC X(03)   VALUE SPACE.
004080     05  FILLER                       PIC X(17)   VALUE
004090             'PAYMENT DUE      '.
004100     05  SB2-DUE-DATE                 PIC X(10).
004110     05  FILLER                       PIC X(63)   VALUE SPACE.
004120*
004130 01  STUB-LINE-3.
004140*
004150     05  FILLER                       PIC X(01)   VALUE SPACE.
004160     05  FILLER                       PIC X(41)   VALUE SPACE.
004170     05  FILLER                       PIC X(15)   VALUE
004180             'AMOUNT DUE     '.
004190     05  SB3-AMOUNT-DUE               PIC Z,ZZZ,ZZ9.99.
004200     05  FILLER                       PIC X(63)   VALUE SPACE.
004210*
004220 01  STUB-LINE-4.
004230*
004240     05  FILLER                       PIC X(01)   VALUE SPACE.
004250     05  FILLER                       PIC X(41)   VALUE SPACE.
004260     05  FILLER                       PIC X(28)   VALUE
004270             'AMOUNT ENCLOSED ____________'.
004280     05  FILLER                       PIC X(62)   VALUE SPACE.
004290*
004300******************************************************************
004310*   CONTROL REGISTER LINES (RPTOUT).                             *
004320******************************************************************
004330 01  HEADING-LINE-1.
004340*
004350     05  FILLER                       PIC X(01)   VALUE SPACE.
004360     05  FILLER                       PIC X(50)   VALUE
004370             'INVOICE PRINT CONTROL REGISTER'.
004380     05  FILLER                       PIC X(10)   VALUE
004390             'RUN DATE: '.
004400     05  HL1-RUN-MM                   PIC 9(02).
004410     05  FILLER                       PIC X(01)   VALUE '/'.
004420     05  HL1-RUN-DD                   PIC 9(02).
004430     05  FILLER                       PIC X(01)   VALUE '/'.
004440     05  HL1-RUN-YYYY                 PIC 9(04).
004450     05  FILLER                       PIC X(61)   VALUE SPACE.
004460*
004470 01  HEADING-LINE-2.
004480*
004490     05  FILLER                       PIC X(01)   VALUE SPACE.
004500     05  FILLER                       PIC X(50)   VALUE
004510             'ZIP CODE    TYPE     NUMBER  CUST    CUSTOMER NAME'.
004520     05  FILLER                       PIC X(81)   VALUE
004530             '                         AMOUNT'.
004540*
004550 01  DETAIL-LINE.
004560*
004570     05  FILLER                       PIC X(01)   VALUE SPACE.
004580     05  DL-ZIP-CODE                  PIC X(10).
004590     05  FILLER                       PIC X(02)   VALUE SPACE.
004600     05  DL-DOCUMENT-TYPE             PIC X(07).
004610     05  FILLER                       PIC X(02)   VALUE SPACE.
004620     05  DL-INVOICE-NUMBER            PIC 9(06).
004630     05  FILLER                       PIC X(02)   VALUE SPACE.
004640     05  DL-CUSTOMER-NUMBER           PIC X(06).
004650     05  FILLER                       PIC X(02)   VALUE SPACE.
004660     05  DL-CUSTOMER-NAME             PIC X(30).
004670     05  FILLER                       PIC X(02)   VALUE SPACE.
004680     05  DL-AMOUNT                    PIC Z,ZZZ,ZZ9.99.
004690     05  FILLER                       PIC X(50)   VALUE SPACE.
004700*
004710 01  SUMMARY-LINE-1.
004720*
004730     05  FILLER                       PIC X(01)   VALUE SPACE.
004740     05  FILLER                       PIC X(30)   VALUE
004750             'INVOICES PRINTED.............:'.
004760     05  SL1-INVOICES                 PIC ZZZZ9.
004770     05  FILLER                       PIC X(03)   VALUE SPACE.
004780     05  SL1-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004790     05  FILLER                       PIC X(76)   VALUE SPACE.
004800*
004810 01  SUMMARY-LINE-2.
004820*
004830     05  FILLER                       PIC X(01)   VALUE SPACE.
004840     05  FILLER                       PIC X(30)   VALUE
004850             'CREDIT MEMOS PRINTED.........:'.
004860     05  SL2-CREDITS                  PIC ZZZZ9.
004870     05  FILLER                       PIC X(03)   VALUE SPACE.
004880     05  SL2-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004890     05  FILLER                       PIC X(76)   VALUE SPACE.
004900*
004910 01  SUMMARY-LINE-3.
004920*
004930     05  FILLER                       PIC X(01)   VALUE SPACE.
004940     05  FILLER                       PIC X(30)   VALUE
004950             'FEED CUSTOMERS - NOT PRINTED.:'.
004960     05  SL3-FEED-SKIPPED             PIC ZZZZ9.
004970     05  FILLER                       PIC X(96)   VALUE SPACE.
004980*
004990 01  SUMMARY-LINE-4.
005000*
005010     05  FILLER                       PIC X(01)   VALUE SPACE.
005020     05  FILLER                       PIC X(30)   VALUE
005030             'HELD - CUSTOMER NOT ON FILE..:'.
005040     05  SL4-HELD                     PIC ZZZZ9.
005050     05  FILLER                       PIC X(96)   VALUE SPACE.
005060*
005070 01  NONE-LINE.
005080*
005090     05  FILLER                       PIC X(01)   VALUE SPACE.
005100     05  FILLER                       PIC X(50)   VALUE
005110             'NO DOCUMENTS BILLED TODAY FOR PRINTING.'.
005120     05  FILLER                       PIC X(81)   VALUE SPACE.
005130*
005140 PROCEDURE DIVISION.
005150*
005160 0000-MAINLINE.
005170*
005180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005190     PERFORM 2000-SELECT-DOCUMENTS THRU 2000-EXIT.
005200     PERFORM 2500-PRINT-DOCUMENTS THRU 2500-EXIT.
005210     PERFORM 3000-TERMINATE THRU 3000-EXIT.
005220*
005230     STOP RUN.
005240*
005250 1000-INITIALIZE.
005260*
005270     ACCEPT WS-START-TIME-RAW FROM TIME.
005271     MOVE 'INVPRT  ' TO PC-PROGRAM.
005272     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
005273     IF PC-REFUSED
005274         MOVE PC-RETURN-CODE TO RETURN-CODE
005275         STOP RUN
005276     END-IF.
005280*
005290     OPEN INPUT  INVOICE-FILE.
005300     OPEN INPUT  CUSTMAS-FILE.
005310     OPEN INPUT  SHIPTO-FILE.
005320     OPEN INPUT  PRODUCT-FILE.
005330     OPEN OUTPUT INVOICE-FORMS.
005340     OPEN OUTPUT CREDIT-FORMS.
005350     OPEN OUTPUT PRINT-REGISTER.
005360*
005370     IF WS-INVOICE-STATUS = '00'
005380         MOVE 'Y' TO WS-INVOICE-OPEN-SW
005390     ELSE
005400         DISPLAY 'INVPRT0001E INVOICE FILE OPEN FAILED, STATUS='
005410             WS-INVOICE-STATUS
005420         MOVE 'Y' TO WS-ABORT-SW
005430     END-IF.
005440*
005450     IF WS-CUSTMAS-STATUS = '00'
005460         MOVE 'Y' TO WS-CUSTMAS-OPEN-SW
005470     ELSE
005480         DISPLAY 'INVPRT0002E CUSTMAS FILE OPEN FAILED, STATUS='
005490             WS-CUSTMAS-STATUS
005500         MOVE 'Y' TO WS-ABORT-SW
005510     END-IF.
005520*
005530     IF WS-SHIPTO-STATUS = '00'
005540         MOVE 'Y' TO WS-SHIPTO-OPEN-SW
005550     ELSE
005560         DISPLAY 'INVPRT0003E SHIPTO FILE OPEN FAILED, STATUS='
005570             WS-SHIPTO-STATUS
005580         MOVE 'Y' TO WS-ABORT-SW
005590     END-IF.
005600*
005610     IF WS-PRODUCT-STATUS = '00'
005620         MOVE 'Y' TO WS-PRODUCT-OPEN-SW
005630     ELSE
005640         DISPLAY 'INVPRT0004E PRODUCT FILE OPEN FAILED, STATUS='
005650             WS-PRODUCT-STATUS
005660         MOVE 'Y' TO WS-ABORT-SW
005670     END-IF.
005680*
005690     IF WS-INVFORM-STATUS = '00'
005700         MOVE 'Y' TO WS-INVFORM-OPEN-SW
005710     ELSE
005720         DISPLAY 'INVPRT0005E INVFORM FILE OPEN FAILED, STATUS='
005730             WS-INVFORM-STATUS
005740         MOVE 'Y' TO WS-ABORT-SW
005750     END-IF.
005760*
005770     IF WS-CMFORM-STATUS = '00'
005780         MOVE 'Y' TO WS-CMFORM-OPEN-SW
005790     ELSE
005800         DISPLAY 'INVPRT0006E CMFORM FILE OPEN FAILED, STATUS='
005810             WS-CMFORM-STATUS
005820         MOVE 'Y' TO WS-ABORT-SW
005830     END-IF.
005840*
005850     IF WS-REPORT-STATUS = '00'
005860         MOVE 'Y' TO WS-REPORT-OPEN-SW
005870     ELSE
005880         DISPLAY 'INVPRT0007E RPTOUT FILE OPEN FAILED, STATUS='
005890             WS-REPORT-STATUS
005900         MOVE 'Y' TO WS-ABORT-SW
005910     END-IF.
005920*
005930     IF NOT WS-ABORT
005940         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005950         MOVE WS-RUN-MM   TO WS-RUN-MDY-MM   HL1-RUN-MM
005960         MOVE WS-RUN-DD   TO WS-RUN-MDY-DD   HL1-RUN-DD
005970         MOVE WS-RUN-YYYY TO WS-RUN-MDY-YYYY HL1-RUN-YYYY
005980         WRITE REPORT-LINE FROM HEADING-LINE-1
005990         MOVE SPACE TO REPORT-LINE
006000         WRITE REPORT-LINE
006010         WRITE REPORT-LINE FROM HEADING-LINE-2
006020     END-IF.
006030*
006040 1000-EXIT.
006050     EXIT.
006060*
006070******************************************************************
006080*   2000-SELECT-DOCUMENTS -- ONE PASS OF THE INVOICE FILE IN     *
006090*   INVOICE-NUMBER ORDER.  EACH DOCUMENT BILLED TODAY FOR A      *
006100*   PRINTED (NOT FEED) CUSTOMER GOES INTO THE PRINT TABLE        *
006110*   UNDER ITS BILL-TO ZIP CODE.                                  *
006120******************************************************************
006130 2000-SELECT-DOCUMENTS.
006140*
006150     IF NOT WS-ABORT
006160         PERFORM 2100-SELECT-ONE-INVOICE THRU 2100-EXIT
006170             UNTIL WS-INVOICE-EOF
006180     END-IF.
006190*
006200 2000-EXIT.
006210     EXIT.
006220*
006230 2100-SELECT-ONE-INVOICE.
006240*
006250     READ INVOICE-FILE NEXT RECORD
006260         AT END
006270             MOVE 'Y' TO WS-INVOICE-EOF-SW
006280     END-READ.
006290*
006300     IF WS-INVOICE-EOF
006310         GO TO 2100-EXIT
006320     END-IF.
006330*
006340     ADD 1 TO WS-INVOICES-READ.
006350*
006360*    THE DAY'S BILLED, UNVOIDED DOCUMENTS ONLY -- AN OPEN ORDER
006370*    IS NOT AN INVOICE UNTIL SHIP CONFIRMATION BILLS IT.
006380     IF      INV-VOIDED
006390          OR INV-UNBILLED
006400          OR INV-INVOICE-DATE NOT = WS-RUN-MDY-N
006410         GO TO 2100-EXIT
006420     END-IF.
006430*
006440     MOVE INV-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
006450     READ CUSTMAS-FILE
006460         INVALID KEY
006470             DISPLAY 'INVPRT0010W CUSTOMER ' INV-CUSTOMER-NUMBER
006480                 ' NOT ON FILE - INVOICE ' INV-INVOICE-NUMBER
006490                 ' HELD'
006500             ADD 1 TO WS-DOCUMENTS-HELD
006510             GO TO 2100-EXIT
006520     END-READ.
006530*
006540     IF CM-FEED-CUSTOMER
006550         ADD 1 TO WS-FEED-SKIPPED
006560         GO TO 2100-EXIT
006570     END-IF.
006580*
006590     IF PT-ENTRY-COUNT NOT < PT-MAX-ENTRIES
006600         DISPLAY 'INVPRT0008E PRINT TABLE FULL AT '
006610             PT-MAX-ENTRIES ' ENTRIES'
006620         MOVE 'Y' TO WS-ABORT-SW
006630         MOVE 'Y' TO WS-INVOICE-EOF-SW
006640         GO TO 2100-EXIT
006650     END-IF.
006660*
006670     ADD 1 TO PT-ENTRY-COUNT.
006680     MOVE CM-ZIP-CODE        TO PT-ZIP-CODE(PT-ENTRY-COUNT).
006690     MOVE INV-INVOICE-NUMBER TO PT-INVOICE-NUMBER(PT-ENTRY-COUNT).
006700     MOVE 'N'                TO PT-PRINTED-SW(PT-ENTRY-COUNT).
006710*
006720 2100-EXIT.
006730     EXIT.
006740*
006750******************************************************************
006760*   2500-PRINT-DOCUMENTS -- PRINT EVERY SELECTED DOCUMENT IN     *
006770*   ZIP CODE ORDER, RE-READING EACH BY ITS INVOICE NUMBER.       *
006780******************************************************************
006790 2500-PRINT-DOCUMENTS.
006800*
006810     IF WS-ABORT
006820         GO TO 2500-EXIT
006830     END-IF.
006840*
006850     PERFORM 2600-PRINT-NEXT-DOCUMENT THRU 2600-EXIT
006860         PT-ENTRY-COUNT TIMES.
006870*
006880 2500-EXIT.
006890     EXIT.
006900*
006910 2600-PRINT-NEXT-DOCUMENT.
006920*
006930     IF WS-ABORT
006940         GO TO 2600-EXIT
006950     END-IF.
006960*
006970     MOVE ZERO TO WS-LOW-SUB.
006980     PERFORM 2610-CHECK-ONE-CANDIDATE THRU 2610-EXIT
006990         VARYING WS-SCAN-SUB FROM 1 BY 1
007000           UNTIL WS-SCAN-SUB > PT-ENTRY-COUNT.
007010*
007020     IF WS-LOW-SUB = ZERO
007030         GO TO 2600-EXIT
007040     END-IF.
007050*
007060     MOVE 'Y' TO PT-PRINTED-SW(WS-LOW-SUB).
007070     MOVE PT-INVOICE-NUMBER(WS-LOW-SUB) TO INV-INVOICE-NUMBER.
007080     READ INVOICE-FILE
007090         INVALID KEY
007100             DISPLAY 'INVPRT0009E INVOICE REREAD FAILED, KEY='
007110                 INV-INVOICE-NUMBER ' STATUS=' WS-INVOICE-STATUS
007120             MOVE 'Y' TO WS-ABORT-SW
007130             GO TO 2600-EXIT
007140     END-READ.
007150*
007160     MOVE INV-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
007170     READ CUSTMAS-FILE
007180         INVALID KEY
007190             DISPLAY 'INVPRT0011E CUSTMAS REREAD FAILED, KEY='
007200                 CM-CUSTOMER-NUMBER ' STATUS=' WS-CUSTMAS-STATUS
007210             MOVE 'Y' TO WS-ABORT-SW
007220             GO TO 2600-EXIT
007230     END-READ.
007240*
007250     COMPUTE WS-DOCUMENT-AMOUNT =
007260         INV-INVOICE-TOTAL + INV-TAX-AMOUNT + INV-FREIGHT-AMOUNT.
007270     PERFORM 2700-BUILD-ADDRESSES THRU 2700-EXIT.
007280*
007290     IF INV-CREDIT-MEMO
007300         PERFORM 2900-PRINT-CREDIT-MEMO THRU 2900-EXIT
007310         ADD 1 TO WS-CREDITS-PRINTED
007320         ADD WS-DOCUMENT-AMOUNT TO WS-AMOUNT-CREDITED
007330         MOVE 'CRMEMO ' TO DL-DOCUMENT-TYPE
007340     ELSE
007350         PERFORM 2800-PRINT-INVOICE THRU 2800-EXIT
007360         ADD 1 TO WS-INVOICES-PRINTED
007370         ADD WS-DOCUMENT-AMOUNT TO WS-AMOUNT-INVOICED
007380         MOVE 'INVOICE' TO DL-DOCUMENT-TYPE
007390     END-IF.
007400*
007410     MOVE PT-ZIP-CODE(WS-LOW-SUB) TO DL-ZIP-CODE.
007420     MOVE INV-INVOICE-NUMBER      TO DL-INVOICE-NUMBER.
007430     MOVE INV-CUSTOMER-NUMBER     TO DL-CUSTOMER-NUMBER.
007440     MOVE WS-CUSTOMER-NAME        TO DL-CUSTOMER-NAME.
007450     MOVE WS-DOCUMENT-AMOUNT      TO DL-AMOUNT.
007460     WRITE REPORT-LINE FROM DETAIL-LINE.
007470*
007480 2600-EXIT.
007490     EXIT.
007500*
007510 2610-CHECK-ONE-CANDIDATE.
007520*
007530     IF PT-PRINTED-SW(WS-SCAN-SUB) = 'Y'
007540         GO TO 2610-EXIT
007550     END-IF.
007560*
007570     IF WS-LOW-SUB = ZERO
007580         MOVE WS-SCAN-SUB TO WS-LOW-SUB
007590     ELSE
007600         IF PT-ZIP-CODE(WS-SCAN-SUB) < PT-ZIP-CODE(WS-LOW-SUB)
007610             MOVE WS-SCAN-SUB TO WS-LOW-SUB
007620         END-IF
007630     END-IF.
007640*
007650 2610-EXIT.
007660     EXIT.
007670*
007680******************************************************************
007690*   2700-BUILD-ADDRESSES -- BILL-TO FROM THE CUSTOMER MASTER;    *
007700*   SHIP-TO FROM THE ADDRESS BOOK ENTRY ON THE INVOICE, THE      *
007710*   BILLING ADDRESS WHEN THE ENTRY IS ZERO OR CANNOT BE FOUND,   *
007720*   OR THE STORE COUNTER FOR A WILL-CALL ORDER.  ALSO SETS THE   *
007730*   TERMS TEXT AND THE PRINTED INVOICE AND DUE DATES.            *
007740******************************************************************
007750 2700-BUILD-ADDRESSES.
007760*
007770     MOVE SPACE TO WS-CUSTOMER-NAME.
007780     STRING CM-LAST-NAME  DELIMITED BY '  '
007790            ', '          DELIMITED BY SIZE
007800            CM-FIRST-NAME DELIMITED BY '  '
007810         INTO WS-CUSTOMER-NAME
007820     END-STRING.
007830*
007840     MOVE SPACE            TO BILL-TO-BLOCK.
007850     MOVE WS-CUSTOMER-NAME TO BT-LINE(1).
007860     MOVE CM-ADDRESS       TO BT-LINE(2).
007870     STRING CM-CITY     DELIMITED BY '  '
007880            ', '        DELIMITED BY SIZE
007890            CM-STATE    DELIMITED BY SIZE
007900            '  '        DELIMITED BY SIZE
007910            CM-ZIP-CODE DELIMITED BY '  '
007920         INTO BT-LINE(3)
007930     END-STRING.
007940*
007950     MOVE SPACE TO SHIP-TO-BLOCK.
007960     IF INV-WILLCALL
007970         MOVE 'WILL CALL - COUNTER PICKUP' TO SH-LINE(1)
007980         MOVE WS-CUSTOMER-NAME            TO SH-LINE(2)
007990     ELSE
008000         IF INV-SHIP-TO-NUMBER = ZERO
008010             MOVE BILL-TO-BLOCK TO SHIP-TO-BLOCK
008020         ELSE
008030             PERFORM 2710-READ-SHIP-TO THRU 2710-EXIT
008040         END-IF
008050     END-IF.
008060*
008070     EVALUATE TRUE
008080         WHEN CM-TERMS-NET-30
008090             MOVE 'NET 30 DAYS'    TO WS-TERMS-TEXT
008100         WHEN CM-TERMS-NET-60
008110             MOVE 'NET 60 DAYS'    TO WS-TERMS-TEXT
008120         WHEN OTHER
008130             MOVE 'DUE ON RECEIPT' TO WS-TERMS-TEXT
008140     END-EVALUATE.
008150*
008160     MOVE INV-INVOICE-DATE TO WS-INVOICE-DATE-N.
008170     MOVE WS-INV-MM        TO WS-PRT-MM.
008180     MOVE WS-INV-DD        TO WS-PRT-DD.
008190     MOVE WS-INV-YYYY      TO WS-PRT-YYYY.
008200*
008210*    A ZERO DUE DATE MEANS DUE ON THE INVOICE DATE.
008220     IF INV-DUE-DATE = ZERO
008230         MOVE WS-INV-MM   TO WS-DPR-MM
008240         MOVE WS-INV-DD   TO WS-DPR-DD
008250         MOVE WS-INV-YYYY TO WS-DPR-YYYY
008260     ELSE
008270         MOVE INV-DUE-DATE TO WS-DUE-DATE-N
008280         MOVE WS-DUE-MM    TO WS-DPR-MM
008290         MOVE WS-DUE-DD    TO WS-DPR-DD
008300         MOVE WS-DUE-YYYY  TO WS-DPR-YYYY
008310     END-IF.
008320*
008330 2700-EXIT.
008340     EXIT.
008350*
008360 2710-READ-SHIP-TO.
008370*
008380     MOVE INV-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
008390     MOVE INV-SHIP-TO-NUMBER  TO ST-SHIP-TO-NUMBER.
008400     READ SHIPTO-FILE
008410         INVALID KEY
008420             MOVE BILL-TO-BLOCK TO SHIP-TO-BLOCK
008430             GO TO 2710-EXIT
008440     END-READ.
008450*
008460     MOVE ST-SHIP-TO-NAME TO SH-LINE(1).
008470     MOVE ST-ADDRESS      TO SH-LINE(2).
008480     STRING ST-CITY     DELIMITED BY '  '
008490            ', '        DELIMITED BY SIZE
008500            ST-STATE    DELIMITED BY SIZE
008510            '  '        DELIMITED BY SIZE
008520            ST-ZIP-CODE DELIMITED BY '  '
008530         INTO SH-LINE(3)
008540     END-STRING.
008550*
008560 2710-EXIT.
008570     EXIT.
008580*
008590******************************************************************
008600*   2800-PRINT-INVOICE -- ONE INVOICE ON THE INVOICE FORM,       *
008610*   FOLLOWED BY ITS REMITTANCE STUB.                             *
008620******************************************************************
008630 2800-PRINT-INVOICE.
008640*
008650     MOVE 'INVOICE'       TO FT-TITLE.
008660     MOVE 'INVOICE NO.  ' TO FT-NUMBER-LABEL.
008670     MOVE INV-INVOICE-NUMBER TO FT-DOCUMENT-NUMBER.
008680     MOVE WS-PRINT-DATE   TO FT-DOCUMENT-DATE.
008690     WRITE INVOICE-FORM-LINE FROM FORM-TITLE-LINE.
008700     MOVE SPACE TO INVOICE-FORM-LINE.
008710     WRITE INVOICE-FORM-LINE.
008720*
008730     MOVE INV-CUSTOMER-NUMBER TO FR-CUSTOMER-NUMBER.
008740     MOVE INV-PO-NUMBER       TO FR-PO-NUMBER.
008750     MOVE WS-TERMS-TEXT       TO FR-TERMS.
008760     WRITE INVOICE-FORM-LINE FROM FORM-REFERENCE-LINE.
008770     MOVE WS-DUE-PRINT-DATE   TO FD-DUE-DATE.
008780     MOVE INV-SHIPPER         TO FD-SHIPPER.
008790     WRITE INVOICE-FORM-LINE FROM FORM-DUE-LINE.
008800     MOVE SPACE TO INVOICE-FORM-LINE.
008810     WRITE INVOICE-FORM-LINE.
008820*
008830     MOVE 'SHIP TO:' TO FA-SHIP-HEADING.
008840     WRITE INVOICE-FORM-LINE FROM FORM-ADDRESS-HEADING.
008850     PERFORM 2810-PRINT-ADDRESS-LINE THRU 2810-EXIT
008860         VARYING WS-ADDRESS-SUB FROM 1 BY 1
008870           UNTIL WS-ADDRESS-SUB > 3.
008880     MOVE SPACE TO INVOICE-FORM-LINE.
008890     WRITE INVOICE-FORM-LINE.
008900*
008910     WRITE INVOICE-FORM-LINE FROM FORM-COLUMN-HEADING.
008920     PERFORM 2820-PRINT-INVOICE-ITEM THRU 2820-EXIT
008930         VARYING ITEM-SUB FROM 1 BY 1
008940           UNTIL ITEM-SUB > 20.
008950     MOVE SPACE TO INVOICE-FORM-LINE.
008960     WRITE INVOICE-FORM-LINE.
008970*
008980     MOVE 'MERCHANDISE'       TO FL-LABEL.
008990     MOVE INV-INVOICE-TOTAL   TO FL-AMOUNT.
009000     WRITE INVOICE-FORM-LINE FROM FORM-TOTAL-LINE.
009010     MOVE 'SALES TAX'         TO FL-LABEL.
009020     MOVE INV-TAX-AMOUNT      TO FL-AMOUNT.
009030     WRITE INVOICE-FORM-LINE FROM FORM-TOTAL-LINE.
009040     MOVE 'FREIGHT'           TO FL-LABEL.
009050     MOVE INV-FREIGHT-AMOUNT  TO FL-AMOUNT.
009060     WRITE INVOICE-FORM-LINE FROM FORM-TOTAL-LINE.
009070     MOVE 'AMOUNT DUE'        TO FL-LABEL.
009080     MOVE WS-DOCUMENT-AMOUNT  TO FL-AMOUNT.
009090     WRITE INVOICE-FORM-LINE FROM FORM-TOTAL-LINE.
009100     MOVE SPACE TO INVOICE-FORM-LINE.
009110     WRITE INVOICE-FORM-LINE.
009120*
009130     WRITE INVOICE-FORM-LINE FROM FORM-CUT-LINE.
009140     MOVE SPACE TO INVOICE-FORM-LINE.
009150     WRITE INVOICE-FORM-LINE.
009160     WRITE INVOICE-FORM-LINE FROM STUB-TITLE-LINE.
009170     MOVE INV-CUSTOMER-NUMBER TO SB1-CUSTOMER-NUMBER.
009180     MOVE INV-INVOICE-NUMBER  TO SB1-INVOICE-NUMBER.
009190     MOVE WS-PRINT-DATE       TO SB1-INVOICE-DATE.
009200     WRITE INVOICE-FORM-LINE FROM STUB-LINE-1.
009210     MOVE WS-CUSTOMER-NAME    TO SB2-CUSTOMER-NAME.
009220     MOVE WS-DUE-PRINT-DATE   TO SB2-DUE-DATE.
009230     WRITE INVOICE-FORM-LINE FROM STUB-LINE-2.
009240     MOVE WS-DOCUMENT-AMOUNT  TO SB3-AMOUNT-DUE.
009250     WRITE INVOICE-FORM-LINE FROM STUB-LINE-3.
009260     WRITE INVOICE-FORM-LINE FROM STUB-LINE-4.
009270     WRITE INVOICE-FORM-LINE FROM FORM-SEPARATOR.
009280*
009290     ADD 1 TO WS-RECORDS-WRITTEN.
009300*
009310 2800-EXIT.
009320     EXIT.
009330*
009340 2810-PRINT-ADDRESS-LINE.
009350*
009360     MOVE BT-LINE(WS-ADDRESS-SUB) TO FA-BILL-TO.
009370     MOVE SH-LINE(WS-ADDRESS-SUB) TO FA-SHIP-TO.
009380     WRITE INVOICE-FORM-LINE FROM FORM-ADDRESS-LINE.
009390*
009400 2810-EXIT.
009410     EXIT.
009420*
009430 2820-PRINT-INVOICE-ITEM.
009440*
009450     IF INV-PRODUCT-CODE(ITEM-SUB) = SPACE
009460         GO TO 2820-EXIT
009470     END-IF.
009480*
009490     PERFORM 2830-FORMAT-ITEM THRU 2830-EXIT.
009500     WRITE INVOICE-FORM-LINE FROM FORM-ITEM-LINE.
009510*
009520 2820-EXIT.
009530     EXIT.
009540*
009550 2830-FORMAT-ITEM.
009560*
009570     MOVE INV-PRODUCT-CODE(ITEM-SUB)  TO FI-PRODUCT-CODE.
009580     MOVE INV-PRODUCT-CODE(ITEM-SUB)  TO PRM-PRODUCT-CODE.
009590     READ PRODUCT-FILE
009600         INVALID KEY
009610             MOVE '** NOT ON FILE **' TO FI-DESCRIPTION
009620         NOT INVALID KEY
009630             MOVE PRM-PRODUCT-DESCRIPTION TO FI-DESCRIPTION
009640     END-READ.
009650     MOVE INV-QUANTITY(ITEM-SUB)      TO FI-QUANTITY.
009660     MOVE INV-UNIT-PRICE(ITEM-SUB)    TO FI-UNIT-PRICE.
009670     MOVE INV-LINE-DISC-AMT(ITEM-SUB) TO FI-DISCOUNT.
009680     MOVE INV-AMOUNT(ITEM-SUB)        TO FI-AMOUNT.
009690*
009700 2830-EXIT.
009710     EXIT.
009720*
009730******************************************************************
009740*   2900-PRINT-CREDIT-MEMO -- ONE CREDIT MEMO ON THE CREDIT-MEMO *
009750*   FORM.  NOTHING IS OWED ON A CREDIT, SO THERE IS NO STUB.     *
009760******************************************************************
009770 2900-PRINT-CREDIT-MEMO.
009780*
009790     MOVE 'CREDIT MEMO'   TO FT-TITLE.
009800     MOVE 'MEMO NO.     ' TO FT-NUMBER-LABEL.
009810     MOVE INV-INVOICE-NUMBER TO FT-DOCUMENT-NUMBER.
009820     MOVE WS-PRINT-DATE   TO FT-DOCUMENT-DATE.
009830     WRITE CREDIT-FORM-LINE FROM FORM-TITLE-LINE.
009840     MOVE SPACE TO CREDIT-FORM-LINE.
009850     WRITE CREDIT-FORM-LINE.
009860*
009870     MOVE INV-CUSTOMER-NUMBER TO FR-CUSTOMER-NUMBER.
009880     MOVE INV-PO-NUMBER       TO FR-PO-NUMBER.
009890     MOVE WS-TERMS-TEXT       TO FR-TERMS.
009900     WRITE CREDIT-FORM-LINE FROM FORM-REFERENCE-LINE.
009910     MOVE INV-VOID-OF-INVOICE TO FC-REF-INVOICE.
009920     WRITE CREDIT-FORM-LINE FROM FORM-CREDIT-REF-LINE.
009930     MOVE SPACE TO CREDIT-FORM-LINE.
009940     WRITE CREDIT-FORM-LINE.
009950*
009960     MOVE SPACE TO FA-SHIP-HEADING.
009970     MOVE SPACE TO SHIP-TO-BLOCK.
009980     WRITE CREDIT-FORM-LINE FROM FORM-ADDRESS-HEADING.
009990     PERFORM 2910-PRINT-ADDRESS-LINE THRU 2910-EXIT
010000         VARYING WS-ADDRESS-SUB FROM 1 BY 1
010010           UNTIL WS-ADDRESS-SUB > 3.
010020     MOVE SPACE TO CREDIT-FORM-LINE.
010030     WRITE CREDIT-FORM-LINE.
010040*
010050     WRITE CREDIT-FORM-LINE FROM FORM-COLUMN-HEADING.
010060     PERFORM 2920-PRINT-CREDIT-ITEM THRU 2920-EXIT
010070         VARYING ITEM-SUB FROM 1 BY 1
010080           UNTIL ITEM-SUB > 20.
010090     MOVE SPACE TO CREDIT-FORM-LINE.
010100     WRITE CREDIT-FORM-LINE.
010110*
010120     MOVE 'MERCHANDISE'       TO FL-LABEL.
010130     MOVE INV-INVOICE-TOTAL   TO FL-AMOUNT.
010140     WRITE CREDIT-FORM-LINE FROM FORM-TOTAL-LINE.
010150     MOVE 'SALES TAX'         TO FL-LABEL.
010160     MOVE INV-TAX-AMOUNT      TO FL-AMOUNT.
010170     WRITE CREDIT-FORM-LINE FROM FORM-TOTAL-LINE.
010180     MOVE 'FREIGHT'           TO FL-LABEL.
010190     MOVE INV-FREIGHT-AMOUNT  TO FL-AMOUNT.
010200     WRITE CREDIT-FORM-LINE FROM FORM-TOTAL-LINE.
010210     MOVE 'TOTAL CREDIT'      TO FL-LABEL.
010220     MOVE WS-DOCUMENT-AMOUNT  TO FL-AMOUNT.
010230     WRITE CREDIT-FORM-LINE FROM FORM-TOTAL-LINE.
010240     MOVE SPACE TO CREDIT-FORM-LINE.
010250     WRITE CREDIT-FORM-LINE.
010260*
010270     WRITE CREDIT-FORM-LINE FROM FORM-CREDIT-NOTE.
010280     WRITE CREDIT-FORM-LINE FROM FORM-SEPARATOR.
010290*
010300     ADD 1 TO WS-RECORDS-WRITTEN.
010310*
010320 2900-EXIT.
010330     EXIT.
010340*
010350 2910-PRINT-ADDRESS-LINE.
010360*
010370     MOVE BT-LINE(WS-ADDRESS-SUB) TO FA-BILL-TO.
010380     MOVE SH-LINE(WS-ADDRESS-SUB) TO FA-SHIP-TO.
010390     WRITE CREDIT-FORM-LINE FROM FORM-ADDRESS-LINE.
010400*
010410 2910-EXIT.
010420     EXIT.
010430*
010440 2920-PRINT-CREDIT-ITEM.
010450*
010460     IF INV-PRODUCT-CODE(ITEM-SUB) = SPACE
010470         GO TO 2920-EXIT
010480     END-IF.
010490*
010500     PERFORM 2830-FORMAT-ITEM THRU 2830-EXIT.
010510     WRITE CREDIT-FORM-LINE FROM FORM-ITEM-LINE.
010520*
010530 2920-EXIT.
010540     EXIT.
010550*
010560 3000-TERMINATE.
010570*
010580     IF NOT WS-ABORT
010590         IF PT-ENTRY-COUNT = ZERO
010600             WRITE REPORT-LINE FROM NONE-LINE
010610         END-IF
010620         MOVE SPACE TO REPORT-LINE
010630         WRITE REPORT-LINE
010640         MOVE WS-INVOICES-PRINTED TO SL1-INVOICES
010650         MOVE WS-AMOUNT-INVOICED  TO SL1-AMOUNT
010660         WRITE REPORT-LINE FROM SUMMARY-LINE-1
010670         MOVE WS-CREDITS-PRINTED  TO SL2-CREDITS
010680         MOVE WS-AMOUNT-CREDITED  TO SL2-AMOUNT
010690         WRITE REPORT-LINE FROM SUMMARY-LINE-2
010700         MOVE WS-FEED-SKIPPED     TO SL3-FEED-SKIPPED
010710         WRITE REPORT-LINE FROM SUMMARY-LINE-3
010720         MOVE WS-DOCUMENTS-HELD   TO SL4-HELD
010730         WRITE REPORT-LINE FROM SUMMARY-LINE-4
010740         IF WS-DOCUMENTS-HELD > ZERO
010750             MOVE 4 TO RETURN-CODE
010760         END-IF
010770     ELSE
010780         MOVE 8 TO RETURN-CODE
010790     END-IF.
010800*
010810     MOVE 'INVPRT  ' TO RL-PROGRAM.
010820     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
010830     MOVE 'INVPRT  ' TO RL-STEP-NAME.
010840     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
010850     MOVE WS-INVOICES-READ   TO RL-RECORDS-READ.
010860     MOVE WS-RECORDS-WRITTEN TO RL-RECORDS-WRITTEN.
010870     MOVE WS-DOCUMENTS-HELD  TO RL-RECORDS-REJECTED.
010880     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
010890     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
010900*
010910     IF WS-INVOICE-OPEN
010920         CLOSE INVOICE-FILE
010930     END-IF.
010940     IF WS-CUSTMAS-OPEN
010950         CLOSE CUSTMAS-FILE
010960     END-IF.
010970     IF WS-SHIPTO-OPEN
010980         CLOSE SHIPTO-FILE
010990     END-IF.
011000     IF WS-PRODUCT-OPEN
011010         CLOSE PRODUCT-FILE
011020     END-IF.
011030     IF WS-INVFORM-OPEN
011040         CLOSE INVOICE-FORMS
011050     END-IF.
011060     IF WS-CMFORM-OPEN
011070         CLOSE CREDIT-FORMS
011080     END-IF.
011090     IF WS-REPORT-OPEN
011100         CLOSE PRINT-REGISTER
011110     END-IF.
011120*
011130 3000-EXIT.
011140     EXIT.
