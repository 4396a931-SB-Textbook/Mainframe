000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    APPAY.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   APPAY -- WEEKLY SUPPLIER PAYMENT RUN.                        *
000110*   WALKS THE APOPEN OPEN-PAYABLES FILE IN SUPPLIER ORDER        *
000120*   THROUGH THE APSPATH ALTERNATE INDEX AND PAYS EVERY OPEN      *
000130*   VOUCHER THAT FALLS DUE BY THE PAY-THROUGH DATE ON THE        *
000140*   PAYPARM CONTROL CARD (YYYYMMDD IN COLUMNS 1-8, NORMALLY      *
000150*   THE DAY BEFORE NEXT WEEK'S RUN).  EACH VOUCHER IS DATED      *
000160*   FROM ITS INVOICE DATE BY THE SUPPLIER'S TERMS ON SUPMAS:     *
000170*   IT IS DUE WHEN ITS NET DAYS RUN OUT, OR EARLIER WHEN AN      *
000180*   EARLY-PAYMENT DISCOUNT IS STILL OPEN TODAY BUT WOULD LAPSE   *
000190*   BEFORE NEXT WEEK -- THEN THE DISCOUNT IS TAKEN.  HELD        *
000200*   VOUCHERS WAIT FOR APVENT1 TO RELEASE THEM, AND NOTHING IS    *
000210*   PAID TO A SUPPLIER ARCHIVED ON SUPMAS.                       *
000220*                                                                *
000230*   EACH SUPPLIER PAID GETS ONE PAYMENT NUMBER FROM THE 'A'      *
000240*   SERIES ON INVCTL.  EVERY SUPPLIER CREDIT STILL OUTSTANDING   *
000250*   ON SRETLOG FOR THAT SUPPLIER IS NETTED AGAINST THE PAYMENT,  *
000260*   OLDEST RETURN FIRST, AS FAR AS THE PAYMENT WILL COVER IT;    *
000270*   A NETTED CREDIT IS MARKED 'N' WITH THE PAYMENT NUMBER.  A    *
000280*   CREDIT BIGGER THAN WHAT IS LEFT OF THE PAYMENT WAITS FOR A   *
000290*   LATER RUN.  PAID VOUCHERS GO TO 'P' WITH THE PAYMENT         *
000300*   NUMBER, DATE, AND DISCOUNT TAKEN.                            *
000310*                                                                *
000320*   THE PAYMENT REGISTER PRINTS ON RPTOUT, ONE REMITTANCE        *
000330*   ADVICE PER SUPPLIER PRINTS ON REMITOUT, AND A BALANCED       *
000340*   JOURNAL GOES TO GLJOUT IN THE GLJRNL H/D/T FORMAT: PAYABLES  *
000350*   DEBITED FOR THE VOUCHERS, CASH CREDITED FOR THE NET PAID,    *
000360*   AND DISCOUNTS TAKEN AND RETURN CREDITS NETTED CREDITED TO    *
000370*   THEIR OWN ACCOUNTS, ALL LOOKED UP ON GLAMAP UNDER SOURCE     *
000380*   'APPAY'.  THE RUN IS LOGGED THROUGH RUNLOGW.                 *
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
000550     SELECT  PARM-FILE      ASSIGN TO PAYPARM
000560             ORGANIZATION IS LINE SEQUENTIAL
000570             FILE STATUS IS WS-PARM-STATUS.
000580*
000590     SELECT  APOPEN-FILE    ASSIGN TO APOPEN
000600             ORGANIZATION IS INDEXED
000610             ACCESS MODE IS DYNAMIC
000620             RECORD KEY IS AP-VOUCHER-NUMBER
000630             ALTERNATE RECORD KEY IS AP-SUPPLIER-INVOICE-KEY
000640             FILE STATUS IS WS-APOPEN-STATUS.
000650*
000660     SELECT  SUPMAS-FILE    ASSIGN TO SUPMAS
000670             ORGANIZATION IS INDEXED
000680             ACCESS MODE IS RANDOM
000690             RECORD KEY IS SUP-SUPPLIER-NUMBER
000700             FILE STATUS IS WS-SUPMAS-STATUS.
000710*
000720     SELECT  SRETLOG-FILE   ASSIGN TO SRETLOG
000730             ORGANIZATION IS INDEXED
000740             ACCESS MODE IS DYNAMIC
000750             RECORD KEY IS SR-RETURN-NUMBER
000760             FILE STATUS IS WS-SRETLOG-STATUS.
000770*
000780     SELECT  INVCTL-FILE    ASSIGN TO INVCTL
000790             ORGANIZATION IS INDEXED
000800             ACCESS MODE IS RANDOM
000810             RECORD KEY IS ICR-CONTROL-KEY
000820             FILE STATUS IS WS-INVCTL-STATUS.
000830*
000840     SELECT  JOURNAL-FILE   ASSIGN TO GLJOUT
000850             ORGANIZATION IS LINE SEQUENTIAL
000860             FILE STATUS IS WS-JOURNAL-STATUS.
000870*
000880     SELECT  GLSENT-FILE    ASSIGN TO GLSENT
000890             ORGANIZATION IS INDEXED
000900             ACCESS MODE IS RANDOM
000910             RECORD KEY IS GLS-BATCH-KEY
000920             FILE STATUS IS WS-GLSENT-STATUS.
000930*
000940     SELECT  GLAMAP-FILE    ASSIGN TO GLAMAP
000950             ORGANIZATION IS INDEXED
000960             ACCESS MODE IS RANDOM
000970             RECORD KEY IS GA-RECORD-KEY
000980             FILE STATUS IS WS-GLAMAP-STATUS.
000990*
001000     SELECT  PAYMENT-REGISTER ASSIGN TO RPTOUT
001010             ORGANIZATION IS LINE SEQUENTIAL
001020             FILE STATUS IS WS-REPORT-STATUS.
001030*
001040     SELECT  REMITTANCE-FILE ASSIGN TO REMITOUT
001050             ORGANIZATION IS LINE SEQUENTIAL
001060             FILE STATUS IS WS-REMIT-STATUS.
001070*
001080 DATA DIVISION.
001090*
001100 FILE SECTION.
001110*
001120 FD  PARM-FILE
001130     LABEL RECORDS ARE STANDARD.
001140*
001150 01  PARM-RECORD.
001160     05  PA-PAY-THROUGH-DATE          PIC 9(08).
001170     05  FILLER                       PIC X(72).
001180*
001190 FD  APOPEN-FILE
001200     LABEL RECORDS ARE STANDARD.
001210*
001220     COPY APOPEN.
001230*
001240 FD  SUPMAS-FILE
001250     LABEL RECORDS ARE STANDARD.
001260*
001270     COPY SUPMAS.
001280*
001290 FD  SRETLOG-FILE
001300     LABEL RECORDS ARE STANDARD.
001310*
001320     COPY SRETLOG.
001330*
001340 FD  INVCTL-FILE
001350     LABEL RECORDS ARE STANDARD.
001360*
001370     COPY INVCTL.
001380*
001390 FD  JOURNAL-FILE
001400     LABEL RECORDS ARE STANDARD.
001410*
001420     COPY GLJOUT.
001430*
001440 FD  GLSENT-FILE
001450     LABEL RECORDS ARE STANDARD.
001460*
001470     COPY GLSENT.
001480*
001490 FD  GLAMAP-FILE
001500     LABEL RECORDS ARE STANDARD.
001510*
001520     COPY GLAMAP.
001530*
001540 FD  PAYMENT-REGISTER
001550     LABEL RECORDS ARE OMITTED.
001560*
001570 01  REPORT-LINE                      PIC X(132).
001580*
001590 FD  REMITTANCE-FILE
001600     LABEL RECORDS ARE OMITTED.
001610*
001620 01  REMIT-LINE                       PIC X(132).
001630*
001640 WORKING-STORAGE SECTION.
001650*
001660     COPY RUNLOG.
001661*
001662     COPY PREDPARM.
001670*
001680 01  RUN-TIMING-FIELDS.
001690     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001700*
001710 01  SWITCHES.
001720*
001730     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001740         88  WS-ABORT                             VALUE 'Y'.
001750     05  WS-PARM-OPEN-SW              PIC X(01)   VALUE 'N'.
001760         88  WS-PARM-OPEN                         VALUE 'Y'.
001770     05  WS-APOPEN-OPEN-SW            PIC X(01)   VALUE 'N'.
001780         88  WS-APOPEN-OPEN                       VALUE 'Y'.
001790     05  WS-SUPMAS-OPEN-SW            PIC X(01)   VALUE 'N'.
001800         88  WS-SUPMAS-OPEN                       VALUE 'Y'.
001810     05  WS-SRETLOG-OPEN-SW           PIC X(01)   VALUE 'N'.
001820         88  WS-SRETLOG-OPEN                      VALUE 'Y'.
001830     05  WS-INVCTL-OPEN-SW            PIC X(01)   VALUE 'N'.
001840         88  WS-INVCTL-OPEN                       VALUE 'Y'.
001850     05  WS-JOURNAL-OPEN-SW           PIC X(01)   VALUE 'N'.
001860         88  WS-JOURNAL-OPEN                      VALUE 'Y'.
001870     05  WS-GLSENT-OPEN-SW            PIC X(01)   VALUE 'N'.
001880         88  WS-GLSENT-OPEN                       VALUE 'Y'.
001890     05  WS-GLAMAP-OPEN-SW            PIC X(01)   VALUE 'N'.
001900         88  WS-GLAMAP-OPEN                       VALUE 'Y'.
001910     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001920         88  WS-REPORT-OPEN                       VALUE 'Y'.
001930     05  WS-REMIT-OPEN-SW             PIC X(01)   VALUE 'N'.
001940         88  WS-REMIT-OPEN                        VALUE 'Y'.
001950     05  WS-APOPEN-EOF-SW             PIC X(01)   VALUE 'N'.
001960         88  WS-APOPEN-EOF                        VALUE 'Y'.
001970     05  WS-SRETLOG-EOF-SW            PIC X(01)   VALUE 'N'.
001980         88  WS-SRETLOG-EOF                       VALUE 'Y'.
001990     05  WS-SUPPLIER-STATE-SW         PIC X(01)   VALUE SPACE.
002000         88  WS-SUPPLIER-PAYABLE                  VALUE 'A'.
002010         88  WS-SUPPLIER-ARCHIVED                 VALUE 'X'.
002020         88  WS-SUPPLIER-MISSING                  VALUE 'M'.
002030     05  WS-PAYMENT-STARTED-SW        PIC X(01)   VALUE 'N'.
002040         88  WS-PAYMENT-STARTED                   VALUE 'Y'.
002050     05  WS-VOUCHER-DUE-SW            PIC X(01)   VALUE 'N'.
002060         88  WS-VOUCHER-DUE                       VALUE 'Y'.
002070     05  WS-DISCOUNT-OPEN-SW          PIC X(01)   VALUE 'N'.
002080         88  WS-DISCOUNT-OPEN                     VALUE 'Y'.
002090*
002100 01  FILE-STATUS-FIELDS.
002110*
002120     05  WS-PARM-STATUS               PIC X(02)   VALUE '00'.
002130     05  WS-APOPEN-STATUS             PIC X(02)   VALUE '00'.
002140     05  WS-SUPMAS-STATUS             PIC X(02)   VALUE '00'.
002150     05  WS-SRETLOG-STATUS            PIC X(02)   VALUE '00'.
002160     05  WS-INVCTL-STATUS             PIC X(02)   VALUE '00'.
002170     05  WS-JOURNAL-STATUS            PIC X(02)   VALUE '00'.
002180     05  WS-GLSENT-STATUS             PIC X(02)   VALUE '00'.
002190     05  WS-GLAMAP-STATUS             PIC X(02)   VALUE '00'.
002200     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
002210     05  WS-REMIT-STATUS              PIC X(02)   VALUE '00'.
002220*
002230******************************************************************
002240*   LEDGER ACCOUNTS -- READ FROM THE GLAMAP MAPPING FILE AT      *
002250*   RUN TIME (SOURCE 'APPAY'), AS IN GLJRNL.                     *
002260******************************************************************
002270 01  LEDGER-ACCOUNTS.
002280*
002290     05  WS-ACCT-PAYABLE              PIC X(08) VALUE SPACE.
002300     05  WS-ACCT-CASH                 PIC X(08) VALUE SPACE.
002310     05  WS-ACCT-DISCOUNT             PIC X(08) VALUE SPACE.
002320     05  WS-ACCT-RETURN-CREDIT        PIC X(08) VALUE SPACE.
002330*
002340 01  WORK-FIELDS.
002350*
002360     05  WS-VOUCHER-READ-COUNT  PIC S9(05) COMP-3 VALUE ZERO.
002370     05  WS-VOUCHER-PAID-COUNT  PIC S9(05) COMP-3 VALUE ZERO.
002380     05  WS-HELD-SKIP-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
002390     05  WS-ARCHIVED-SKIP-COUNT PIC S9(05) COMP-3 VALUE ZERO.
002400     05  WS-MISSING-SKIP-COUNT  PIC S9(05) COMP-3 VALUE ZERO.
002410     05  WS-NOT-DUE-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
002420     05  WS-PAYMENT-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
002430     05  WS-NETTED-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
002440     05  WS-RUN-GROSS-TOTAL     PIC S9(09)V99 COMP-3 VALUE ZERO.
002450     05  WS-RUN-DISCOUNT-TOTAL  PIC S9(09)V99 COMP-3 VALUE ZERO.
002460     05  WS-RUN-CREDIT-TOTAL    PIC S9(09)V99 COMP-3 VALUE ZERO.
002470     05  WS-RUN-NET-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
002480     05  WS-SUP-GROSS           PIC S9(09)V99 COMP-3 VALUE ZERO.
002490     05  WS-SUP-DISCOUNT        PIC S9(09)V99 COMP-3 VALUE ZERO.
002500     05  WS-SUP-CREDIT          PIC S9(09)V99 COMP-3 VALUE ZERO.
002510     05  WS-SUP-NET             PIC S9(09)V99 COMP-3 VALUE ZERO.
002520     05  WS-VOUCHER-DISCOUNT    PIC S9(07)V99 COMP-3 VALUE ZERO.
002530     05  WS-VOUCHER-NET         PIC S9(07)V99 COMP-3 VALUE ZERO.
002540     05  WS-RUN-DAY-NUMBER      PIC S9(09) COMP-3 VALUE ZERO.
002550     05  WS-THRU-DAY-NUMBER     PIC S9(09) COMP-3 VALUE ZERO.
002560     05  WS-INV-DAY-NUMBER      PIC S9(09) COMP-3 VALUE ZERO.
002570     05  WS-NET-DUE-DAY         PIC S9(09) COMP-3 VALUE ZERO.
002580     05  WS-DISC-LAST-DAY       PIC S9(09) COMP-3 VALUE ZERO.
002590     05  WS-CR-SUB              PIC S9(03) COMP-3 VALUE ZERO.
002600     05  WS-CURRENT-SUPPLIER    PIC X(06)         VALUE SPACE.
002610     05  WS-PAYMENT-NUMBER      PIC 9(06)         VALUE ZERO.
002620     05  WS-TOTAL-DEBITS        PIC 9(13)V99      VALUE ZERO.
002630     05  WS-TOTAL-CREDITS       PIC 9(13)V99      VALUE ZERO.
002640     05  WS-GL-DETAIL-COUNT     PIC 9(07)         VALUE ZERO.
002650     05  WS-TODAY-DATE          PIC 9(08)         VALUE ZERO.
002660*
002670******************************************************************
002680*   SUPPLIER CREDITS STILL OUTSTANDING ON SRETLOG, LOADED ONCE   *
002690*   IN RETURN-NUMBER (OLDEST FIRST) ORDER.  A CREDIT THAT DOES   *
002700*   NOT FIT THE TABLE SIMPLY WAITS FOR NEXT WEEK'S RUN.          *
002710******************************************************************
002720 01  CREDIT-TABLE.
002730     05  CRT-COUNT              PIC S9(03) COMP-3 VALUE ZERO.
002740     05  CRT-ENTRY OCCURS 500 TIMES.
002750         10  CRT-RETURN-NUMBER  PIC 9(06).
002760         10  CRT-SUPPLIER-NUMBER
002770                                PIC X(06).
002780         10  CRT-CREDIT-AMOUNT  PIC S9(07)V99 COMP-3.
002790         10  CRT-NETTED-SW      PIC X(01).
002800             88  CRT-NETTED                 VALUE 'Y'.
002810*
002820 01  WS-RUN-DATE.
002830     05  WS-RUN-YYYY                  PIC 9(04).
002840     05  WS-RUN-MM                    PIC 9(02).
002850     05  WS-RUN-DD                    PIC 9(02).
002860*
002870 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
002880                                      PIC 9(08).
002890*
002900 01  WS-RUN-MDY.
002910     05  WS-RUN-MDY-MM                PIC 9(02).
002920     05  WS-RUN-MDY-DD                PIC 9(02).
002930     05  WS-RUN-MDY-YYYY              PIC 9(04).
002940*
002950 01  WS-RUN-MDY-N REDEFINES WS-RUN-MDY
002960                                      PIC 9(08).
002970*
002980 01  WS-YMD-DATE.
002990     05  WS-YMD-YYYY                  PIC 9(04).
003000     05  WS-YMD-MM                    PIC 9(02).
003010     05  WS-YMD-DD                    PIC 9(02).
003020*
003030 01  WS-YMD-DATE-N REDEFINES WS-YMD-DATE
003040                                      PIC 9(08).
003050*
003060 01  WS-MDY-DATE.
003070     05  WS-MDY-MM                    PIC 9(02).
003080     05  WS-MDY-DD                    PIC 9(02).
003090     05  WS-MDY-YYYY                  PIC 9(04).
003100*
003110 01  WS-MDY-DATE-N REDEFINES WS-MDY-DATE
003120                                      PIC 9(08).
003130*
003140 01  DAY-NUMBER-FIELDS.
003150     05  DN-YYYY                PIC S9(09) COMP-3.
003160     05  DN-MM                  PIC S9(09) COMP-3.
003170     05  DN-DD                  PIC S9(09) COMP-3.
003180     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
003190*
003200 01  HEADING-LINE-1.
003210*
003220     05  FILLER                       PIC X(01)   VALUE SPACE.
003230     05  FILLER                       PIC X(42)   VALUE
003240             'SUPPLIER PAYMENT REGISTER  RUN OF'.
003250     05  HL1-RUN-DATE                 PIC 9(08).
003260     05  FILLER                       PIC X(81)   VALUE SPACE.
003270*
003280 01  HEADING-LINE-2.
003290*
003300     05  FILLER                       PIC X(01)   VALUE SPACE.
003310     05  FILLER                       PIC X(25)   VALUE
003320             'PAYING VOUCHERS DUE BY..:'.
003330     05  HL2-PAY-THROUGH-DATE         PIC 9(08).
003340     05  FILLER                       PIC X(98)   VALUE SPACE.
003350*
003360 01  HEADING-LINE-3.
003370*
003380     05  FILLER                       PIC X(01)   VALUE SPACE.
003390     05  FILLER                       PIC X(46)   VALUE
003400             'SUPPL.  PAYMNT  VOUCHR  INVOICE NO  INV DATE'.
003410     05  FILLER                       PIC X(41)   VALUE
003420             '  GROSS AMOUNT    DISCOUNT       NET PAID'.
003430     05  FILLER                       PIC X(44)   VALUE SPACE.
003440*
003450 01  DETAIL-LINE.
003460*
003470     05  FILLER                       PIC X(01)   VALUE SPACE.
003480     05  DL-SUPPLIER-NUMBER           PIC X(06).
003490     05  FILLER                       PIC X(02)   VALUE SPACE.
003500     05  DL-PAYMENT-NUMBER            PIC ZZZZZ9.
003510     05  FILLER                       PIC X(02)   VALUE SPACE.
003520     05  DL-VOUCHER-NUMBER            PIC ZZZZZ9.
003530     05  FILLER                       PIC X(02)   VALUE SPACE.
003540     05  DL-INVOICE-NUMBER            PIC X(10).
003550     05  FILLER                       PIC X(02)   VALUE SPACE.
003560     05  DL-INVOICE-DATE              PIC 9(08).
003570     05  FILLER                       PIC X(02)   VALUE SPACE.
003580     05  DL-GROSS                     PIC ZZ,ZZZ,ZZ9.99-.
003590     05  FILLER                       PIC X(02)   VALUE SPACE.
003600     05  DL-DISCOUNT                  PIC ZZZ,ZZ9.99.
003610     05  FILLER                       PIC X(02)   VALUE SPACE.
003620     05  DL-NET                       PIC ZZ,ZZZ,ZZ9.99-.
003630     05  FILLER                       PIC X(43)   VALUE SPACE.
003640*
003650 01  CREDIT-LINE.
003660*
003670     05  FILLER                       PIC X(01)   VALUE SPACE.
003680     05  CL-SUPPLIER-NUMBER           PIC X(06).
003690     05  FILLER                       PIC X(02)   VALUE SPACE.
003700     05  CL-PAYMENT-NUMBER            PIC ZZZZZ9.
003710     05  FILLER                       PIC X(02)   VALUE SPACE.
003720     05  FILLER                       PIC X(14)   VALUE
003730             'RETURN CREDIT '.
003740     05  CL-RETURN-NUMBER             PIC ZZZZZ9.
003750     05  FILLER                       PIC X(38)   VALUE SPACE.
003760     05  CL-AMOUNT                    PIC ZZ,ZZZ,ZZ9.99-.
003770     05  FILLER                       PIC X(43)   VALUE SPACE.
003780*
003790 01  PAYMENT-TOTAL-LINE.
003800*
003810     05  FILLER                       PIC X(01)   VALUE SPACE.
003820     05  PT-SUPPLIER-NUMBER           PIC X(06).
003830     05  FILLER                       PIC X(02)   VALUE SPACE.
003840     05  PT-PAYMENT-NUMBER            PIC ZZZZZ9.
003850     05  FILLER                       PIC X(02)   VALUE SPACE.
003860     05  PT-SUPPLIER-NAME             PIC X(30).
003870     05  FILLER                       PIC X(14)   VALUE
003880             'PAYMENT TOTAL '.
003890     05  PT-GROSS                     PIC ZZ,ZZZ,ZZ9.99-.
003900     05  FILLER                       PIC X(02)   VALUE SPACE.
003910     05  PT-DISCOUNT                  PIC ZZZ,ZZ9.99.
003920     05  FILLER                       PIC X(02)   VALUE SPACE.
003930     05  PT-NET                       PIC ZZ,ZZZ,ZZ9.99-.
003940     05  FILLER                       PIC X(43)   VALUE SPACE.
003950*
003960 01  SUMMARY-LINE.
003970*
003980     05  FILLER                       PIC X(01)   VALUE SPACE.
003990     05  SUM-LABEL                    PIC X(25).
004000     05  SUM-COUNT                    PIC ZZZZ9.
004010     05  FILLER                       PIC X(04)   VALUE SPACE.
004020     05  SUM-AMOUNT                   PIC ZZZ,ZZZ,ZZ9.99
004030                                      BLANK WHEN ZERO.
004040     05  FILLER                       PIC X(83)   VALUE SPACE.
004050*
004060******************************************************************
004070*   REMITTANCE ADVICE LINES -- ONE ADVICE PER PAYMENT, SENT TO   *
004080*   THE SUPPLIER SO THEIR CASH CLERK CAN APPLY IT.               *
004090******************************************************************
004100 01  REMIT-HEADING-1.
004110*
004120     05  FILLER                       PIC X(01)   VALUE SPACE.
004130     05  FILLER                       PIC X(30)   VALUE
004140             'REMITTANCE ADVICE'.
004150     05  FILLER                       PIC X(13)   VALUE
004160             'PAYMENT NO.  '.
004170     05  RH1-PAYMENT-NUMBER           PIC 9(06).
004180     05  FILLER                       PIC X(08)   VALUE
004190             '  DATE  '.
004200     05  RH1-PAYMENT-DATE             PIC 99/99/9999.
004210     05  FILLER                       PIC X(64)   VALUE SPACE.
004220*
004230 01  REMIT-HEADING-2.
004240*
004250     05  FILLER                       PIC X(01)   VALUE SPACE.
004260     05  FILLER                       PIC X(13)   VALUE
004270             'SUPPLIER NO..'.
004280     05  RH2-SUPPLIER-NUMBER          PIC X(06).
004290     05  FILLER                       PIC X(04)   VALUE SPACE.
004300     05  RH2-SUPPLIER-NAME            PIC X(30).
004310     05  FILLER                       PIC X(78)   VALUE SPACE.
004320*
004330 01  REMIT-HEADING-3.
004340*
004350     05  FILLER                       PIC X(01)   VALUE SPACE.
004360     05  FILLER                       PIC X(23)   VALUE SPACE.
004370     05  RH3-ADDRESS                  PIC X(30).
004380     05  FILLER                       PIC X(78)   VALUE SPACE.
004390*
004400 01  REMIT-HEADING-4.
004410*
004420     05  FILLER                       PIC X(01)   VALUE SPACE.
004430     05  FILLER                       PIC X(23)   VALUE SPACE.
004440     05  RH4-CITY                     PIC X(20).
004450     05  FILLER                       PIC X(01)   VALUE SPACE.
004460     05  RH4-STATE                    PIC X(02).
004470     05  FILLER                       PIC X(01)   VALUE SPACE.
004480     05  RH4-ZIP-CODE                 PIC X(10).
004490     05  FILLER                       PIC X(74)   VALUE SPACE.
004500*
004510 01  REMIT-COLUMN-HEADING.
004520*
004530     05  FILLER                       PIC X(01)   VALUE SPACE.
004540     05  FILLER                       PIC X(40)   VALUE
004550             'YOUR INVOICE  INVOICE DATE        AMOUNT'.
004560     05  FILLER                       PIC X(32)   VALUE
004570             '    DISCOUNT        PAID'.
004580     05  FILLER                       PIC X(59)   VALUE SPACE.
004590*
004600 01  REMIT-DETAIL-LINE.
004610*
004620     05  FILLER                       PIC X(01)   VALUE SPACE.
004630     05  RD-INVOICE-NUMBER            PIC X(10).
004640     05  FILLER                       PIC X(04)   VALUE SPACE.
004650     05  RD-INVOICE-DATE              PIC 99/99/9999.
004660     05  FILLER                       PIC X(02)   VALUE SPACE.
004670     05  RD-GROSS                     PIC Z,ZZZ,ZZ9.99-.
004680     05  FILLER                       PIC X(02)   VALUE SPACE.
004690     05  RD-DISCOUNT                  PIC ZZZ,ZZ9.99.
004700     05  FILLER                       PIC X(01)   VALUE SPACE.
004710     05  RD-NET                       PIC Z,ZZZ,ZZ9.99-.
004720     05  FILLER                       PIC X(66)   VALUE SPACE.
004730*
004740 01  REMIT-CREDIT-LINE.
004750*
004760     05  FILLER                       PIC X(01)   VALUE SPACE.
004770     05  FILLER                       PIC X(28)   VALUE
004780             'LESS CREDIT FOR OUR RETURN  '.
004790     05  RC-RETURN-NUMBER             PIC 9(06).
004800     05  FILLER                       PIC X(18)   VALUE SPACE.
004810     05  RC-AMOUNT                    PIC Z,ZZZ,ZZ9.99-.
004820     05  FILLER                       PIC X(66)   VALUE SPACE.
004830*
004840 01  REMIT-TOTAL-LINE.
004850*
004860     05  FILLER                       PIC X(01)   VALUE SPACE.
004870     05  FILLER                       PIC X(52)   VALUE
004880             'TOTAL OF THIS PAYMENT'.
004890     05  RT-NET                       PIC Z,ZZZ,ZZ9.99-.
004900     05  FILLER                       PIC X(66)   VALUE SPACE.
004910*
004920 01  REMIT-SEPARATOR.
004930*
004940     05  FILLER                       PIC X(01)   VALUE SPACE.
004950     05  FILLER                       PIC X(70)   VALUE ALL '-'.
004960     05  FILLER                       PIC X(61)   VALUE SPACE.
004970*
004980 PROCEDURE DIVISION.
004990*
005000 0000-MAINLINE.
005010*
005020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005030     PERFORM 2000-PROCESS-VOUCHERS THRU 2000-EXIT.
005040     PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.
005050     PERFORM 3000-TERMINATE THRU 3000-EXIT.
005060*
005070     STOP RUN.
005080*
005090 1000-INITIALIZE.
005100*
005110     ACCEPT WS-START-TIME-RAW FROM TIME.
005111     MOVE 'APPAY   ' TO PC-PROGRAM.
005112     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
005113     IF PC-REFUSED
005114         MOVE PC-RETURN-CODE TO RETURN-CODE
005115         STOP RUN
005116     END-IF.
005120*
005130     OPEN INPUT  PARM-FILE.
005140     OPEN I-O    APOPEN-FILE.
005150     OPEN INPUT  SUPMAS-FILE.
005160     OPEN I-O    SRETLOG-FILE.
005170     OPEN I-O    INVCTL-FILE.
005180     OPEN OUTPUT JOURNAL-FILE.
005190     OPEN I-O    GLSENT-FILE.
005200     OPEN I-O    GLAMAP-FILE.
005210     OPEN OUTPUT PAYMENT-REGISTER.
005220     OPEN OUTPUT REMITTANCE-FILE.
005230*
005240     IF WS-PARM-STATUS = '00'
005250         MOVE 'Y' TO WS-PARM-OPEN-SW
005260     ELSE
005270         DISPLAY 'APPAY0001E PAYPARM FILE OPEN FAILED, STATUS='
005280             WS-PARM-STATUS
005290         MOVE 'Y' TO WS-ABORT-SW
005300     END-IF.
005310*
005320     IF WS-APOPEN-STATUS = '00'
005330         MOVE 'Y' TO WS-APOPEN-OPEN-SW
005340     ELSE
005350         DISPLAY 'APPAY0002E APOPEN FILE OPEN FAILED, STATUS='
005360             WS-APOPEN-STATUS
005370         MOVE 'Y' TO WS-ABORT-SW
005380     END-IF.
005390*
005400     IF WS-SUPMAS-STATUS = '00'
005410         MOVE 'Y' TO WS-SUPMAS-OPEN-SW
005420     ELSE
005430         DISPLAY 'APPAY0003E SUPMAS FILE OPEN FAILED, STATUS='
005440             WS-SUPMAS-STATUS
005450         MOVE 'Y' TO WS-ABORT-SW
005460     END-IF.
005470*
005480     IF WS-SRETLOG-STATUS = '00'
005490         MOVE 'Y' TO WS-SRETLOG-OPEN-SW
005500     ELSE
005510         DISPLAY 'APPAY0004E SRETLOG FILE OPEN FAILED, STATUS='
005520             WS-SRETLOG-STATUS
005530         MOVE 'Y' TO WS-ABORT-SW
005540     END-IF.
005550*
005560     IF WS-INVCTL-STATUS = '00'
005570         MOVE 'Y' TO WS-INVCTL-OPEN-SW
005580     ELSE
005590         DISPLAY 'APPAY0005E INVCTL FILE OPEN FAILED, STATUS='
005600             WS-INVCTL-STATUS
005610         MOVE 'Y' TO WS-ABORT-SW
005620     END-IF.
005630*
005640     IF WS-JOURNAL-STATUS = '00'
005650         MOVE 'Y' TO WS-JOURNAL-OPEN-SW
005660     ELSE
005670         DISPLAY 'APPAY0006E GLJOUT FILE OPEN FAILED, STATUS='
005680             WS-JOURNAL-STATUS
005690         MOVE 'Y' TO WS-ABORT-SW
005700     END-IF.
005710*
005720     IF WS-GLSENT-STATUS = '00'
005730         MOVE 'Y' TO WS-GLSENT-OPEN-SW
005740     ELSE
005750         DISPLAY 'APPAY0007E GLSENT FILE OPEN FAILED, STATUS='
005760             WS-GLSENT-STATUS
005770         MOVE 'Y' TO WS-ABORT-SW
005780     END-IF.
005790*
005800     IF WS-GLAMAP-STATUS = '00'
005810         MOVE 'Y' TO WS-GLAMAP-OPEN-SW
005820     ELSE
005830         DISPLAY 'APPAY0008E GLAMAP FILE OPEN FAILED, STATUS='
005840             WS-GLAMAP-STATUS
005850         MOVE 'Y' TO WS-ABORT-SW
005860     END-IF.
005870*
005880     IF WS-REPORT-STATUS = '00'
005890         MOVE 'Y' TO WS-REPORT-OPEN-SW
005900     ELSE
005910         DISPLAY 'APPAY0009E RPTOUT FILE OPEN FAILED, STATUS='
005920             WS-REPORT-STATUS
005930         MOVE 'Y' TO WS-ABORT-SW
005940     END-IF.
005950*
005960     IF WS-REMIT-STATUS = '00'
005970         MOVE 'Y' TO WS-REMIT-OPEN-SW
005980     ELSE
005990         DISPLAY 'APPAY0010E REMITOUT FILE OPEN FAILED, STATUS='
006000             WS-REMIT-STATUS
006010         MOVE 'Y' TO WS-ABORT-SW
006020     END-IF.
006030*
006040     IF NOT WS-ABORT
006050         READ PARM-FILE
006060             AT END
006070                 DISPLAY 'APPAY0011E PAYPARM CARD MISSING'
006080                 MOVE 'Y' TO WS-ABORT-SW
006090         END-READ
006100     END-IF.
006110*
006120     IF NOT WS-ABORT
006130         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006140         MOVE WS-RUN-MM   TO WS-RUN-MDY-MM
006150         MOVE WS-RUN-DD   TO WS-RUN-MDY-DD
006160         MOVE WS-RUN-YYYY TO WS-RUN-MDY-YYYY
006170         IF       PA-PAY-THROUGH-DATE NOT NUMERIC
006180               OR PA-PAY-THROUGH-DATE < WS-RUN-DATE-N
006190             DISPLAY 'APPAY0012E PAYPARM CARD INVALID: '
006200                 PARM-RECORD
006210             MOVE 'Y' TO WS-ABORT-SW
006220         END-IF
006230     END-IF.
006240*
006250     IF NOT WS-ABORT
006260         MOVE WS-RUN-YYYY TO DN-YYYY
006270         MOVE WS-RUN-MM   TO DN-MM
006280         MOVE WS-RUN-DD   TO DN-DD
006290         PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT
006300         MOVE DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER
006310         MOVE PA-PAY-THROUGH-DATE TO WS-YMD-DATE-N
006320         MOVE WS-YMD-YYYY TO DN-YYYY
006330         MOVE WS-YMD-MM   TO DN-MM
006340         MOVE WS-YMD-DD   TO DN-DD
006350         PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT
006360         MOVE DN-DAY-NUMBER TO WS-THRU-DAY-NUMBER
006370         MOVE WS-RUN-DATE-N       TO HL1-RUN-DATE
006380         MOVE PA-PAY-THROUGH-DATE TO HL2-PAY-THROUGH-DATE
006390         WRITE REPORT-LINE FROM HEADING-LINE-1
006400         WRITE REPORT-LINE FROM HEADING-LINE-2
006410         MOVE SPACE TO REPORT-LINE
006420         WRITE REPORT-LINE
006430         WRITE REPORT-LINE FROM HEADING-LINE-3
006440         PERFORM 1200-LOAD-LEDGER-ACCOUNTS THRU 1200-EXIT
006450     END-IF.
006460*
006470     IF NOT WS-ABORT
006480         PERFORM 1300-LOAD-SUPPLIER-CREDITS THRU 1300-EXIT
006490     END-IF.
006500*
006510     IF NOT WS-ABORT
006520         PERFORM 1400-POSITION-BY-SUPPLIER THRU 1400-EXIT
006530     END-IF.
006540*
006550     IF NOT WS-ABORT
006560         PERFORM 1100-WRITE-JOURNAL-HEADER THRU 1100-EXIT
006570     END-IF.
006580*
006590 1000-EXIT.
006600     EXIT.
006610*
006620 1100-WRITE-JOURNAL-HEADER.
006630*
006640     MOVE SPACE TO JOURNAL-RECORD.
006650     SET GLJ-HEADER TO TRUE.
006660     MOVE WS-RUN-DATE-N TO GLJ-JOURNAL-DATE.
006670     MOVE 'APPAY'       TO GLJ-SOURCE.
006680     MOVE ZERO TO GLJ-AMOUNT
006690                  GLJ-CONTROL-DEBITS
006700                  GLJ-CONTROL-CREDITS.
006710     WRITE JOURNAL-RECORD.
006720*
006730 1100-EXIT.
006740     EXIT.
006750*
006760******************************************************************
006770*   1200-LOAD-LEDGER-ACCOUNTS -- AS IN GLJRNL: ONE GLAMAP READ   *
006780*   PER ACCOUNT, STAMPED AS USED; A MISSING MAPPING STOPS THE    *
006790*   RUN BEFORE ANYTHING IS PAID.                                 *
006800******************************************************************
006810 1200-LOAD-LEDGER-ACCOUNTS.
006820*
006830     MOVE 'PAYABLE' TO GA-TRAN-TYPE.
006840     PERFORM 1250-FETCH-ONE-ACCOUNT THRU 1250-EXIT.
006850     MOVE GA-ACCOUNT-NUMBER TO WS-ACCT-PAYABLE.
006860*
006870     MOVE 'CASH' TO GA-TRAN-TYPE.
006880     PERFORM 1250-FETCH-ONE-ACCOUNT THRU 1250-EXIT.
006890     MOVE GA-ACCOUNT-NUMBER TO WS-ACCT-CASH.
006900*
006910     MOVE 'DISCOUNT' TO GA-TRAN-TYPE.
006920     PERFORM 1250-FETCH-ONE-ACCOUNT THRU 1250-EXIT.
006930     MOVE GA-ACCOUNT-NUMBER TO WS-ACCT-DISCOUNT.
006940*
006950     MOVE 'RETCRED' TO GA-TRAN-TYPE.
006960     PERFORM 1250-FETCH-ONE-ACCOUNT THRU 1250-EXIT.
006970     MOVE GA-ACCOUNT-NUMBER TO WS-ACCT-RETURN-CREDIT.
006980*
006990 1200-EXIT.
007000     EXIT.
007010*
007020 1250-FETCH-ONE-ACCOUNT.
007030*
007040     IF WS-ABORT
007050         GO TO 1250-EXIT
007060     END-IF.
007070*
007080     MOVE 'APPAY' TO GA-SOURCE.
007090     READ GLAMAP-FILE
007100         INVALID KEY
007110             DISPLAY 'APPAY0013E NO GLAMAP MAPPING FOR APPAY/'
007120                 GA-TRAN-TYPE ' - RUN STOPPED'
007130             MOVE 'Y' TO WS-ABORT-SW
007140             MOVE SPACE TO GA-ACCOUNT-NUMBER
007150         NOT INVALID KEY
007160             MOVE WS-RUN-DATE-N TO GA-LAST-USED-DATE
007170             REWRITE GL-ACCOUNT-MAP-RECORD
007180                 INVALID KEY
007190                     DISPLAY 'APPAY0014E GLAMAP REWRITE FAILED'
007200                     MOVE 'Y' TO WS-ABORT-SW
007210             END-REWRITE
007220     END-READ.
007230*
007240 1250-EXIT.
007250     EXIT.
007260*
007270 1300-LOAD-SUPPLIER-CREDITS.
007280*
007290     PERFORM 1310-LOAD-ONE-CREDIT THRU 1310-EXIT
007300         UNTIL WS-SRETLOG-EOF.
007310*
007320 1300-EXIT.
007330     EXIT.
007340*
007350 1310-LOAD-ONE-CREDIT.
007360*
007370     READ SRETLOG-FILE NEXT RECORD
007380         AT END
007390             MOVE 'Y' TO WS-SRETLOG-EOF-SW
007400     END-READ.
007410*
007420     IF WS-SRETLOG-EOF
007430         GO TO 1310-EXIT
007440     END-IF.
007450*
007460     IF NOT SR-CREDIT-OUTSTANDING
007470         GO TO 1310-EXIT
007480     END-IF.
007490*
007500     IF CRT-COUNT NOT < 500
007510         DISPLAY 'APPAY0015W CREDIT TABLE FULL - RETURN '
007520             SR-RETURN-NUMBER ' WAITS FOR THE NEXT RUN'
007530         MOVE 4 TO RETURN-CODE
007540         GO TO 1310-EXIT
007550     END-IF.
007560*
007570     ADD 1 TO CRT-COUNT.
007580     MOVE SR-RETURN-NUMBER   TO CRT-RETURN-NUMBER(CRT-COUNT).
007590     MOVE SR-SUPPLIER-NUMBER TO CRT-SUPPLIER-NUMBER(CRT-COUNT).
007600     MOVE SR-CREDIT-EXPECTED TO CRT-CREDIT-AMOUNT(CRT-COUNT).
007610     MOVE 'N'                TO CRT-NETTED-SW(CRT-COUNT).
007620*
007630 1310-EXIT.
007640     EXIT.
007650*
007660******************************************************************
007670*   1400-POSITION-BY-SUPPLIER -- START ON THE APSPATH KEY SO     *
007680*   THE READ NEXT LOOP SEES EACH SUPPLIER'S VOUCHERS TOGETHER.   *
007690******************************************************************
007700 1400-POSITION-BY-SUPPLIER.
007710*
007720     MOVE LOW-VALUE TO AP-SUPPLIER-INVOICE-KEY.
007730     START APOPEN-FILE
007740         KEY IS NOT LESS THAN AP-SUPPLIER-INVOICE-KEY
007750         INVALID KEY
007760             MOVE 'Y' TO WS-APOPEN-EOF-SW
007770     END-START.
007780*
007790 1400-EXIT.
007800     EXIT.
007810*
007820 1910-COMPUTE-DAY-NUMBER.
007830*
007840     IF DN-MM < 3
007850         ADD 12 TO DN-MM
007860         SUBTRACT 1 FROM DN-YYYY
007870     END-IF.
007880*
007890     COMPUTE DN-DAY-NUMBER =
007900           (365 * DN-YYYY)
007910         + (DN-YYYY / 4)
007920         - (DN-YYYY / 100)
007930         + (DN-YYYY / 400)
007940         + ((153 * DN-MM + 8) / 5)
007950         + DN-DD.
007960*
007970 1910-EXIT.
007980     EXIT.
007990*
008000 2000-PROCESS-VOUCHERS.
008010*
008020     IF WS-ABORT
008030         GO TO 2000-EXIT
008040     END-IF.
008050*
008060     PERFORM 2100-PROCESS-ONE-VOUCHER THRU 2100-EXIT
008070         UNTIL WS-APOPEN-EOF.
008080*
008090     IF WS-CURRENT-SUPPLIER NOT = SPACE
008100         PERFORM 2500-FINISH-SUPPLIER THRU 2500-EXIT
008110     END-IF.
008120*
008130 2000-EXIT.
008140     EXIT.
008150*
008160 2100-PROCESS-ONE-VOUCHER.
008170*
008180     READ APOPEN-FILE NEXT RECORD
008190         AT END
008200             MOVE 'Y' TO WS-APOPEN-EOF-SW
008210     END-READ.
008220*
008230     IF WS-APOPEN-EOF
008240         GO TO 2100-EXIT
008250     END-IF.
008260*
008270     ADD 1 TO WS-VOUCHER-READ-COUNT.
008280*
008290     IF AP-SUPPLIER-NUMBER NOT = WS-CURRENT-SUPPLIER
008300         IF WS-CURRENT-SUPPLIER NOT = SPACE
008310             PERFORM 2500-FINISH-SUPPLIER THRU 2500-EXIT
008320         END-IF
008330         PERFORM 2200-START-SUPPLIER THRU 2200-EXIT
008340     END-IF.
008350*
008360     IF WS-ABORT
008370         MOVE 'Y' TO WS-APOPEN-EOF-SW
008380         GO TO 2100-EXIT
008390     END-IF.
008400*
008410     IF AP-HELD
008420         ADD 1 TO WS-HELD-SKIP-COUNT
008430         GO TO 2100-EXIT
008440     END-IF.
008450*
008460     IF NOT AP-OPEN
008470         GO TO 2100-EXIT
008480     END-IF.
008490*
008500     IF WS-SUPPLIER-ARCHIVED
008510         ADD 1 TO WS-ARCHIVED-SKIP-COUNT
008520         GO TO 2100-EXIT
008530     END-IF.
008540*
008550     IF WS-SUPPLIER-MISSING
008560         ADD 1 TO WS-MISSING-SKIP-COUNT
008570         GO TO 2100-EXIT
008580     END-IF.
008590*
008600     PERFORM 2300-DATE-VOUCHER THRU 2300-EXIT.
008610     IF NOT WS-VOUCHER-DUE
008620         ADD 1 TO WS-NOT-DUE-COUNT
008630         GO TO 2100-EXIT
008640     END-IF.
008650*
008660     IF NOT WS-PAYMENT-STARTED
008670         PERFORM 2400-START-PAYMENT THRU 2400-EXIT
008680         IF WS-ABORT
008690             MOVE 'Y' TO WS-APOPEN-EOF-SW
008700             GO TO 2100-EXIT
008710         END-IF
008720     END-IF.
008730*
008740     PERFORM 2350-PAY-VOUCHER THRU 2350-EXIT.
008750*
008760 2100-EXIT.
008770     EXIT.
008780*
008790******************************************************************
008800*   2200-START-SUPPLIER -- A NEW SUPPLIER ON THE APSPATH WALK.   *
008810*   A SUPPLIER MISSING FROM SUPMAS IS REPORTED AND ITS           *
008820*   VOUCHERS LEFT OPEN FOR PURCHASING TO SORT OUT.               *
008830******************************************************************
008840 2200-START-SUPPLIER.
008850*
008860     MOVE AP-SUPPLIER-NUMBER TO WS-CURRENT-SUPPLIER.
008870     MOVE 'N'  TO WS-PAYMENT-STARTED-SW.
008880     MOVE ZERO TO WS-SUP-GROSS
008890                  WS-SUP-DISCOUNT
008900                  WS-SUP-CREDIT
008910                  WS-SUP-NET.
008920*
008930     MOVE AP-SUPPLIER-NUMBER TO SUP-SUPPLIER-NUMBER.
008940     READ SUPMAS-FILE
008950         INVALID KEY
008960             DISPLAY 'APPAY0016W SUPPLIER ' AP-SUPPLIER-NUMBER
008970                 ' NOT ON SUPMAS - VOUCHERS LEFT OPEN'
008980             MOVE 4 TO RETURN-CODE
008990             SET WS-SUPPLIER-MISSING TO TRUE
009000             MOVE SPACE TO SUP-SUPPLIER-NAME
009010         NOT INVALID KEY
009020             IF SUP-ARCHIVED
009030                 SET WS-SUPPLIER-ARCHIVED TO TRUE
009040             ELSE
009050                 SET WS-SUPPLIER-PAYABLE TO TRUE
009060             END-IF
009070     END-READ.
009080*
009090 2200-EXIT.
009100     EXIT.
009110*
009120******************************************************************
009130*   2300-DATE-VOUCHER -- THE VOUCHER IS DUE WHEN ITS NET DAYS    *
009140*   RUN OUT BY THE PAY-THROUGH DATE.  WHEN THE SUPPLIER GIVES    *
009150*   A DISCOUNT AND ITS LAST DAY IS NOT YET PAST, THE VOUCHER     *
009160*   IS ALSO DUE IF THAT LAST DAY FALLS BY THE PAY-THROUGH DATE,  *
009170*   SO THE DISCOUNT IS NEVER LOST BETWEEN TWO RUNS.              *
009180******************************************************************
009190 2300-DATE-VOUCHER.
009200*
009210     MOVE 'N' TO WS-VOUCHER-DUE-SW.
009220     MOVE 'N' TO WS-DISCOUNT-OPEN-SW.
009230*
009240     MOVE AP-INVOICE-DATE TO WS-YMD-DATE-N.
009250     MOVE WS-YMD-YYYY TO DN-YYYY.
009260     MOVE WS-YMD-MM   TO DN-MM.
009270     MOVE WS-YMD-DD   TO DN-DD.
009280     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
009290     MOVE DN-DAY-NUMBER TO WS-INV-DAY-NUMBER.
009300*
009310     COMPUTE WS-NET-DUE-DAY =
009320         WS-INV-DAY-NUMBER + SUP-NET-DAYS.
009330     COMPUTE WS-DISC-LAST-DAY =
009340         WS-INV-DAY-NUMBER + SUP-DISCOUNT-DAYS.
009350*
009360     IF       SUP-DISCOUNT-PCT > ZERO
009370          AND WS-DISC-LAST-DAY NOT < WS-RUN-DAY-NUMBER
009380         MOVE 'Y' TO WS-DISCOUNT-OPEN-SW
009390     END-IF.
009400*
009410     IF WS-NET-DUE-DAY NOT > WS-THRU-DAY-NUMBER
009420         MOVE 'Y' TO WS-VOUCHER-DUE-SW
009430     END-IF.
009440*
009450     IF       WS-DISCOUNT-OPEN
009460          AND WS-DISC-LAST-DAY NOT > WS-THRU-DAY-NUMBER
009470         MOVE 'Y' TO WS-VOUCHER-DUE-SW
009480     END-IF.
009490*
009500 2300-EXIT.
009510     EXIT.
009520*
009530******************************************************************
009540*   2350-PAY-VOUCHER -- TAKE THE DISCOUNT IF IT IS STILL OPEN,   *
009550*   MARK THE VOUCHER PAID UNDER THIS SUPPLIER'S PAYMENT, AND     *
009560*   LIST IT ON THE REGISTER AND THE REMITTANCE ADVICE.           *
009570******************************************************************
009580 2350-PAY-VOUCHER.
009590*
009600     IF WS-DISCOUNT-OPEN
009610         COMPUTE WS-VOUCHER-DISCOUNT ROUNDED =
009620             AP-VOUCHER-AMOUNT * SUP-DISCOUNT-PCT / 100
009630     ELSE
009640         MOVE ZERO TO WS-VOUCHER-DISCOUNT
009650     END-IF.
009660     COMPUTE WS-VOUCHER-NET =
009670         AP-VOUCHER-AMOUNT - WS-VOUCHER-DISCOUNT.
009680*
009690     SET AP-PAID TO TRUE.
009700     MOVE WS-PAYMENT-NUMBER   TO AP-PAYMENT-NUMBER.
009710     MOVE WS-RUN-DATE-N       TO AP-PAID-DATE.
009720     MOVE WS-VOUCHER-DISCOUNT TO AP-DISCOUNT-TAKEN.
009730     REWRITE OPEN-PAYABLE-RECORD
009740         INVALID KEY
009750             DISPLAY 'APPAY0017E APOPEN REWRITE FAILED, VOUCHER '
009760                 AP-VOUCHER-NUMBER
009770             MOVE 'Y' TO WS-ABORT-SW
009780             MOVE 'Y' TO WS-APOPEN-EOF-SW
009790             GO TO 2350-EXIT
009800     END-REWRITE.
009810*
009820     ADD 1 TO WS-VOUCHER-PAID-COUNT.
009830     ADD AP-VOUCHER-AMOUNT   TO WS-SUP-GROSS.
009840     ADD WS-VOUCHER-DISCOUNT TO WS-SUP-DISCOUNT.
009850*
009860     MOVE AP-SUPPLIER-NUMBER  TO DL-SUPPLIER-NUMBER.
009870     MOVE WS-PAYMENT-NUMBER   TO DL-PAYMENT-NUMBER.
009880     MOVE AP-VOUCHER-NUMBER   TO DL-VOUCHER-NUMBER.
009890     MOVE AP-INVOICE-NUMBER   TO DL-INVOICE-NUMBER.
009900     MOVE AP-INVOICE-DATE     TO DL-INVOICE-DATE.
009910     MOVE AP-VOUCHER-AMOUNT   TO DL-GROSS.
009920     MOVE WS-VOUCHER-DISCOUNT TO DL-DISCOUNT.
009930     MOVE WS-VOUCHER-NET      TO DL-NET.
009940     WRITE REPORT-LINE FROM DETAIL-LINE.
009950*
009960     MOVE AP-INVOICE-NUMBER   TO RD-INVOICE-NUMBER.
009970     MOVE AP-INVOICE-DATE     TO WS-YMD-DATE-N.
009980     MOVE WS-YMD-MM           TO WS-MDY-MM.
009990     MOVE WS-YMD-DD           TO WS-MDY-DD.
010000     MOVE WS-YMD-YYYY         TO WS-MDY-YYYY.
010010     MOVE WS-MDY-DATE-N       TO RD-INVOICE-DATE.
010020     MOVE AP-VOUCHER-AMOUNT   TO RD-GROSS.
010030     MOVE WS-VOUCHER-DISCOUNT TO RD-DISCOUNT.
010040     MOVE WS-VOUCHER-NET      TO RD-NET.
010050     WRITE REMIT-LINE FROM REMIT-DETAIL-LINE.
010060*
010070 2350-EXIT.
010080     EXIT.
010090*
010100******************************************************************
010110*   2400-START-PAYMENT -- FIRST VOUCHER PAID FOR THIS SUPPLIER:  *
010120*   DRAW THE PAYMENT NUMBER AND OPEN THE REMITTANCE ADVICE.      *
010130******************************************************************
010140 2400-START-PAYMENT.
010150*
010160     PERFORM 2450-GET-NEXT-PAYMENT-NUMBER THRU 2450-EXIT.
010170     IF WS-ABORT
010180         GO TO 2400-EXIT
010190     END-IF.
010200*
010210     MOVE 'Y' TO WS-PAYMENT-STARTED-SW.
010220*
010230     MOVE WS-PAYMENT-NUMBER   TO RH1-PAYMENT-NUMBER.
010240     MOVE WS-RUN-MDY-N        TO RH1-PAYMENT-DATE.
010250     WRITE REMIT-LINE FROM REMIT-HEADING-1.
010260     MOVE SUP-SUPPLIER-NUMBER TO RH2-SUPPLIER-NUMBER.
010270     MOVE SUP-SUPPLIER-NAME   TO RH2-SUPPLIER-NAME.
010280     WRITE REMIT-LINE FROM REMIT-HEADING-2.
010290     MOVE SUP-ADDRESS         TO RH3-ADDRESS.
010300     WRITE REMIT-LINE FROM REMIT-HEADING-3.
010310     MOVE SUP-CITY            TO RH4-CITY.
010320     MOVE SUP-STATE           TO RH4-STATE.
010330     MOVE SUP-ZIP-CODE        TO RH4-ZIP-CODE.
010340     WRITE REMIT-LINE FROM REMIT-HEADING-4.
010350     MOVE SPACE TO REMIT-LINE.
010360     WRITE REMIT-LINE.
010370     WRITE REMIT-LINE FROM REMIT-COLUMN-HEADING.
010380*
010390 2400-EXIT.
010400     EXIT.
010410*
010420******************************************************************
010430*   2450-GET-NEXT-PAYMENT-NUMBER -- THE SAME ROLLOVER RULES      *
010440*   GETINV APPLIES ONLINE, ON THE 'A' SERIES.                    *
010450******************************************************************
010460 2450-GET-NEXT-PAYMENT-NUMBER.
010470*
010480     MOVE 'A' TO ICR-CONTROL-KEY.
010490     READ INVCTL-FILE
010500         INVALID KEY
010510             DISPLAY 'APPAY0018E INVCTL SERIES A NOT FOUND'
010520             MOVE 'Y' TO WS-ABORT-SW
010530             GO TO 2450-EXIT
010540     END-READ.
010550*
010560     IF ICR-LAST-INVOICE-NUMBER NOT < ICR-RANGE-HIGH
010570         IF ICR-ROLLOVER-WRAP
010580             MOVE ICR-RANGE-LOW TO ICR-LAST-INVOICE-NUMBER
010590             MOVE 'Y' TO ICR-WRAPPED-SW
010600         ELSE
010610             DISPLAY 'APPAY0019E SERIES A EXHAUSTED -- EXTEND THE'
010620                 ' RANGE'
010630             MOVE 'Y' TO WS-ABORT-SW
010640             GO TO 2450-EXIT
010650         END-IF
010660     ELSE
010670         ADD 1 TO ICR-LAST-INVOICE-NUMBER
010680     END-IF.
010690*
010700     REWRITE INVOICE-CONTROL-RECORD
010710         INVALID KEY
010720             DISPLAY 'APPAY0020E INVCTL REWRITE FAILED'
010730             MOVE 'Y' TO WS-ABORT-SW
010740             GO TO 2450-EXIT
010750     END-REWRITE.
010760*
010770     MOVE ICR-LAST-INVOICE-NUMBER TO WS-PAYMENT-NUMBER.
010780*
010790 2450-EXIT.
010800     EXIT.
010810*
010820******************************************************************
010830*   2500-FINISH-SUPPLIER -- NET THE SUPPLIER'S OUTSTANDING       *
010840*   RETURN CREDITS AGAINST THE PAYMENT, CLOSE THE REMITTANCE     *
010850*   ADVICE, TOTAL THE REGISTER, AND JOURNAL THE PAYMENT.         *
010860******************************************************************
010870 2500-FINISH-SUPPLIER.
010880*
010890     IF NOT WS-PAYMENT-STARTED
010900         GO TO 2500-EXIT
010910     END-IF.
010920*
010930     COMPUTE WS-SUP-NET = WS-SUP-GROSS - WS-SUP-DISCOUNT.
010940*
010950     PERFORM 2510-NET-ONE-CREDIT THRU 2510-EXIT
010960         VARYING WS-CR-SUB FROM 1 BY 1
010970           UNTIL WS-CR-SUB > CRT-COUNT
010980              OR WS-ABORT.
010990*
011000     MOVE WS-SUP-NET TO RT-NET.
011010     WRITE REMIT-LINE FROM REMIT-TOTAL-LINE.
011020     WRITE REMIT-LINE FROM REMIT-SEPARATOR.
011030*
011040     MOVE WS-CURRENT-SUPPLIER TO PT-SUPPLIER-NUMBER.
011050     MOVE WS-PAYMENT-NUMBER   TO PT-PAYMENT-NUMBER.
011060     MOVE SUP-SUPPLIER-NAME   TO PT-SUPPLIER-NAME.
011070     MOVE WS-SUP-GROSS        TO PT-GROSS.
011080     MOVE WS-SUP-DISCOUNT     TO PT-DISCOUNT.
011090     MOVE WS-SUP-NET          TO PT-NET.
011100     WRITE REPORT-LINE FROM PAYMENT-TOTAL-LINE.
011110     MOVE SPACE TO REPORT-LINE.
011120     WRITE REPORT-LINE.
011130*
011140     PERFORM 2600-WRITE-JOURNAL-LINES THRU 2600-EXIT.
011150*
011160     ADD 1               TO WS-PAYMENT-COUNT.
011170     ADD WS-SUP-GROSS    TO WS-RUN-GROSS-TOTAL.
011180     ADD WS-SUP-DISCOUNT TO WS-RUN-DISCOUNT-TOTAL.
011190     ADD WS-SUP-CREDIT   TO WS-RUN-CREDIT-TOTAL.
011200     ADD WS-SUP-NET      TO WS-RUN-NET-TOTAL.
011210     MOVE 'N' TO WS-PAYMENT-STARTED-SW.
011220*
011230 2500-EXIT.
011240     EXIT.
011250*
011260******************************************************************
011270*   2510-NET-ONE-CREDIT -- A CREDIT FOR THIS SUPPLIER IS TAKEN   *
011280*   WHOLE IF WHAT IS LEFT OF THE PAYMENT COVERS IT.  THE         *
011290*   SRETLOG RECORD IS RE-READ SO A CREDIT MARKED RECEIVED ON     *
011300*   SRTENT1 SINCE THE TABLE WAS LOADED IS NOT TAKEN TWICE.       *
011310******************************************************************
011320 2510-NET-ONE-CREDIT.
011330*
011340     IF CRT-SUPPLIER-NUMBER(WS-CR-SUB) NOT = WS-CURRENT-SUPPLIER
011350         GO TO 2510-EXIT
011360     END-IF.
011370*
011380     IF       CRT-NETTED(WS-CR-SUB)
011390           OR CRT-CREDIT-AMOUNT(WS-CR-SUB) > WS-SUP-NET
011400         GO TO 2510-EXIT
011410     END-IF.
011420*
011430     MOVE CRT-RETURN-NUMBER(WS-CR-SUB) TO SR-RETURN-NUMBER.
011440     READ SRETLOG-FILE
011450         INVALID KEY
011460             GO TO 2510-EXIT
011470     END-READ.
011480*
011490     IF NOT SR-CREDIT-OUTSTANDING
011500         GO TO 2510-EXIT
011510     END-IF.
011520*
011530     SET SR-CREDIT-NETTED TO TRUE.
011540     MOVE WS-RUN-MDY-N      TO SR-CREDIT-RECEIVED-DATE.
011550     MOVE WS-PAYMENT-NUMBER TO SR-PAYMENT-NUMBER.
011560     REWRITE SUPPLIER-RETURN-RECORD
011570         INVALID KEY
011580             DISPLAY 'APPAY0021E SRETLOG REWRITE FAILED, RETURN '
011590                 SR-RETURN-NUMBER
011600             MOVE 'Y' TO WS-ABORT-SW
011610             GO TO 2510-EXIT
011620     END-REWRITE.
011630*
011640     MOVE 'Y' TO CRT-NETTED-SW(WS-CR-SUB).
011650     ADD 1 TO WS-NETTED-COUNT.
011660     SUBTRACT CRT-CREDIT-AMOUNT(WS-CR-SUB) FROM WS-SUP-NET.
011670     ADD CRT-CREDIT-AMOUNT(WS-CR-SUB) TO WS-SUP-CREDIT.
011680*
011690     MOVE WS-CURRENT-SUPPLIER TO CL-SUPPLIER-NUMBER.
011700     MOVE WS-PAYMENT-NUMBER   TO CL-PAYMENT-NUMBER.
011710     MOVE SR-RETURN-NUMBER    TO CL-RETURN-NUMBER.
011720     COMPUTE CL-AMOUNT = ZERO - CRT-CREDIT-AMOUNT(WS-CR-SUB).
011730     WRITE REPORT-LINE FROM CREDIT-LINE.
011740*
011750     MOVE SR-RETURN-NUMBER    TO RC-RETURN-NUMBER.
011760     COMPUTE RC-AMOUNT = ZERO - CRT-CREDIT-AMOUNT(WS-CR-SUB).
011770     WRITE REMIT-LINE FROM REMIT-CREDIT-LINE.
011780*
011790 2510-EXIT.
011800     EXIT.
011810*
011820******************************************************************
011830*   2600-WRITE-JOURNAL-LINES -- ONE BALANCED SET PER PAYMENT:    *
011840*   PAYABLES DEBITED FOR THE GROSS VOUCHERS; CASH, DISCOUNTS     *
011850*   TAKEN, AND RETURN CREDITS NETTED CREDITED.  A ZERO SIDE      *
011860*   (NO DISCOUNT, NO CREDIT, OR A PAYMENT THE CREDITS COVERED    *
011870*   IN FULL) WRITES NO LINE.                                     *
011880******************************************************************
011890 2600-WRITE-JOURNAL-LINES.
011900*
011910     MOVE SPACE TO JOURNAL-RECORD.
011920     SET GLJ-DETAIL TO TRUE.
011930     MOVE WS-RUN-DATE-N     TO GLJ-JOURNAL-DATE.
011940     MOVE 'APPAY'           TO GLJ-SOURCE.
011950     MOVE WS-PAYMENT-NUMBER TO GLJ-REFERENCE.
011960     MOVE ZERO TO GLJ-CONTROL-DEBITS
011970                  GLJ-CONTROL-CREDITS.
011980*
011990     MOVE WS-ACCT-PAYABLE TO GLJ-ACCOUNT-NUMBER.
012000     MOVE 'D' TO GLJ-DEBIT-CREDIT.
012010     MOVE WS-SUP-GROSS TO GLJ-AMOUNT.
012020     ADD GLJ-AMOUNT TO WS-TOTAL-DEBITS.
012030     ADD 1 TO WS-GL-DETAIL-COUNT.
012040     WRITE JOURNAL-RECORD.
012050*
012060     IF WS-SUP-NET > ZERO
012070         MOVE WS-ACCT-CASH TO GLJ-ACCOUNT-NUMBER
012080         MOVE 'C' TO GLJ-DEBIT-CREDIT
012090         MOVE WS-SUP-NET TO GLJ-AMOUNT
012100         ADD GLJ-AMOUNT TO WS-TOTAL-CREDITS
012110         ADD 1 TO WS-GL-DETAIL-COUNT
012120         WRITE JOURNAL-RECORD
012130     END-IF.
012140*
012150     IF WS-SUP-DISCOUNT > ZERO
012160         MOVE WS-ACCT-DISCOUNT TO GLJ-ACCOUNT-NUMBER
012170         MOVE 'C' TO GLJ-DEBIT-CREDIT
012180         MOVE WS-SUP-DISCOUNT TO GLJ-AMOUNT
012190         ADD GLJ-AMOUNT TO WS-TOTAL-CREDITS
012200         ADD 1 TO WS-GL-DETAIL-COUNT
012210         WRITE JOURNAL-RECORD
012220     END-IF.
012230*
012240     IF WS-SUP-CREDIT > ZERO
012250         MOVE WS-ACCT-RETURN-CREDIT TO GLJ-ACCOUNT-NUMBER
012260         MOVE 'C' TO GLJ-DEBIT-CREDIT
012270         MOVE WS-SUP-CREDIT TO GLJ-AMOUNT
012280         ADD GLJ-AMOUNT TO WS-TOTAL-CREDITS
012290         ADD 1 TO WS-GL-DETAIL-COUNT
012300         WRITE JOURNAL-RECORD
012310     END-IF.
012320*
012330 2600-EXIT.
012340     EXIT.
012350*
012360 2900-WRITE-TRAILER.
012370*
012380     IF WS-ABORT
012390         GO TO 2900-EXIT
012400     END-IF.
012410*
012420     MOVE SPACE TO JOURNAL-RECORD.
012430     SET GLJ-TRAILER TO TRUE.
012440     MOVE WS-RUN-DATE-N    TO GLJ-JOURNAL-DATE.
012450     MOVE 'APPAY'          TO GLJ-SOURCE.
012460     MOVE ZERO             TO GLJ-AMOUNT.
012470     MOVE WS-TOTAL-DEBITS  TO GLJ-CONTROL-DEBITS.
012480     MOVE WS-TOTAL-CREDITS TO GLJ-CONTROL-CREDITS.
012490     WRITE JOURNAL-RECORD.
012500*
012510     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
012520         DISPLAY 'APPAY0022E BATCH OUT OF BALANCE - DO NOT SEND'
012530         MOVE 8 TO RETURN-CODE
012540     ELSE
012550         PERFORM 2950-RECORD-BATCH-SENT THRU 2950-EXIT
012560     END-IF.
012570*
012580 2900-EXIT.
012590     EXIT.
012600*
012610******************************************************************
012620*   2950-RECORD-BATCH-SENT -- ONE GLSENT LEDGER RECORD PER       *
012630*   BALANCED BATCH, AS IN WRTOFF, SO GLACKM CAN MATCH THE GL     *
012640*   SIDE'S ACKNOWLEDGMENT.                                       *
012650******************************************************************
012660 2950-RECORD-BATCH-SENT.
012670*
012680     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
012690     MOVE WS-RUN-DATE-N      TO GLS-JOURNAL-DATE.
012700     MOVE 'APPAY'            TO GLS-SOURCE.
012710     MOVE WS-TOTAL-DEBITS    TO GLS-CONTROL-DEBITS.
012720     MOVE WS-TOTAL-CREDITS   TO GLS-CONTROL-CREDITS.
012730     MOVE WS-GL-DETAIL-COUNT TO GLS-DETAIL-COUNT.
012740     MOVE WS-TODAY-DATE      TO GLS-SENT-DATE.
012750     MOVE 'S'                TO GLS-STATUS-CODE.
012760     MOVE ZERO               TO GLS-ACK-DATE.
012770*
012780     WRITE GL-SENT-RECORD
012790         INVALID KEY
012800             REWRITE GL-SENT-RECORD
012810                 INVALID KEY
012820                     DISPLAY 'APPAY0023E GLSENT WRITE FAILED'
012830                     MOVE 8 TO RETURN-CODE
012840             END-REWRITE
012850     END-WRITE.
012860*
012870 2950-EXIT.
012880     EXIT.
012890*
012900 3000-TERMINATE.
012910*
012920     IF WS-ABORT
012930         MOVE 8 TO RETURN-CODE
012940         GO TO 3000-LOG-RUN
012950     END-IF.
012960*
012970     MOVE SPACE TO REPORT-LINE.
012980     WRITE REPORT-LINE.
012990     MOVE 'VOUCHERS READ...........:' TO SUM-LABEL.
013000     MOVE WS-VOUCHER-READ-COUNT        TO SUM-COUNT.
013010     MOVE ZERO                         TO SUM-AMOUNT.
013020     WRITE REPORT-LINE FROM SUMMARY-LINE.
013030     MOVE 'HELD VOUCHERS SKIPPED...:' TO SUM-LABEL.
013040     MOVE WS-HELD-SKIP-COUNT           TO SUM-COUNT.
013050     WRITE REPORT-LINE FROM SUMMARY-LINE.
013060     MOVE 'ARCHIVED SUPPL. SKIPPED.:' TO SUM-LABEL.
013070     MOVE WS-ARCHIVED-SKIP-COUNT       TO SUM-COUNT.
013080     WRITE REPORT-LINE FROM SUMMARY-LINE.
013090     MOVE 'SUPPLIER NOT ON SUPMAS..:' TO SUM-LABEL.
013100     MOVE WS-MISSING-SKIP-COUNT        TO SUM-COUNT.
013110     WRITE REPORT-LINE FROM SUMMARY-LINE.
013120     MOVE 'OPEN, NOT YET DUE.......:' TO SUM-LABEL.
013130     MOVE WS-NOT-DUE-COUNT             TO SUM-COUNT.
013140     WRITE REPORT-LINE FROM SUMMARY-LINE.
013150     MOVE 'VOUCHERS PAID...........:' TO SUM-LABEL.
013160     MOVE WS-VOUCHER-PAID-COUNT        TO SUM-COUNT.
013170     MOVE WS-RUN-GROSS-TOTAL           TO SUM-AMOUNT.
013180     WRITE REPORT-LINE FROM SUMMARY-LINE.
013190     MOVE 'DISCOUNTS TAKEN.........:' TO SUM-LABEL.
013200     MOVE ZERO                         TO SUM-COUNT.
013210     MOVE WS-RUN-DISCOUNT-TOTAL        TO SUM-AMOUNT.
013220     WRITE REPORT-LINE FROM SUMMARY-LINE.
013230     MOVE 'RETURN CREDITS NETTED...:' TO SUM-LABEL.
013240     MOVE WS-NETTED-COUNT              TO SUM-COUNT.
013250     MOVE WS-RUN-CREDIT-TOTAL          TO SUM-AMOUNT.
013260     WRITE REPORT-LINE FROM SUMMARY-LINE.
013270     MOVE 'PAYMENTS ISSUED.........:' TO SUM-LABEL.
013280     MOVE WS-PAYMENT-COUNT             TO SUM-COUNT.
013290     MOVE WS-RUN-NET-TOTAL             TO SUM-AMOUNT.
013300     WRITE REPORT-LINE FROM SUMMARY-LINE.
013310*
013320 3000-LOG-RUN.
013330*
013340     MOVE 'APPAY   ' TO RL-PROGRAM.
013350     MOVE 'WEEKLY  ' TO RL-JOB-NAME.
013360     MOVE 'APPAY   ' TO RL-STEP-NAME.
013370     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
013380     MOVE WS-VOUCHER-READ-COUNT TO RL-RECORDS-READ.
013390     MOVE WS-VOUCHER-PAID-COUNT TO RL-RECORDS-WRITTEN.
013400     COMPUTE RL-RECORDS-REJECTED =
013410         WS-HELD-SKIP-COUNT + WS-ARCHIVED-SKIP-COUNT
013420                            + WS-MISSING-SKIP-COUNT.
013430     MOVE RETURN-CODE           TO RL-COMPLETION-CODE.
013440     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
013450*
013460     IF WS-PARM-OPEN
013470         CLOSE PARM-FILE
013480     END-IF.
013490     IF WS-APOPEN-OPEN
013500         CLOSE APOPEN-FILE
013510     END-IF.
013520     IF WS-SUPMAS-OPEN
013530         CLOSE SUPMAS-FILE
013540     END-IF.
013550     IF WS-SRETLOG-OPEN
013560         CLOSE SRETLOG-FILE
013570     END-IF.
013580     IF WS-INVCTL-OPEN
013590         CLOSE INVCTL-FILE
013600     END-IF.
013610     IF WS-JOURNAL-OPEN
013620         CLOSE JOURNAL-FILE
013630     END-IF.
013640     IF WS-GLSENT-OPEN
013650         CLOSE GLSENT-FILE
013660     END-IF.
013670     IF WS-GLAMAP-OPEN
013680         CLOSE GLAMAP-FILE
013690     END-IF.
013700     IF WS-REPORT-OPEN
013710         CLOSE PAYMENT-REGISTER
013720     END-IF.
013730     IF WS-REMIT-OPEN
013740         CLOSE REMITTANCE-FILE
013750     END-IF.
013760*
013770 3000-EXIT.
013780     EXIT.
