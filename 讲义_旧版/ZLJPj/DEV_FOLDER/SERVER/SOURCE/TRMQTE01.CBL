000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    TRMQTE01.
000040 AUTHOR.        SERVER MAINTENANCE GROUP.
000050 INSTALLATION.  HISOFT SERVER DEVELOPMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   TRMQTE01 -- LEASE EARLY-TERMINATION QUOTES AND APPROVALS.    *
000110*   READS THE DAY'S TERMINATION REQUESTS (TRMREQ), ONE PER       *
000120*   CONTRACT PER RUN:                                            *
000130*     'Q' -- QUOTE: THE SETTLEMENT AS OF THE REQUESTED           *
000140*            TERMINATION DATE, FROM THE CONTRACT (CNTMST, THE    *
000150*            CONTRACT-CONTENTS LAYOUT D463KYR SNAPSHOTS) AND     *
000160*            ITS UNRELEASED INSTALMENTS ON THE PAYMENT MASTER    *
000170*            (GAFOLD, CNTNUM/RELEAS = THE TEN-BYTE CONTRACT      *
000180*            NUMBER):                                            *
000190*              REMAINING UNPAID  -- EVERY UNRELEASED ROW;        *
000200*              INTEREST REBATE   -- EACH ROW DUE AFTER THE       *
000210*                 TERMINATION DATE LESS ITS VALUE DISCOUNTED     *
000220*                 BACK MONTHLY, WHOLE MONTHS ROUNDED UP, AT THE  *
000230*                 RATE SHEET'S DSCRAT (ZERO: CONTRACT YIELD);    *
000240*              TERMINATION FEE   -- FEERAT PERCENT OF THAT       *
000250*                 DISCOUNTED VALUE, AT LEAST MINFEE;             *
000260*              SETTLEMENT        -- UNPAID - REBATE + FEE.       *
000270*            THE RATE SHEET (TRMRAT, CPM_TRMRAT) ROW IS THE ONE  *
000280*            FOR THE CONTRACT CLASS (OR '*') AND THE MONTHS LEFT *
000290*            TO THE CONTRACT END, LATEST EFFDAY NOT AFTER THE    *
000300*            RUN DATE.  THE QUOTE IS WRITTEN TO THE TERMINATION  *
000310*            HISTORY (KYRHST, D463KYR) AS THE CONTRACT'S         *
000320*            CONTENTS WITH THE NEXT QUOTE NUMBER (BRANCH 0), THE *
000330*            CONTRACT'S NEXT APPLICATION SERIAL, THE TERMINATION *
000340*            DATE AND REASON, APPLIED FLAG '1', AND THE AMOUNTS  *
000350*            (UNPAID AS THE PRINCIPAL, REBATE AS THE ADJUSTMENT, *
000360*            FEE AS THE SUNDRY CHARGE, SETTLEMENT AS THE BUYOUT  *
000370*            AMOUNT).  A QUOTE LETTER IS PRINTED FOR THE LESSEE. *
000380*     'A' -- APPROVAL OF A QUOTE BY NUMBER: A SECOND HISTORY     *
000390*            RECORD, THE QUOTE'S WITH BRANCH 1, TERMINATED FLAG  *
000400*            '1', THE APPROVAL AND EXECUTION DATES; THE          *
000410*            CONTRACT'S UNRELEASED PAYMENT ROWS ARE CANCELLED    *
000420*            (DROPPED FROM GAFNEW) AND ONE SETTLEMENT RECEIVABLE *
000430*            ROW (TRNTYP 'T') RAISED, DUE ON THE EXECUTION DATE, *
000440*            FOR THE QUOTED SETTLEMENT LESS ANY QUOTED ROW       *
000450*            RELEASED SINCE.                                     *
000460*   THE HISTORY IS READ ONCE FOR THE LAST QUOTE NUMBER AND THE   *
000470*   QUOTES ON FILE, THEN EXTENDED.  A REFUSED REQUEST IS LISTED  *
000480*   WITH ITS REASON AND ENDS THE RUN WITH CODE 4.  CONTROL CARD  *
000490*   (CTLDD) AS FOR GAFPAY01: RUN DATE IN COLUMNS 1-8, OPERATOR   *
000500*   IN 10-13.                                                    *
000510*                                                                *
000520*   MODIFICATION HISTORY.                                        *
000530*   10/15/2026  SMG  INITIAL VERSION.                            *
000540******************************************************************
000550*
000560 ENVIRONMENT DIVISION.
000570*
000580 CONFIGURATION SECTION.
000590*
000600 SOURCE-COMPUTER.  IBM-370.
000610 OBJECT-COMPUTER.  IBM-370.
000620*
000630 INPUT-OUTPUT SECTION.
000640*
000650 FILE-CONTROL.
000660*
000670     SELECT  CONTROL-FILE   ASSIGN TO CTLDD
000680             ORGANIZATION IS LINE SEQUENTIAL
000690             FILE STATUS IS WS-CONTROL-STATUS.
000700*
000710     SELECT  TRMREQ-FILE    ASSIGN TO TRMREQ
000720             ORGANIZATION IS LINE SEQUENTIAL
000730             FILE STATUS IS WS-TRMREQ-STATUS.
000740*
000750     SELECT  CNTMST-FILE    ASSIGN TO CNTMST
000760             ORGANIZATION IS SEQUENTIAL
000770             ACCESS MODE IS SEQUENTIAL
000780             FILE STATUS IS WS-CNTMST-STATUS.
000790*
000800     SELECT  TRMRAT-FILE    ASSIGN TO TRMRAT
000810             ORGANIZATION IS SEQUENTIAL
000820             ACCESS MODE IS SEQUENTIAL
000830             FILE STATUS IS WS-TRMRAT-STATUS.
000840*
000850     SELECT  KYRHST-FILE    ASSIGN TO KYRHST
000860             ORGANIZATION IS SEQUENTIAL
000870             ACCESS MODE IS SEQUENTIAL
000880             FILE STATUS IS WS-KYRHST-STATUS.
000890*
000900     SELECT  GAFOLD-FILE    ASSIGN TO GAFOLD
000910             ORGANIZATION IS SEQUENTIAL
000920             ACCESS MODE IS SEQUENTIAL
000930             FILE STATUS IS WS-GAFOLD-STATUS.
000940*
000950     SELECT  GAFNEW-FILE    ASSIGN TO GAFNEW
000960             ORGANIZATION IS SEQUENTIAL
000970             ACCESS MODE IS SEQUENTIAL
000980             FILE STATUS IS WS-GAFNEW-STATUS.
000990*
001000     SELECT  QUOTE-REPORT   ASSIGN TO RPTOUT
001010             ORGANIZATION IS LINE SEQUENTIAL
001020             FILE STATUS IS WS-REPORT-STATUS.
001030*
001040 DATA DIVISION.
001050*
001060 FILE SECTION.
001070*
001080 FD  CONTROL-FILE
001090     LABEL RECORDS ARE STANDARD.
001100*
001110 01  CONTROL-RECORD.
001120     05  CTL-PROC-DATE            PIC 9(08).
001130     05  FILLER                   PIC X(01).
001140     05  CTL-OPERATOR             PIC X(04).
001150     05  FILLER                   PIC X(67).
001160*
001170*    TERMINATION REQUEST CARD.  A QUOTE GIVES THE TERMINATION
001180*    DATE AND REASON CODE; AN APPROVAL THE QUOTE NUMBER, THE
001190*    APPROVAL DATE AND THE EXECUTION (SETTLEMENT) DATE.
001200 FD  TRMREQ-FILE
001210     LABEL RECORDS ARE STANDARD.
001220*
001230 01  TRMREQ-RECORD.
001240     05  TRQ-TYPE                 PIC X(01).
001250     05  FILLER                   PIC X(01).
001260     05  TRQ-CNTNUM               PIC X(10).
001270     05  FILLER                   PIC X(01).
001280     05  TRQ-TRMDAY               PIC X(08).
001290     05  FILLER                   PIC X(01).
001300     05  TRQ-REASON               PIC X(02).
001310     05  FILLER                   PIC X(01).
001320     05  TRQ-QUOTE-NO             PIC X(07).
001330     05  FILLER                   PIC X(01).
001340     05  TRQ-APRDAY               PIC X(08).
001350     05  FILLER                   PIC X(01).
001360     05  TRQ-EXEDAY               PIC X(08).
001370     05  FILLER                   PIC X(30).
001380*
001390 FD  CNTMST-FILE
001400     LABEL RECORDS ARE STANDARD.
001410*
001420 01  CNTMST-RECORD                PIC X(2034).
001430*
001440 FD  TRMRAT-FILE
001450     LABEL RECORDS ARE STANDARD.
001460*
001470 01  TRMRAT-RECORD.
001480     COPY CPM_TRMRAT REPLACING ==01== BY ==05==,
001490                               ==()== BY ==RAT-==.
001500*
001510 FD  KYRHST-FILE
001520     LABEL RECORDS ARE STANDARD.
001530*
001540 01  KYRHST-RECORD                PIC X(2034).
001550*
001560 FD  GAFOLD-FILE
001570     LABEL RECORDS ARE STANDARD.
001580*
001590 01  GAFOLD-RECORD.
001600     COPY PAY_GAFPAY REPLACING ==01== BY ==05==,
001610                               ==()== BY ==OLD-==.
001620*
001630 FD  GAFNEW-FILE
001640     LABEL RECORDS ARE STANDARD.
001650*
001660 01  GAFNEW-RECORD.
001670     COPY PAY_GAFPAY REPLACING ==01== BY ==05==,
001680                               ==()== BY ==NEW-==.
001690*
001700 FD  QUOTE-REPORT
001710     LABEL RECORDS ARE OMITTED.
001720*
001730 01  REPORT-LINE                  PIC X(132).
001740*
001750 WORKING-STORAGE SECTION.
001760*
001770 01  SWITCHES.
001780*
001790     05  WS-ABORT-SW              PIC X(01)   VALUE 'N'.
001800         88  WS-ABORT                         VALUE 'Y'.
001810     05  WS-TRMREQ-EOF-SW         PIC X(01)   VALUE 'N'.
001820         88  WS-TRMREQ-EOF                    VALUE 'Y'.
001830     05  WS-CNTMST-EOF-SW         PIC X(01)   VALUE 'N'.
001840         88  WS-CNTMST-EOF                    VALUE 'Y'.
001850     05  WS-TRMRAT-EOF-SW         PIC X(01)   VALUE 'N'.
001860         88  WS-TRMRAT-EOF                    VALUE 'Y'.
001870     05  WS-KYRHST-EOF-SW         PIC X(01)   VALUE 'N'.
001880         88  WS-KYRHST-EOF                    VALUE 'Y'.
001890     05  WS-GAFOLD-EOF-SW         PIC X(01)   VALUE 'N'.
001900         88  WS-GAFOLD-EOF                    VALUE 'Y'.
001910     05  WS-REQUEST-FOUND-SW      PIC X(01)   VALUE 'N'.
001920         88  WS-REQUEST-FOUND                 VALUE 'Y'.
001930     05  WS-DATE-OK-SW            PIC X(01)   VALUE 'Y'.
001940         88  WS-DATE-OK                       VALUE 'Y'.
001950*
001960 01  FILE-STATUS-FIELDS.
001970*
001980     05  WS-CONTROL-STATUS        PIC X(02)   VALUE '00'.
001990     05  WS-TRMREQ-STATUS         PIC X(02)   VALUE '00'.
002000     05  WS-CNTMST-STATUS         PIC X(02)   VALUE '00'.
002010     05  WS-TRMRAT-STATUS         PIC X(02)   VALUE '00'.
002020     05  WS-KYRHST-STATUS         PIC X(02)   VALUE '00'.
002030     05  WS-GAFOLD-STATUS         PIC X(02)   VALUE '00'.
002040     05  WS-GAFNEW-STATUS         PIC X(02)   VALUE '00'.
002050     05  WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
002060*
002070 01  WORK-FIELDS.
002080*
002090     05  WS-REQUEST-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
002100     05  WS-QUOTE-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
002110     05  WS-APPROVE-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
002120     05  WS-REJECT-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
002130     05  WS-CANCEL-COUNT    PIC S9(07) COMP-3 VALUE ZERO.
002140     05  WS-PROC-DATE             PIC 9(08)   VALUE ZERO.
002150     05  WS-RUN-TIME              PIC 9(08)   VALUE ZERO.
002160     05  WS-OPERATOR              PIC X(04)   VALUE SPACE.
002170     05  WS-HIGH-QUOTE-NO   PIC S9(07) COMP-3 VALUE ZERO.
002180     05  WS-REJECT-REASON         PIC X(44)   VALUE SPACE.
002190     05  WS-SEARCH-KEY            PIC X(10)   VALUE SPACE.
002200     05  WS-ROW-KEY.
002210         10  WS-ROW-CNTNUM        PIC X(09).
002220         10  WS-ROW-RELEAS        PIC X(01).
002230     05  WS-RECNUM-NUM            PIC 9(04)   VALUE ZERO.
002240     05  WS-QUOTE-NO-NUM          PIC 9(07)   VALUE ZERO.
002250     05  WS-MONTHS-LEFT     PIC S9(05) COMP-3 VALUE ZERO.
002260     05  WS-MONTHS-AHEAD    PIC S9(05) COMP-3 VALUE ZERO.
002270     05  WS-FROM-DATE             PIC 9(08)   VALUE ZERO.
002280     05  WS-TO-DATE               PIC 9(08)   VALUE ZERO.
002290     05  WS-CONTRACT-END          PIC X(08)   VALUE SPACE.
002300     05  WS-CONTRACT-CLASS        PIC X(01)   VALUE SPACE.
002310     05  WS-BEST-EFFDAY           PIC X(08)   VALUE SPACE.
002320     05  WS-MONTH-FACTOR    PIC S9(01)V9(12) COMP-3 VALUE ZERO.
002330     05  WS-DISCOUNT-FACTOR PIC S9(03)V9(12) COMP-3 VALUE ZERO.
002340     05  WS-ROW-PV          PIC S9(15)V9(04) COMP-3 VALUE ZERO.
002350     05  WS-PAID-SINCE      PIC S9(15) COMP-3 VALUE ZERO.
002360     05  WS-SETTLE-AMOUNT   PIC S9(15) COMP-3 VALUE ZERO.
002370     05  WS-AMOUNT-EDIT           PIC ---,---,---,---,--9.
002380     05  WS-RATE-EDIT             PIC Z9.9999.
002390     05  WS-COUNT-EDIT            PIC ZZZ9.
002400*
002410*    THE CONTRACT-CONTENTS / TERMINATION-HISTORY RECORD BEING
002420*    WORKED.
002430     COPY D463KYR.
002440*
002450******************************************************************
002460*   RATE TABLE -- THE RATE SHEET, LOADED AT START-UP.            *
002470******************************************************************
002480 01  RATE-TABLE-CONTROL.
002490     05  RT-MAX-ENTRIES     PIC S9(03) COMP-3 VALUE +300.
002500     05  RT-ENTRY-COUNT     PIC S9(03) COMP-3 VALUE ZERO.
002510     05  RT-SUB             PIC S9(03) COMP-3 VALUE ZERO.
002520*
002530 01  RATE-TABLE.
002540     05  RT-ENTRY OCCURS 300 TIMES.
002550         10  RT-CNTKBN            PIC X(01).
002560         10  RT-MTHFRM            PIC 9(03).
002570         10  RT-MTHTO             PIC 9(03).
002580         10  RT-DSCRAT      PIC S9(02)V9(08) COMP-3.
002590         10  RT-FEERAT      PIC S9(02)V9(08) COMP-3.
002600         10  RT-MINFEE      PIC S9(13) COMP-3.
002610         10  RT-EFFDAY            PIC X(08).
002620*
002630******************************************************************
002640*   REQUEST TABLE -- THE RUN'S REQUESTS, LOADED ONCE SO THE      *
002650*   CONTRACT FILE, HISTORY AND PAYMENT MASTER ARE EACH PASSED    *
002660*   ONCE.  RQ-IMAGE HOLDS THE CONTRACT (QUOTE) OR THE QUOTE ON   *
002670*   THE HISTORY (APPROVAL); THE REST IS WHAT THE PASSES FOUND.   *
002680******************************************************************
002690 01  REQUEST-TABLE-CONTROL.
002700     05  RQ-MAX-ENTRIES     PIC S9(03) COMP-3 VALUE +200.
002710     05  RQ-ENTRY-COUNT     PIC S9(03) COMP-3 VALUE ZERO.
002720     05  RQ-SUB             PIC S9(03) COMP-3 VALUE ZERO.
002730     05  RQ-FOUND-SUB       PIC S9(03) COMP-3 VALUE ZERO.
002740*
002750 01  REQUEST-TABLE.
002760     05  RQ-ENTRY OCCURS 200 TIMES.
002770         10  RQ-TYPE              PIC X(01).
002780         10  RQ-CNTNUM            PIC X(10).
002790         10  RQ-TRMDAY            PIC X(08).
002800         10  RQ-REASON            PIC X(02).
002810         10  RQ-QUOTE-NO    PIC S9(07) COMP-3.
002820         10  RQ-APRDAY            PIC X(08).
002830         10  RQ-EXEDAY            PIC X(08).
002840         10  RQ-REFUSAL           PIC X(44).
002850         10  RQ-IMAGE-SW          PIC X(01).
002860             88  RQ-IMAGE-FOUND               VALUE 'Y'.
002870         10  RQ-TERMINATED-SW     PIC X(01).
002880             88  RQ-TERMINATED                VALUE 'Y'.
002890         10  RQ-APPLICATIONS PIC S9(03) COMP-3.
002900         10  RQ-DSCRAT      PIC S9(02)V9(08) COMP-3.
002910         10  RQ-FEERAT      PIC S9(02)V9(08) COMP-3.
002920         10  RQ-MINFEE      PIC S9(13) COMP-3.
002930         10  RQ-UNPAID      PIC S9(15) COMP-3.
002940         10  RQ-UNPAID-ROWS PIC S9(05) COMP-3.
002950         10  RQ-FUTURE      PIC S9(15) COMP-3.
002960         10  RQ-FUTURE-PV   PIC S9(15)V9(04) COMP-3.
002970         10  RQ-REBATE      PIC S9(15) COMP-3.
002980         10  RQ-FEE         PIC S9(15) COMP-3.
002990         10  RQ-SETTLE      PIC S9(15) COMP-3.
003000         10  RQ-HIGH-RECNUM       PIC 9(04).
003010         10  RQ-DIVCOD            PIC X(04).
003020         10  RQ-PAYCLT            PIC X(08).
003030         10  RQ-CANCEL-ROWS PIC S9(05) COMP-3.
003040         10  RQ-CANCEL-AMT  PIC S9(15) COMP-3.
003050         10  RQ-IMAGE             PIC X(2034).
003060*
003070******************************************************************
003080*   DATE WORK FIELDS -- THE DATE EDIT AND MONTH LENGTH GAFCHG01  *
003090*   CARRIES.                                                     *
003100******************************************************************
003110 01  DATE-WORK-FIELDS.
003120     05  DW-DATE.
003130         10  DW-YYYY            PIC 9(04).
003140         10  DW-MM              PIC 9(02).
003150         10  DW-DD              PIC 9(02).
003160     05  DW-DATE-NUM REDEFINES DW-DATE
003170                                PIC 9(08).
003180     05  DW-MONTH-DAYS          PIC S9(03) COMP-3.
003190     05  DW-LEAP-WORK           PIC S9(09) COMP-3.
003200     05  DW-FROM-INDEX          PIC S9(07) COMP-3.
003210     05  DW-FROM-DD             PIC 9(02).
003220*
003230 01  HEADING-LINE-1.
003240*
003250     05  FILLER                   PIC X(01)   VALUE SPACE.
003260     05  FILLER                   PIC X(44)   VALUE
003270             'TRMQTE01 EARLY-TERMINATION QUOTES    RUN ON '.
003280     05  HL1-PROC-DATE            PIC 9(08).
003290     05  FILLER                   PIC X(12)   VALUE
003300             '  OPERATOR '.
003310     05  HL1-OPERATOR             PIC X(04).
003320     05  FILLER                   PIC X(63)   VALUE SPACE.
003330*
003340 01  RESULT-LINE.
003350*
003360     05  FILLER                   PIC X(01)   VALUE SPACE.
003370     05  FILLER                   PIC X(09)   VALUE 'CONTRACT '.
003380     05  RL-CNTNUM                PIC X(10).
003390     05  FILLER                   PIC X(02)   VALUE SPACE.
003400     05  RL-ACTION                PIC X(08).
003410     05  FILLER                   PIC X(02)   VALUE SPACE.
003420     05  RL-RESULT                PIC X(08).
003430     05  FILLER                   PIC X(02)   VALUE SPACE.
003440     05  RL-REASON                PIC X(44).
003450     05  FILLER                   PIC X(46)   VALUE SPACE.
003460*
003470 01  RULE-LINE.
003480*
003490     05  FILLER                   PIC X(05)   VALUE SPACE.
003500     05  FILLER                   PIC X(90)   VALUE ALL '='.
003510     05  FILLER                   PIC X(37)   VALUE SPACE.
003520*
003530 01  LETTER-TEXT-LINE.
003540*
003550     05  FILLER                   PIC X(05)   VALUE SPACE.
003560     05  LX-TEXT                  PIC X(90).
003570     05  FILLER                   PIC X(37)   VALUE SPACE.
003580*
003590 01  LETTER-AMOUNT-LINE.
003600*
003610     05  FILLER                   PIC X(09)   VALUE SPACE.
003620     05  LA-LABEL                 PIC X(52).
003630     05  LA-AMOUNT                PIC ---,---,---,---,--9.
003640     05  FILLER                   PIC X(52)   VALUE SPACE.
003650*
003660 01  SUMMARY-LINE-1.
003670*
003680     05  FILLER                   PIC X(01)   VALUE SPACE.
003690     05  FILLER                   PIC X(25)   VALUE
003700             'REQUESTS READ...........:'.
003710     05  SL1-REQUEST-COUNT        PIC ZZZZ9.
003720     05  FILLER                   PIC X(04)   VALUE SPACE.
003730     05  FILLER                   PIC X(25)   VALUE
003740             'QUOTED/APPROVED/REFUSED.:'.
003750     05  SL1-QUOTE-COUNT          PIC ZZZZ9.
003760     05  FILLER                   PIC X(01)   VALUE '/'.
003770     05  SL1-APPROVE-COUNT        PIC ZZZZ9.
003780     05  FILLER                   PIC X(01)   VALUE '/'.
003790     05  SL1-REJECT-COUNT         PIC ZZZZ9.
003800     05  FILLER                   PIC X(55)   VALUE SPACE.
003810*
003820 01  SUMMARY-LINE-2.
003830*
003840     05  FILLER                   PIC X(01)   VALUE SPACE.
003850     05  FILLER                   PIC X(25)   VALUE
003860             'INSTALMENTS CANCELLED...:'.
003870     05  SL2-CANCEL-COUNT         PIC ZZZZZZ9.
003880     05  FILLER                   PIC X(02)   VALUE SPACE.
003890     05  FILLER                   PIC X(25)   VALUE
003900             'LAST QUOTE NUMBER.......:'.
003910     05  SL2-HIGH-QUOTE-NO        PIC ZZZZZZ9.
003920     05  FILLER                   PIC X(65)   VALUE SPACE.
003930*
003940 PROCEDURE DIVISION.
003950*
003960 0000-MAINLINE.
003970*
003980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003990     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT.
004000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
004010*
004020     STOP RUN.
004030*
004040 1000-INITIALIZE.
004050*
004060     OPEN INPUT  CONTROL-FILE.
004070     OPEN INPUT  TRMREQ-FILE.
004080     OPEN INPUT  CNTMST-FILE.
004090     OPEN INPUT  TRMRAT-FILE.
004100     OPEN INPUT  KYRHST-FILE.
004110     OPEN INPUT  GAFOLD-FILE.
004120     OPEN OUTPUT GAFNEW-FILE.
004130     OPEN OUTPUT QUOTE-REPORT.
004140*
004150     IF WS-CONTROL-STATUS NOT = '00'
004160      OR WS-TRMREQ-STATUS NOT = '00'
004170      OR WS-CNTMST-STATUS NOT = '00'
004180      OR WS-TRMRAT-STATUS NOT = '00'
004190      OR WS-KYRHST-STATUS NOT = '00'
004200      OR WS-GAFOLD-STATUS NOT = '00'
004210      OR WS-GAFNEW-STATUS NOT = '00'
004220      OR WS-REPORT-STATUS NOT = '00'
004230         DISPLAY 'TRMQTE010001E FILE OPEN FAILED, CTL='
004240             WS-CONTROL-STATUS ' REQ=' WS-TRMREQ-STATUS
004250             ' CNT=' WS-CNTMST-STATUS ' RAT=' WS-TRMRAT-STATUS
004260             ' HST=' WS-KYRHST-STATUS ' OLD=' WS-GAFOLD-STATUS
004270             ' NEW=' WS-GAFNEW-STATUS ' RPT=' WS-REPORT-STATUS
004280         MOVE 'Y' TO WS-ABORT-SW
004290         MOVE 16 TO RETURN-CODE
004300     END-IF.
004310*
004320     IF NOT WS-ABORT
004330         READ CONTROL-FILE
004340             AT END
004350                 DISPLAY 'TRMQTE010002E CONTROL CARD MISSING'
004360                 MOVE 'Y' TO WS-ABORT-SW
004370                 MOVE 16 TO RETURN-CODE
004380         END-READ
004390     END-IF.
004400*
004410     IF NOT WS-ABORT
004420         IF CTL-PROC-DATE NUMERIC
004430         AND CTL-OPERATOR NOT = SPACE
004440             MOVE CTL-PROC-DATE TO WS-PROC-DATE
004450                                   HL1-PROC-DATE
004460             MOVE CTL-OPERATOR  TO WS-OPERATOR
004470                                   HL1-OPERATOR
004480             ACCEPT WS-RUN-TIME FROM TIME
004490             WRITE REPORT-LINE FROM HEADING-LINE-1
004500         ELSE
004510             DISPLAY 'TRMQTE010003E CONTROL CARD INVALID: '
004520                 CONTROL-RECORD
004530             MOVE 'Y' TO WS-ABORT-SW
004540             MOVE 16 TO RETURN-CODE
004550         END-IF
004560     END-IF.
004570*
004580     IF NOT WS-ABORT
004590         PERFORM 1100-LOAD-RATES THRU 1100-EXIT
004600             UNTIL WS-TRMRAT-EOF
004610     END-IF.
004620*
004630     IF NOT WS-ABORT
004640         PERFORM 1200-LOAD-REQUESTS THRU 1200-EXIT
004650             UNTIL WS-TRMREQ-EOF
004660     END-IF.
004670*
004680 1000-EXIT.
004690     EXIT.
004700*
004710 1100-LOAD-RATES.
004720*
004730     READ TRMRAT-FILE
004740         AT END
004750             MOVE 'Y' TO WS-TRMRAT-EOF-SW
004760     END-READ.
004770*
004780     IF WS-TRMRAT-EOF
004790         GO TO 1100-EXIT
004800     END-IF.
004810*
004820     IF RT-ENTRY-COUNT < RT-MAX-ENTRIES
004830         ADD 1 TO RT-ENTRY-COUNT
004840         MOVE RAT-CNTKBN TO RT-CNTKBN(RT-ENTRY-COUNT)
004850         MOVE RAT-MTHFRM TO RT-MTHFRM(RT-ENTRY-COUNT)
004860         MOVE RAT-MTHTO  TO RT-MTHTO(RT-ENTRY-COUNT)
004870         MOVE RAT-DSCRAT TO RT-DSCRAT(RT-ENTRY-COUNT)
004880         MOVE RAT-FEERAT TO RT-FEERAT(RT-ENTRY-COUNT)
004890         MOVE RAT-MINFEE TO RT-MINFEE(RT-ENTRY-COUNT)
004900         MOVE RAT-EFFDAY TO RT-EFFDAY(RT-ENTRY-COUNT)
004910     ELSE
004920         DISPLAY 'TRMQTE010004E RATE TABLE FULL'
004930         MOVE 'Y' TO WS-ABORT-SW
004940         MOVE 'Y' TO WS-TRMRAT-EOF-SW
004950         MOVE 16 TO RETURN-CODE
004960     END-IF.
004970*
004980 1100-EXIT.
004990     EXIT.
005000*
005010******************************************************************
005020*   1200-LOAD-REQUESTS -- A REQUEST FAILING ITS CARD EDITS, OR A *
005030*   SECOND REQUEST FOR THE SAME CONTRACT, IS REFUSED HERE.       *
005040******************************************************************
005050 1200-LOAD-REQUESTS.
005060*
005070     READ TRMREQ-FILE
005080         AT END
005090             MOVE 'Y' TO WS-TRMREQ-EOF-SW
005100     END-READ.
005110*
005120     IF WS-TRMREQ-EOF
005130         GO TO 1200-EXIT
005140     END-IF.
005150*
005160     ADD 1 TO WS-REQUEST-COUNT.
005170     PERFORM 1300-EDIT-REQUEST THRU 1300-EXIT.
005180*
005190     IF WS-REJECT-REASON = SPACE
005200         MOVE TRQ-CNTNUM TO WS-SEARCH-KEY
005210         PERFORM 2150-FIND-REQUEST THRU 2150-EXIT
005220         IF WS-REQUEST-FOUND
005230             MOVE 'SECOND REQUEST FOR THE CONTRACT IN ONE RUN'
005240                 TO WS-REJECT-REASON
005250         END-IF
005260     END-IF.
005270*
005280     IF WS-REJECT-REASON NOT = SPACE
005290         MOVE TRQ-CNTNUM TO RL-CNTNUM
005300         EVALUATE TRQ-TYPE
005310             WHEN 'Q'
005320                 MOVE 'QUOTE'    TO RL-ACTION
005330             WHEN 'A'
005340                 MOVE 'APPROVAL' TO RL-ACTION
005350             WHEN OTHER
005360                 MOVE TRQ-TYPE   TO RL-ACTION
005370         END-EVALUATE
005380         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
005390         GO TO 1200-EXIT
005400     END-IF.
005410*
005420     IF RQ-ENTRY-COUNT NOT < RQ-MAX-ENTRIES
005430         DISPLAY 'TRMQTE010005E REQUEST TABLE FULL'
005440         MOVE 'Y' TO WS-ABORT-SW
005450         MOVE 'Y' TO WS-TRMREQ-EOF-SW
005460         MOVE 16 TO RETURN-CODE
005470         GO TO 1200-EXIT
005480     END-IF.
005490*
005500     ADD 1 TO RQ-ENTRY-COUNT.
005510     MOVE RQ-ENTRY-COUNT TO RQ-SUB.
005520     MOVE TRQ-TYPE       TO RQ-TYPE(RQ-SUB).
005530     MOVE TRQ-CNTNUM     TO RQ-CNTNUM(RQ-SUB).
005540     MOVE TRQ-TRMDAY     TO RQ-TRMDAY(RQ-SUB).
005550     MOVE TRQ-REASON     TO RQ-REASON(RQ-SUB).
005560     MOVE ZERO           TO RQ-QUOTE-NO(RQ-SUB).
005570     IF TRQ-TYPE = 'A'
005580         MOVE TRQ-QUOTE-NO TO WS-QUOTE-NO-NUM
005590         MOVE WS-QUOTE-NO-NUM TO RQ-QUOTE-NO(RQ-SUB)
005600     END-IF.
005610     MOVE TRQ-APRDAY     TO RQ-APRDAY(RQ-SUB).
005620     MOVE TRQ-EXEDAY     TO RQ-EXEDAY(RQ-SUB).
005630     MOVE SPACE          TO RQ-REFUSAL(RQ-SUB)
005640                            RQ-DIVCOD(RQ-SUB)
005650                            RQ-PAYCLT(RQ-SUB)
005660                            RQ-IMAGE(RQ-SUB).
005670     MOVE 'N'            TO RQ-IMAGE-SW(RQ-SUB)
005680                            RQ-TERMINATED-SW(RQ-SUB).
005690     MOVE ZERO           TO RQ-APPLICATIONS(RQ-SUB)
005700                            RQ-DSCRAT(RQ-SUB)
005710                            RQ-FEERAT(RQ-SUB)
005720                            RQ-MINFEE(RQ-SUB)
005730                            RQ-UNPAID(RQ-SUB)
005740                            RQ-UNPAID-ROWS(RQ-SUB)
005750                            RQ-FUTURE(RQ-SUB)
005760                            RQ-FUTURE-PV(RQ-SUB)
005770                            RQ-REBATE(RQ-SUB)
005780                            RQ-FEE(RQ-SUB)
005790                            RQ-SETTLE(RQ-SUB)
005800                            RQ-HIGH-RECNUM(RQ-SUB)
005810                            RQ-CANCEL-ROWS(RQ-SUB)
005820                            RQ-CANCEL-AMT(RQ-SUB).
005830*
005840 1200-EXIT.
005850     EXIT.
005860*
005870******************************************************************
005880*   1300-EDIT-REQUEST -- THE FIRST FAILING EDIT NAMES ITSELF IN  *
005890*   WS-REJECT-REASON.                                            *
005900******************************************************************
005910 1300-EDIT-REQUEST.
005920*
005930     MOVE SPACE TO WS-REJECT-REASON.
005940*
005950     IF TRQ-TYPE NOT = 'Q' AND TRQ-TYPE NOT = 'A'
005960         MOVE 'REQUEST TYPE NOT Q (QUOTE) OR A (APPROVAL)'
005970             TO WS-REJECT-REASON
005980         GO TO 1300-EXIT
005990     END-IF.
006000*
006010     IF TRQ-CNTNUM = SPACE
006020         MOVE 'CONTRACT NUMBER MISSING' TO WS-REJECT-REASON
006030         GO TO 1300-EXIT
006040     END-IF.
006050*
006060     IF TRQ-TYPE = 'Q'
006070         MOVE TRQ-TRMDAY TO DW-DATE
006080         PERFORM 8000-EDIT-DATE THRU 8000-EXIT
006090         IF NOT WS-DATE-OK
006100             MOVE 'TERMINATION DATE IS NOT A DATE'
006110                 TO WS-REJECT-REASON
006120             GO TO 1300-EXIT
006130         END-IF
006140         IF TRQ-TRMDAY < WS-PROC-DATE
006150             MOVE 'TERMINATION DATE BEFORE THE RUN DATE'
006160                 TO WS-REJECT-REASON
006170         END-IF
006180         GO TO 1300-EXIT
006190     END-IF.
006200*
006210     IF TRQ-QUOTE-NO NOT NUMERIC
006220         MOVE 'QUOTE NUMBER IS NOT NUMERIC' TO WS-REJECT-REASON
006230         GO TO 1300-EXIT
006240     END-IF.
006250*
006260     MOVE TRQ-APRDAY TO DW-DATE.
006270     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
006280     IF NOT WS-DATE-OK
006290         MOVE 'APPROVAL DATE IS NOT A DATE' TO WS-REJECT-REASON
006300         GO TO 1300-EXIT
006310     END-IF.
006320*
006330     MOVE TRQ-EXEDAY TO DW-DATE.
006340     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
006350     IF NOT WS-DATE-OK
006360         MOVE 'EXECUTION DATE IS NOT A DATE' TO WS-REJECT-REASON
006370         GO TO 1300-EXIT
006380     END-IF.
006390*
006400     IF TRQ-EXEDAY < TRQ-APRDAY
006410         MOVE 'EXECUTION DATE BEFORE THE APPROVAL DATE'
006420             TO WS-REJECT-REASON
006430     END-IF.
006440*
006450 1300-EXIT.
006460     EXIT.
006470*
006480 2000-PROCESS-REQUESTS.
006490*
006500     IF WS-ABORT
006510         GO TO 2000-EXIT
006520     END-IF.
006530*
006540     PERFORM 2100-SCAN-CONTRACT THRU 2100-EXIT
006550         UNTIL WS-CNTMST-EOF.
006560     PERFORM 2200-SCAN-HISTORY THRU 2200-EXIT
006570         UNTIL WS-KYRHST-EOF.
006580*
006590     CLOSE KYRHST-FILE.
006600     OPEN EXTEND KYRHST-FILE.
006610     IF WS-KYRHST-STATUS NOT = '00'
006620         DISPLAY 'TRMQTE010006E KYRHST EXTEND FAILED, STATUS='
006630             WS-KYRHST-STATUS
006640         MOVE 'Y' TO WS-ABORT-SW
006650         MOVE 16 TO RETURN-CODE
006660         GO TO 2000-EXIT
006670     END-IF.
006680*
006690     PERFORM 2300-CHECK-REQUEST THRU 2300-EXIT
006700         VARYING RQ-SUB FROM 1 BY 1
006710         UNTIL RQ-SUB > RQ-ENTRY-COUNT.
006720*
006730     PERFORM 2400-COPY-PAYMENT THRU 2400-EXIT
006740         UNTIL WS-GAFOLD-EOF.
006750*
006760     IF NOT WS-ABORT
006770         PERFORM 2500-FINISH-REQUEST THRU 2500-EXIT
006780             VARYING RQ-SUB FROM 1 BY 1
006790             UNTIL RQ-SUB > RQ-ENTRY-COUNT
006800                OR WS-ABORT
006810     END-IF.
006820*
006830 2000-EXIT.
006840     EXIT.
006850*
006860*    THE CONTRACT OF EACH QUOTE REQUEST, KEPT IN RQ-IMAGE.
006870 2100-SCAN-CONTRACT.
006880*
006890     READ CNTMST-FILE INTO 解約履歴−契約内容
006900         AT END
006910             MOVE 'Y' TO WS-CNTMST-EOF-SW
006920     END-READ.
006930*
006940     IF WS-CNTMST-EOF
006950         GO TO 2100-EXIT
006960     END-IF.
006970*
006980     MOVE Ｄ４６３−契約番号 TO WS-SEARCH-KEY.
006990     PERFORM 2150-FIND-REQUEST THRU 2150-EXIT.
007000     IF WS-REQUEST-FOUND
007010     AND RQ-TYPE(RQ-FOUND-SUB) = 'Q'
007020         MOVE 'Y' TO RQ-IMAGE-SW(RQ-FOUND-SUB)
007030         MOVE 解約履歴−契約内容
007040             TO RQ-IMAGE(RQ-FOUND-SUB)
007050     END-IF.
007060*
007070 2100-EXIT.
007080     EXIT.
007090*
007100*    THE REQUEST FOR THE CONTRACT NUMBER IN WS-SEARCH-KEY.
007110 2150-FIND-REQUEST.
007120*
007130     MOVE 'N' TO WS-REQUEST-FOUND-SW.
007140     PERFORM VARYING RQ-FOUND-SUB FROM 1 BY 1
007150             UNTIL RQ-FOUND-SUB > RQ-ENTRY-COUNT
007160                OR WS-REQUEST-FOUND
007170         IF RQ-CNTNUM(RQ-FOUND-SUB) = WS-SEARCH-KEY
007180             MOVE 'Y' TO WS-REQUEST-FOUND-SW
007190         END-IF
007200     END-PERFORM.
007210     IF WS-REQUEST-FOUND
007220         SUBTRACT 1 FROM RQ-FOUND-SUB
007230     END-IF.
007240*
007250 2150-EXIT.
007260     EXIT.
007270*
007280******************************************************************
007290*   2200-SCAN-HISTORY -- THE HIGHEST QUOTE NUMBER ON FILE; FOR   *
007300*   EACH REQUESTED CONTRACT, ITS APPLICATIONS SO FAR AND WHETHER *
007310*   A TERMINATION WAS ALREADY APPROVED; FOR AN APPROVAL, THE     *
007320*   QUOTE IT NAMES.                                              *
007330******************************************************************
007340 2200-SCAN-HISTORY.
007350*
007360     READ KYRHST-FILE INTO 解約履歴−契約内容
007370         AT END
007380             MOVE 'Y' TO WS-KYRHST-EOF-SW
007390     END-READ.
007400*
007410     IF WS-KYRHST-EOF
007420         GO TO 2200-EXIT
007430     END-IF.
007440*
007450     IF Ｄ４６３−見積番号 > WS-HIGH-QUOTE-NO
007460         MOVE Ｄ４６３−見積番号 TO WS-HIGH-QUOTE-NO
007470     END-IF.
007480*
007490     MOVE Ｄ４６３−契約番号 TO WS-SEARCH-KEY.
007500     PERFORM 2150-FIND-REQUEST THRU 2150-EXIT.
007510     IF NOT WS-REQUEST-FOUND
007520         GO TO 2200-EXIT
007530     END-IF.
007540*
007550     IF Ｄ４６３−申請連番 >
007560        RQ-APPLICATIONS(RQ-FOUND-SUB)
007570         MOVE Ｄ４６３−申請連番 TO
007580             RQ-APPLICATIONS(RQ-FOUND-SUB)
007590     END-IF.
007600     IF Ｄ４６３−解約フラグ = '1'
007610         MOVE 'Y' TO RQ-TERMINATED-SW(RQ-FOUND-SUB)
007620     END-IF.
007630*
007640     IF RQ-TYPE(RQ-FOUND-SUB) = 'A'
007650     AND Ｄ４６３−見積番号 = RQ-QUOTE-NO(RQ-FOUND-SUB)
007660     AND Ｄ４６３−見積番号枝番 = ZERO
007670         MOVE 'Y' TO RQ-IMAGE-SW(RQ-FOUND-SUB)
007680         MOVE 解約履歴−契約内容
007690             TO RQ-IMAGE(RQ-FOUND-SUB)
007700     END-IF.
007710*
007720 2200-EXIT.
007730     EXIT.
007740*
007750******************************************************************
007760*   2300-CHECK-REQUEST -- THE EDITS THAT NEED THE CONTRACT, THE  *
007770*   HISTORY AND THE RATE SHEET.  A REFUSED REQUEST KEEPS ITS     *
007780*   REASON IN RQ-REFUSAL AND IS LEFT OUT OF THE PAYMENT PASS.    *
007790******************************************************************
007800 2300-CHECK-REQUEST.
007810*
007820     EVALUATE TRUE
007830         WHEN RQ-TERMINATED(RQ-SUB)
007840             MOVE 'CONTRACT TERMINATION ALREADY APPROVED'
007850                 TO RQ-REFUSAL(RQ-SUB)
007860         WHEN NOT RQ-IMAGE-FOUND(RQ-SUB)
007870          AND RQ-TYPE(RQ-SUB) = 'Q'
007880             MOVE 'CONTRACT NOT ON THE CONTRACT FILE'
007890                 TO RQ-REFUSAL(RQ-SUB)
007900         WHEN NOT RQ-IMAGE-FOUND(RQ-SUB)
007910             MOVE 'QUOTE NOT ON FILE FOR THE CONTRACT'
007920                 TO RQ-REFUSAL(RQ-SUB)
007930     END-EVALUATE.
007940*
007950     IF RQ-REFUSAL(RQ-SUB) NOT = SPACE
007960      OR RQ-TYPE(RQ-SUB) = 'A'
007970         GO TO 2300-EXIT
007980     END-IF.
007990*
008000     MOVE RQ-IMAGE(RQ-SUB) TO 解約履歴−契約内容.
008010     MOVE Ｄ４６３−契約終了日 TO WS-CONTRACT-END.
008020     MOVE Ｄ４６３−契約区分   TO WS-CONTRACT-CLASS.
008030     MOVE WS-CONTRACT-END TO DW-DATE.
008040     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
008050     IF NOT WS-DATE-OK
008060         MOVE 'CONTRACT END DATE ON FILE IS NOT A DATE'
008070             TO RQ-REFUSAL(RQ-SUB)
008080         GO TO 2300-EXIT
008090     END-IF.
008100     IF RQ-TRMDAY(RQ-SUB) NOT < WS-CONTRACT-END
008110         MOVE 'TERMINATION DATE NOT BEFORE CONTRACT END'
008120             TO RQ-REFUSAL(RQ-SUB)
008130         GO TO 2300-EXIT
008140     END-IF.
008150     IF RQ-TRMDAY(RQ-SUB) < Ｄ４６３−契約開始日
008160         MOVE 'TERMINATION DATE BEFORE CONTRACT START'
008170             TO RQ-REFUSAL(RQ-SUB)
008180         GO TO 2300-EXIT
008190     END-IF.
008200*
008210     MOVE RQ-TRMDAY(RQ-SUB) TO WS-FROM-DATE.
008220     MOVE WS-CONTRACT-END   TO WS-TO-DATE.
008230     PERFORM 8500-MONTHS-BETWEEN THRU 8500-EXIT.
008240     MOVE WS-MONTHS-AHEAD TO WS-MONTHS-LEFT.
008250*
008260     MOVE SPACE TO WS-BEST-EFFDAY.
008270     PERFORM VARYING RT-SUB FROM 1 BY 1
008280             UNTIL RT-SUB > RT-ENTRY-COUNT
008290         IF (RT-CNTKBN(RT-SUB) = WS-CONTRACT-CLASS
008300          OR RT-CNTKBN(RT-SUB) = '*')
008310         AND RT-MTHFRM(RT-SUB) NOT > WS-MONTHS-LEFT
008320         AND RT-MTHTO(RT-SUB) NOT < WS-MONTHS-LEFT
008330         AND RT-EFFDAY(RT-SUB) NOT > WS-PROC-DATE
008340         AND (WS-BEST-EFFDAY = SPACE
008350           OR RT-EFFDAY(RT-SUB) > WS-BEST-EFFDAY)
008360             MOVE RT-EFFDAY(RT-SUB) TO WS-BEST-EFFDAY
008370             MOVE RT-DSCRAT(RT-SUB) TO RQ-DSCRAT(RQ-SUB)
008380             MOVE RT-FEERAT(RT-SUB) TO RQ-FEERAT(RQ-SUB)
008390             MOVE RT-MINFEE(RT-SUB) TO RQ-MINFEE(RQ-SUB)
008400         END-IF
008410     END-PERFORM.
008420*
008430     IF WS-BEST-EFFDAY = SPACE
008440         MOVE 'NO RATE ON THE RATE SHEET FOR THE CONTRACT'
008450             TO RQ-REFUSAL(RQ-SUB)
008460         GO TO 2300-EXIT
008470     END-IF.
008480     IF RQ-DSCRAT(RQ-SUB) = ZERO
008490         MOVE Ｄ４６３−利回り TO RQ-DSCRAT(RQ-SUB)
008500     END-IF.
008510*
008520 2300-EXIT.
008530     EXIT.
008540*
008550******************************************************************
008560*   2400-COPY-PAYMENT -- EVERY ROW COPIES THROUGH EXCEPT THE     *
008570*   UNRELEASED ROWS OF AN APPROVED TERMINATION.  UNRELEASED      *
008580*   ROWS OF A QUOTED CONTRACT ARE SUMMED AND THOSE DUE AFTER THE *
008590*   TERMINATION DATE DISCOUNTED BACK TO IT.                      *
008600******************************************************************
008610 2400-COPY-PAYMENT.
008620*
008630     READ GAFOLD-FILE
008640         AT END
008650             MOVE 'Y' TO WS-GAFOLD-EOF-SW
008660     END-READ.
008670*
008680     IF WS-GAFOLD-EOF
008690         GO TO 2400-EXIT
008700     END-IF.
008710*
008720     MOVE OLD-CNTNUM TO WS-ROW-CNTNUM.
008730     MOVE OLD-RELEAS TO WS-ROW-RELEAS.
008740     MOVE WS-ROW-KEY TO WS-SEARCH-KEY.
008750     PERFORM 2150-FIND-REQUEST THRU 2150-EXIT.
008760     IF NOT WS-REQUEST-FOUND
008770         GO TO 2400-WRITE
008780     END-IF.
008790     IF RQ-REFUSAL(RQ-FOUND-SUB) NOT = SPACE
008800         GO TO 2400-WRITE
008810     END-IF.
008820*
008830     IF OLD-RECNUM NUMERIC
008840         MOVE OLD-RECNUM TO WS-RECNUM-NUM
008850         IF WS-RECNUM-NUM > RQ-HIGH-RECNUM(RQ-FOUND-SUB)
008860             MOVE WS-RECNUM-NUM TO RQ-HIGH-RECNUM(RQ-FOUND-SUB)
008870         END-IF
008880     END-IF.
008890     IF RQ-PAYCLT(RQ-FOUND-SUB) = SPACE
008900         MOVE OLD-DIVCOD TO RQ-DIVCOD(RQ-FOUND-SUB)
008910         MOVE OLD-PAYCLT TO RQ-PAYCLT(RQ-FOUND-SUB)
008920     END-IF.
008930*
008940     IF OLD-PAYFLG = '1'
008950         GO TO 2400-WRITE
008960     END-IF.
008970*
008980     IF RQ-TYPE(RQ-FOUND-SUB) = 'A'
008990         ADD 1          TO RQ-CANCEL-ROWS(RQ-FOUND-SUB)
009000                           WS-CANCEL-COUNT
009010         ADD OLD-PAYAMT TO RQ-CANCEL-AMT(RQ-FOUND-SUB)
009020         GO TO 2400-EXIT
009030     END-IF.
009040*
009050     ADD 1          TO RQ-UNPAID-ROWS(RQ-FOUND-SUB).
009060     ADD OLD-PAYAMT TO RQ-UNPAID(RQ-FOUND-SUB).
009070     IF OLD-PLNDAY > RQ-TRMDAY(RQ-FOUND-SUB)
009080         MOVE RQ-TRMDAY(RQ-FOUND-SUB) TO WS-FROM-DATE
009090         MOVE OLD-PLNDAY              TO WS-TO-DATE
009100         PERFORM 8500-MONTHS-BETWEEN THRU 8500-EXIT
009110         COMPUTE WS-MONTH-FACTOR ROUNDED =
009120             1 + RQ-DSCRAT(RQ-FOUND-SUB) / 1200
009130         COMPUTE WS-DISCOUNT-FACTOR ROUNDED =
009140             WS-MONTH-FACTOR ** WS-MONTHS-AHEAD
009150         COMPUTE WS-ROW-PV ROUNDED =
009160             OLD-PAYAMT / WS-DISCOUNT-FACTOR
009170         ADD OLD-PAYAMT TO RQ-FUTURE(RQ-FOUND-SUB)
009180         ADD WS-ROW-PV  TO RQ-FUTURE-PV(RQ-FOUND-SUB)
009190     END-IF.
009200*
009210 2400-WRITE.
009220*
009230     MOVE GAFOLD-RECORD TO GAFNEW-RECORD.
009240     PERFORM 2950-WRITE-PAYMENT THRU 2950-EXIT.
009250*
009260 2400-EXIT.
009270     EXIT.
009280*
009290 2500-FINISH-REQUEST.
009300*
009310     MOVE RQ-CNTNUM(RQ-SUB) TO RL-CNTNUM.
009320     IF RQ-TYPE(RQ-SUB) = 'Q'
009330         MOVE 'QUOTE'    TO RL-ACTION
009340     ELSE
009350         MOVE 'APPROVAL' TO RL-ACTION
009360     END-IF.
009370*
009380     IF RQ-REFUSAL(RQ-SUB) = SPACE
009390      AND RQ-TYPE(RQ-SUB) = 'Q'
009400      AND RQ-UNPAID-ROWS(RQ-SUB) = ZERO
009410         MOVE 'NO UNRELEASED INSTALMENTS TO SETTLE'
009420             TO RQ-REFUSAL(RQ-SUB)
009430     END-IF.
009440*
009450     IF RQ-REFUSAL(RQ-SUB) NOT = SPACE
009460         MOVE RQ-REFUSAL(RQ-SUB) TO WS-REJECT-REASON
009470         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
009480         GO TO 2500-EXIT
009490     END-IF.
009500*
009510     IF RQ-TYPE(RQ-SUB) = 'Q'
009520         PERFORM 2600-ISSUE-QUOTE THRU 2600-EXIT
009530     ELSE
009540         PERFORM 2700-APPROVE-QUOTE THRU 2700-EXIT
009550     END-IF.
009560*
009570 2500-EXIT.
009580     EXIT.
009590*
009600******************************************************************
009610*   2600-ISSUE-QUOTE -- PRICE THE TERMINATION, WRITE THE QUOTE   *
009620*   TO THE HISTORY, AND PRINT THE LETTER.                        *
009630******************************************************************
009640 2600-ISSUE-QUOTE.
009650*
009660     COMPUTE RQ-REBATE(RQ-SUB) ROUNDED =
009670         RQ-FUTURE(RQ-SUB) - RQ-FUTURE-PV(RQ-SUB).
009680     COMPUTE RQ-FEE(RQ-SUB) ROUNDED =
009690         RQ-FUTURE-PV(RQ-SUB) * RQ-FEERAT(RQ-SUB) / 100.
009700     IF RQ-FEE(RQ-SUB) < RQ-MINFEE(RQ-SUB)
009710         MOVE RQ-MINFEE(RQ-SUB) TO RQ-FEE(RQ-SUB)
009720     END-IF.
009730     COMPUTE RQ-SETTLE(RQ-SUB) =
009740         RQ-UNPAID(RQ-SUB) - RQ-REBATE(RQ-SUB)
009750                           + RQ-FEE(RQ-SUB).
009760*
009770     ADD 1 TO WS-HIGH-QUOTE-NO.
009780     ADD 1 TO WS-QUOTE-COUNT.
009790     MOVE RQ-IMAGE(RQ-SUB) TO 解約履歴−契約内容.
009800     MOVE WS-HIGH-QUOTE-NO      TO Ｄ４６３−見積番号.
009810     MOVE ZERO
009820         TO Ｄ４６３−見積番号枝番.
009830     COMPUTE Ｄ４６３−申請連番 =
009840         RQ-APPLICATIONS(RQ-SUB) + 1.
009850     MOVE WS-PROC-DATE
009860         TO Ｄ４６３−申請年月日
009870            Ｄ４６３−解約エントリ日.
009880     MOVE RQ-TRMDAY(RQ-SUB)     TO Ｄ４６３−解約年月日.
009890     MOVE RQ-REASON(RQ-SUB)     TO Ｄ４６３−解約理由.
009900     MOVE '1'
009910         TO Ｄ４６３−解約申請フラグ.
009920     MOVE SPACE                 TO Ｄ４６３−解約フラグ
009930                                   Ｄ４６３−稟議決裁日.
009940     MOVE SPACE
009950         TO Ｄ４６３−貸付実行予定日.
009960     MOVE RQ-UNPAID(RQ-SUB)     TO Ｄ４６３−対象元本額.
009970     MOVE RQ-REBATE(RQ-SUB)     TO Ｄ４６３−雑費調整額.
009980     MOVE RQ-FEE(RQ-SUB)        TO Ｄ４６３−雑費その他.
009990     MOVE RQ-SETTLE(RQ-SUB)     TO Ｄ４６３−買取金額.
010000     MOVE WS-PROC-DATE          TO Ｄ４６３−登録年月日
010010                                   Ｄ４６３−更新年月日.
010020     MOVE WS-RUN-TIME           TO Ｄ４６３−登録時間
010030                                   Ｄ４６３−更新時間.
010040     MOVE WS-OPERATOR           TO Ｄ４６３−登録担当者
010050                                   Ｄ４６３−更新者.
010060     PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT.
010070*
010080     PERFORM 2650-PRINT-LETTER THRU 2650-EXIT.
010090*
010100 2600-EXIT.
010110     EXIT.
010120*
010130 2650-PRINT-LETTER.
010140*
010150     MOVE SPACE TO REPORT-LINE.
010160     WRITE REPORT-LINE.
010170     WRITE REPORT-LINE FROM RULE-LINE.
010180*
010190     MOVE WS-HIGH-QUOTE-NO TO WS-QUOTE-NO-NUM.
010200     MOVE SPACE TO LX-TEXT.
010210     STRING 'EARLY TERMINATION QUOTATION    QUOTE NO. '
010220            WS-QUOTE-NO-NUM
010230            '    DATE '    WS-PROC-DATE
010240            DELIMITED BY SIZE INTO LX-TEXT.
010250     WRITE REPORT-LINE FROM LETTER-TEXT-LINE.
010260     MOVE SPACE TO REPORT-LINE.
010270     WRITE REPORT-LINE.
010280*
010290     MOVE SPACE TO LX-TEXT.
010300     STRING 'TO CUSTOMER ' Ｄ４６３−取引先コード
010310            DELIMITED BY SIZE INTO LX-TEXT.
010320     WRITE REPORT-LINE FROM LETTER-TEXT-LINE.
010330     MOVE SPACE TO LX-TEXT.
010340     STRING 'CONTRACT ' Ｄ４６３−契約番号 '  '
010350            Ｄ４６３−契約件名
010360            DELIMITED BY SIZE INTO LX-TEXT.
010370     WRITE REPORT-LINE FROM LETTER-TEXT-LINE.
010380     MOVE SPACE TO LX-TEXT.
010390     STRING 'TERM ' Ｄ４６３−契約開始日 ' TO '
010400            Ｄ４６３−契約終了日
010410            DELIMITED BY SIZE INTO LX-TEXT.
010420     WRITE REPORT-LINE FROM LETTER-TEXT-LINE.
010430     MOVE SPACE TO REPORT-LINE.
010440     WRITE REPORT-LINE.
010450     MOVE SPACE TO LX-TEXT.
010460     STRING 'IN ACCORDANCE WITH YOUR REQUEST, THE AMOUNT DUE '
010470            'TO TERMINATE THE ABOVE CONTRACT'
010480            DELIMITED BY SIZE INTO LX-TEXT.
010490     WRITE REPORT-LINE FROM LETTER-TEXT-LINE.
010500     MOVE SPACE TO LX-TEXT.
010510     STRING 'ON ' RQ-TRMDAY(RQ-SUB) ' IS AS FOLLOWS.'
010520            DELIMITED BY SIZE INTO LX-TEXT.
010530     WRITE REPORT-LINE FROM LETTER-TEXT-LINE.
010540     MOVE SPACE TO REPORT-LINE.
010550     WRITE REPORT-LINE.
010560*
010570     MOVE RQ-UNPAID-ROWS(RQ-SUB) TO WS-COUNT-EDIT.
010580     MOVE SPACE TO LA-LABEL.
010590     STRING 'REMAINING UNPAID INSTALMENTS (' WS-COUNT-EDIT ')'
010600            DELIMITED BY SIZE INTO LA-LABEL.
010610     MOVE RQ-UNPAID(RQ-SUB) TO LA-AMOUNT.
010620     WRITE REPORT-LINE FROM LETTER-AMOUNT-LINE.
010630*
010640     MOVE RQ-DSCRAT(RQ-SUB) TO WS-RATE-EDIT.
010650     MOVE SPACE TO LA-LABEL.
010660     STRING 'LESS UNEARNED INTEREST REBATE AT ' WS-RATE-EDIT
010670            ' PCT'
010680            DELIMITED BY SIZE INTO LA-LABEL.
010690     COMPUTE LA-AMOUNT = ZERO - RQ-REBATE(RQ-SUB).
010700     WRITE REPORT-LINE FROM LETTER-AMOUNT-LINE.
010710*
010720     MOVE RQ-FEERAT(RQ-SUB) TO WS-RATE-EDIT.
010730     MOVE SPACE TO LA-LABEL.
010740     STRING 'PLUS TERMINATION FEE AT ' WS-RATE-EDIT ' PCT'
010750            DELIMITED BY SIZE INTO LA-LABEL.
010760     MOVE RQ-FEE(RQ-SUB) TO LA-AMOUNT.
010770     WRITE REPORT-LINE FROM LETTER-AMOUNT-LINE.
010780*
010790     MOVE 'TERMINATION SETTLEMENT AMOUNT' TO LA-LABEL.
010800     MOVE RQ-SETTLE(RQ-SUB) TO LA-AMOUNT.
010810     WRITE REPORT-LINE FROM LETTER-AMOUNT-LINE.
010820*
010830     MOVE SPACE TO REPORT-LINE.
010840     WRITE REPORT-LINE.
010850     MOVE SPACE TO LX-TEXT.
010860     STRING 'THIS QUOTATION IS VALID FOR SETTLEMENT ON THE '
010870            'TERMINATION DATE ABOVE'
010880            DELIMITED BY SIZE INTO LX-TEXT.
010890     WRITE REPORT-LINE FROM LETTER-TEXT-LINE.
010900     MOVE 'AND IS SUBJECT TO OUR APPROVAL.' TO LX-TEXT.
010910     WRITE REPORT-LINE FROM LETTER-TEXT-LINE.
010920     WRITE REPORT-LINE FROM RULE-LINE.
010930*
010940 2650-EXIT.
010950     EXIT.
010960*
010970******************************************************************
010980*   2700-APPROVE-QUOTE -- RECORD THE APPROVAL ON THE HISTORY AND *
010990*   RAISE THE SETTLEMENT RECEIVABLE IN PLACE OF THE CANCELLED    *
011000*   INSTALMENTS.                                                 *
011010******************************************************************
011020 2700-APPROVE-QUOTE.
011030*
011040     ADD 1 TO WS-APPROVE-COUNT.
011050     MOVE RQ-IMAGE(RQ-SUB) TO 解約履歴−契約内容.
011060     MOVE 1
011070         TO Ｄ４６３−見積番号枝番.
011080     MOVE '1'                   TO Ｄ４６３−解約フラグ.
011090     MOVE RQ-APRDAY(RQ-SUB)     TO Ｄ４６３−稟議決裁日.
011100     MOVE RQ-EXEDAY(RQ-SUB)
011110         TO Ｄ４６３−貸付実行予定日.
011120     MOVE RQ-EXEDAY(RQ-SUB)(1:6)
011130         TO Ｄ４６３−解約処理年月.
011140     MOVE WS-PROC-DATE          TO Ｄ４６３−更新年月日.
011150     MOVE WS-RUN-TIME           TO Ｄ４６３−更新時間.
011160     MOVE WS-OPERATOR           TO Ｄ４６３−更新者.
011170     PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT.
011180*
011190*    A QUOTED INSTALMENT RELEASED SINCE THE QUOTE COMES OFF THE
011200*    SETTLEMENT; ONE ADDED SINCE GOES ON.
011210     COMPUTE WS-PAID-SINCE =
011220         Ｄ４６３−対象元本額 - RQ-CANCEL-AMT(RQ-SUB).
011230     COMPUTE WS-SETTLE-AMOUNT =
011240         Ｄ４６３−買取金額 - WS-PAID-SINCE.
011250*
011260     MOVE SPACE TO GAFNEW-RECORD.
011270     MOVE RQ-CNTNUM(RQ-SUB)(1:9)  TO NEW-CNTNUM.
011280     MOVE RQ-CNTNUM(RQ-SUB)(10:1) TO NEW-RELEAS.
011290     COMPUTE WS-RECNUM-NUM = RQ-HIGH-RECNUM(RQ-SUB) + 1.
011300     MOVE WS-RECNUM-NUM         TO NEW-RECNUM.
011310     MOVE 'T'                   TO NEW-TRNTYP.
011320     MOVE RQ-DIVCOD(RQ-SUB)     TO NEW-DIVCOD.
011330     MOVE RQ-PAYCLT(RQ-SUB)     TO NEW-PAYCLT.
011340     IF NEW-PAYCLT = SPACE
011350         MOVE Ｄ４６３−取引先コード TO NEW-PAYCLT
011360     END-IF.
011370     MOVE RQ-EXEDAY(RQ-SUB)     TO NEW-PLNDAY.
011380     MOVE SPACE                 TO NEW-TRNDAY.
011390     MOVE WS-SETTLE-AMOUNT      TO NEW-TRNAMT
011400                                   NEW-PAYAMT.
011410     MOVE ZERO                  TO NEW-TRNTAX.
011420     MOVE '0'                   TO NEW-DEMFLG
011430                                   NEW-PAYFLG.
011440     MOVE WS-PROC-DATE          TO NEW-REGDAY.
011450     MOVE WS-RUN-TIME(1:6)      TO NEW-REGTIM.
011460     MOVE WS-OPERATOR           TO NEW-REGPSN.
011470     MOVE SPACE                 TO NEW-MODDAY
011480                                   NEW-MODTIM
011490                                   NEW-MODPSN.
011500     PERFORM 2950-WRITE-PAYMENT THRU 2950-EXIT.
011510*
011520     MOVE 'APPROVED' TO RL-RESULT.
011530     MOVE SPACE      TO RL-REASON.
011540     MOVE Ｄ４６３−見積番号 TO WS-QUOTE-NO-NUM.
011550     STRING 'QUOTE ' WS-QUOTE-NO-NUM ' EXECUTES ON '
011560            RQ-EXEDAY(RQ-SUB)
011570            DELIMITED BY SIZE INTO RL-REASON.
011580     MOVE SPACE TO REPORT-LINE.
011590     WRITE REPORT-LINE.
011600     WRITE REPORT-LINE FROM RESULT-LINE.
011610*
011620     MOVE RQ-CANCEL-ROWS(RQ-SUB) TO WS-COUNT-EDIT.
011630     MOVE SPACE TO LA-LABEL.
011640     STRING 'UNRELEASED INSTALMENTS CANCELLED (' WS-COUNT-EDIT
011650            ')'
011660            DELIMITED BY SIZE INTO LA-LABEL.
011670     MOVE RQ-CANCEL-AMT(RQ-SUB) TO LA-AMOUNT.
011680     WRITE REPORT-LINE FROM LETTER-AMOUNT-LINE.
011690     MOVE 'QUOTED SETTLEMENT AMOUNT' TO LA-LABEL.
011700     MOVE Ｄ４６３−買取金額 TO LA-AMOUNT.
011710     WRITE REPORT-LINE FROM LETTER-AMOUNT-LINE.
011720     IF WS-PAID-SINCE NOT = ZERO
011730         MOVE 'LESS QUOTED INSTALMENTS RELEASED SINCE'
011740             TO LA-LABEL
011750         COMPUTE LA-AMOUNT = ZERO - WS-PAID-SINCE
011760         WRITE REPORT-LINE FROM LETTER-AMOUNT-LINE
011770     END-IF.
011780     MOVE SPACE TO LA-LABEL.
011790     STRING 'SETTLEMENT RECEIVABLE RAISED, RECORD ' NEW-RECNUM
011800            DELIMITED BY SIZE INTO LA-LABEL.
011810     MOVE WS-SETTLE-AMOUNT TO LA-AMOUNT.
011820     WRITE REPORT-LINE FROM LETTER-AMOUNT-LINE.
011830*
011840 2700-EXIT.
011850     EXIT.
011860*
011870 2800-WRITE-HISTORY.
011880*
011890     WRITE KYRHST-RECORD FROM 解約履歴−契約内容.
011900     IF WS-KYRHST-STATUS NOT = '00'
011910         DISPLAY 'TRMQTE010007E KYRHST WRITE FAILED, STATUS='
011920             WS-KYRHST-STATUS
011930         MOVE 'Y' TO WS-ABORT-SW
011940         MOVE 16 TO RETURN-CODE
011950     END-IF.
011960*
011970 2800-EXIT.
011980     EXIT.
011990*
012000 2900-REFUSE-REQUEST.
012010*
012020     ADD 1 TO WS-REJECT-COUNT.
012030     MOVE 'REFUSED'        TO RL-RESULT.
012040     MOVE WS-REJECT-REASON TO RL-REASON.
012050     MOVE SPACE TO REPORT-LINE.
012060     WRITE REPORT-LINE.
012070     WRITE REPORT-LINE FROM RESULT-LINE.
012080*
012090 2900-EXIT.
012100     EXIT.
012110*
012120 2950-WRITE-PAYMENT.
012130*
012140     WRITE GAFNEW-RECORD.
012150     IF WS-GAFNEW-STATUS NOT = '00'
012160         DISPLAY 'TRMQTE010008E GAFNEW WRITE FAILED, STATUS='
012170             WS-GAFNEW-STATUS
012180         MOVE 'Y' TO WS-ABORT-SW
012190         MOVE 'Y' TO WS-GAFOLD-EOF-SW
012200         MOVE 16 TO RETURN-CODE
012210     END-IF.
012220*
012230 2950-EXIT.
012240     EXIT.
012250*
012260 8000-EDIT-DATE.
012270*
012280     MOVE 'N' TO WS-DATE-OK-SW.
012290     IF DW-DATE NOT NUMERIC
012300         GO TO 8000-EXIT
012310     END-IF.
012320     IF DW-MM < 01 OR DW-MM > 12 OR DW-DD < 01
012330         GO TO 8000-EXIT
012340     END-IF.
012350*
012360     PERFORM 8150-MONTH-DAYS THRU 8150-EXIT.
012370     IF DW-DD NOT > DW-MONTH-DAYS
012380         MOVE 'Y' TO WS-DATE-OK-SW
012390     END-IF.
012400*
012410 8000-EXIT.
012420     EXIT.
012430*
012440 8150-MONTH-DAYS.
012450*
012460     EVALUATE DW-MM
012470         WHEN 04
012480         WHEN 06
012490         WHEN 09
012500         WHEN 11
012510             MOVE 30 TO DW-MONTH-DAYS
012520         WHEN 02
012530             MOVE 28 TO DW-MONTH-DAYS
012540             COMPUTE DW-LEAP-WORK =
012550                 FUNCTION MOD(DW-YYYY 4)
012560             IF DW-LEAP-WORK = ZERO
012570                 MOVE 29 TO DW-MONTH-DAYS
012580                 COMPUTE DW-LEAP-WORK =
012590                     FUNCTION MOD(DW-YYYY 100)
012600                 IF DW-LEAP-WORK = ZERO
012610                     COMPUTE DW-LEAP-WORK =
012620                         FUNCTION MOD(DW-YYYY 400)
012630                     IF DW-LEAP-WORK NOT = ZERO
012640                         MOVE 28 TO DW-MONTH-DAYS
012650                     END-IF
012660                 END-IF
012670             END-IF
012680         WHEN OTHER
012690             MOVE 31 TO DW-MONTH-DAYS
012700     END-EVALUATE.
012710*
012720 8150-EXIT.
012730     EXIT.
012740*
012750******************************************************************
012760*   8500-MONTHS-BETWEEN -- WS-MONTHS-AHEAD IS THE WHOLE MONTHS   *
012770*   FROM WS-FROM-DATE TO WS-TO-DATE, A PART MONTH COUNTING AS A  *
012780*   WHOLE ONE, AND NEVER LESS THAN ONE.                          *
012790******************************************************************
012800 8500-MONTHS-BETWEEN.
012810*
012820     MOVE WS-FROM-DATE TO DW-DATE-NUM.
012830     COMPUTE DW-FROM-INDEX = (DW-YYYY * 12) + DW-MM.
012840     MOVE DW-DD TO DW-FROM-DD.
012850     MOVE WS-TO-DATE TO DW-DATE-NUM.
012860     COMPUTE WS-MONTHS-AHEAD =
012870         (DW-YYYY * 12) + DW-MM - DW-FROM-INDEX.
012880     IF DW-DD > DW-FROM-DD
012890         ADD 1 TO WS-MONTHS-AHEAD
012900     END-IF.
012910     IF WS-MONTHS-AHEAD < 1
012920         MOVE 1 TO WS-MONTHS-AHEAD
012930     END-IF.
012940*
012950 8500-EXIT.
012960     EXIT.
012970*
012980 3000-TERMINATE.
012990*
013000     IF NOT WS-ABORT
013010         MOVE SPACE TO REPORT-LINE
013020         WRITE REPORT-LINE
013030         MOVE WS-REQUEST-COUNT TO SL1-REQUEST-COUNT
013040         MOVE WS-QUOTE-COUNT   TO SL1-QUOTE-COUNT
013050         MOVE WS-APPROVE-COUNT TO SL1-APPROVE-COUNT
013060         MOVE WS-REJECT-COUNT  TO SL1-REJECT-COUNT
013070         WRITE REPORT-LINE FROM SUMMARY-LINE-1
013080         MOVE WS-CANCEL-COUNT  TO SL2-CANCEL-COUNT
013090         MOVE WS-HIGH-QUOTE-NO TO SL2-HIGH-QUOTE-NO
013100         WRITE REPORT-LINE FROM SUMMARY-LINE-2
013110         IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
013120             MOVE 4 TO RETURN-CODE
013130         END-IF
013140     END-IF.
013150*
013160     CLOSE CONTROL-FILE.
013170     CLOSE TRMREQ-FILE.
013180     CLOSE CNTMST-FILE.
013190     CLOSE TRMRAT-FILE.
013200     CLOSE KYRHST-FILE.
013210     CLOSE GAFOLD-FILE.
013220     CLOSE GAFNEW-FILE.
013230     CLOSE QUOTE-REPORT.
013240*
013250 3000-EXIT.
013260     EXIT.
