000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    LCFSCH01.
000040 AUTHOR.        SERVER MAINTENANCE GROUP.
000050 INSTALLATION.  HISOFT SERVER DEVELOPMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   LCFSCH01 -- LOAN REPAYMENT SCHEDULE GENERATION.              *
000110*   BUILDS THE REPAYMENT ROWS OF EVERY LOAN ON THE LOAN MASTER   *
000120*   (LCFMST, AS LEFT BY LCFMNT01) THAT HAS NONE YET ON THE       *
000130*   PAYMENT MASTER, SO GAFPAY01 RELEASES LOAN REPAYMENTS THE     *
000140*   SAME WAY AS EVERY OTHER PAYMENT.  THE PAYMENT MASTER IS      *
000150*   COPIED OLD (GAFOLD) TO NEW (GAFNEW); LOAN ROWS CARRY DIVCOD  *
000160*   'LCF ' AND CNTNUM 'LCF' + CTLNUM.  AN UNRELEASED ROW OF A    *
000170*   LOAN NO LONGER ON THE MASTER (CANCELLED) IS DROPPED AND      *
000180*   LISTED; RELEASED ROWS STAY AS HISTORY.                       *
000190*                                                                *
000200*   INSTALMENTS FALL EVERY PAYCYC MONTHS FROM THE DRAWDOWN       *
000210*   (BORDAY), THE LAST ON THE FINAL DUE DATE (DUEDAY).  THE      *
000220*   PRINCIPAL (CAPTOT) IS REPAID IN EQUAL PARTS, THE LAST        *
000230*   INSTALMENT TAKING THE ROUNDING.  INTEREST RUNS ON THE        *
000240*   BALANCE FROM THE PREVIOUS DUE DATE: THE FIRST FSTCAP OF      *
000250*   THE BALANCE AT FSTRAT, ANY EXCESS AT SECRAT (THE SECCAP      *
000260*   TRANCHE IS REPAID FIRST), ON THE DAY BASIS IN DAYBAS         *
000270*   ('0' ACTUAL/365, '1' ACTUAL/360, '2' 30/360).  EACH          *
000280*   INSTALMENT IS A PRINCIPAL ROW (TRNTYP 'P') AND AN INTEREST   *
000290*   ROW (TRNTYP 'I'), RECNUM NUMBERED FROM 0001 PER LOAN, PAID   *
000300*   BY THE CLIENT (PAYCLT = CLTCOD).  PLNDAY IS THE DUE DATE     *
000310*   MOVED OFF A WEEKEND OR HOLCAL HOLIDAY PER HOLSFT ('1' NEXT,  *
000320*   '2' PRECEDING BUSINESS DAY, '0' AS IS).  THE SCHEDULE OF     *
000330*   EACH LOAN IS PRINTED ON RPTOUT.  A LOAN WHOSE TERMS CANNOT   *
000340*   BE SCHEDULED IS LISTED AND THE RUN ENDS WITH CODE 4.  THE    *
000350*   CONTROL CARD ON CTLDD IS AS FOR GAFPAY01 (RUN DATE IN        *
000360*   COLUMNS 1-8, OPERATOR IN 10-13) AND STAMPS THE NEW ROWS.     *
000370*                                                                *
000380*   MODIFICATION HISTORY.                                        *
000390*   10/15/2026  SMG  INITIAL VERSION.                            *
000400******************************************************************
000410*
000420 ENVIRONMENT DIVISION.
000430*
000440 CONFIGURATION SECTION.
000450*
000460 SOURCE-COMPUTER.  IBM-370.
000470 OBJECT-COMPUTER.  IBM-370.
000480*
000490 INPUT-OUTPUT SECTION.
000500*
000510 FILE-CONTROL.
000520*
000530     SELECT  CONTROL-FILE   ASSIGN TO CTLDD
000540             ORGANIZATION IS LINE SEQUENTIAL
000550             FILE STATUS IS WS-CONTROL-STATUS.
000560*
000570     SELECT  LCFMST-FILE    ASSIGN TO LCFMST
000580             ORGANIZATION IS SEQUENTIAL
000590             ACCESS MODE IS SEQUENTIAL
000600             FILE STATUS IS WS-LCFMST-STATUS.
000610*
000620     SELECT  GAFOLD-FILE    ASSIGN TO GAFOLD
000630             ORGANIZATION IS SEQUENTIAL
000640             ACCESS MODE IS SEQUENTIAL
000650             FILE STATUS IS WS-GAFOLD-STATUS.
000660*
000670     SELECT  GAFNEW-FILE    ASSIGN TO GAFNEW
000680             ORGANIZATION IS SEQUENTIAL
000690             ACCESS MODE IS SEQUENTIAL
000700             FILE STATUS IS WS-GAFNEW-STATUS.
000710*
000720     SELECT  HOLCAL-FILE    ASSIGN TO HOLCAL
000730             ORGANIZATION IS SEQUENTIAL
000740             ACCESS MODE IS SEQUENTIAL
000750             FILE STATUS IS WS-HOLCAL-STATUS.
000760*
000770     SELECT  SCHEDULE-REPORT ASSIGN TO RPTOUT
000780             ORGANIZATION IS LINE SEQUENTIAL
000790             FILE STATUS IS WS-REPORT-STATUS.
000800*
000810 DATA DIVISION.
000820*
000830 FILE SECTION.
000840*
000850 FD  CONTROL-FILE
000860     LABEL RECORDS ARE STANDARD.
000870*
000880 01  CONTROL-RECORD.
000890     05  CTL-PROC-DATE            PIC 9(08).
000900     05  FILLER                   PIC X(01).
000910     05  CTL-OPERATOR             PIC X(04).
000920     05  FILLER                   PIC X(67).
000930*
000940 FD  LCFMST-FILE
000950     LABEL RECORDS ARE STANDARD.
000960*
000970 01  LCFMST-RECORD.
000980     COPY LCF_LCFMST REPLACING ==01== BY ==05==,
000990                               ==()== BY ==LCF-==.
001000*
001010 FD  GAFOLD-FILE
001020     LABEL RECORDS ARE STANDARD.
001030*
001040 01  GAFOLD-RECORD.
001050     COPY PAY_GAFPAY REPLACING ==01== BY ==05==,
001060                               ==()== BY ==OLD-==.
001070*
001080 FD  GAFNEW-FILE
001090     LABEL RECORDS ARE STANDARD.
001100*
001110 01  GAFNEW-RECORD.
001120     COPY PAY_GAFPAY REPLACING ==01== BY ==05==,
001130                               ==()== BY ==NEW-==.
001140*
001150 FD  HOLCAL-FILE
001160     LABEL RECORDS ARE STANDARD.
001170*
001180 01  HOLCAL-RECORD.
001190     COPY PAY_HOLCAL REPLACING ==01== BY ==05==,
001200                               ==()== BY ==HOL-==.
001210*
001220 FD  SCHEDULE-REPORT
001230     LABEL RECORDS ARE OMITTED.
001240*
001250 01  REPORT-LINE                  PIC X(132).
001260*
001270 WORKING-STORAGE SECTION.
001280*
001290 01  SWITCHES.
001300*
001310     05  WS-ABORT-SW              PIC X(01)   VALUE 'N'.
001320         88  WS-ABORT                         VALUE 'Y'.
001330     05  WS-LCFMST-EOF-SW         PIC X(01)   VALUE 'N'.
001340         88  WS-LCFMST-EOF                    VALUE 'Y'.
001350     05  WS-GAFOLD-EOF-SW         PIC X(01)   VALUE 'N'.
001360         88  WS-GAFOLD-EOF                    VALUE 'Y'.
001370     05  WS-HOLCAL-EOF-SW         PIC X(01)   VALUE 'N'.
001380         88  WS-HOLCAL-EOF                    VALUE 'Y'.
001390     05  WS-IS-HOLIDAY-SW         PIC X(01)   VALUE 'N'.
001400         88  WS-IS-HOLIDAY                    VALUE 'Y'.
001410     05  WS-LOAN-FOUND-SW         PIC X(01)   VALUE 'N'.
001420         88  WS-LOAN-FOUND                    VALUE 'Y'.
001430*
001440 01  FILE-STATUS-FIELDS.
001450*
001460     05  WS-CONTROL-STATUS        PIC X(02)   VALUE '00'.
001470     05  WS-LCFMST-STATUS         PIC X(02)   VALUE '00'.
001480     05  WS-GAFOLD-STATUS         PIC X(02)   VALUE '00'.
001490     05  WS-GAFNEW-STATUS         PIC X(02)   VALUE '00'.
001500     05  WS-HOLCAL-STATUS         PIC X(02)   VALUE '00'.
001510     05  WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001520*
001530 01  WORK-FIELDS.
001540*
001550     05  WS-SCHEDULED-COUNT PIC S9(05) COMP-3 VALUE ZERO.
001560     05  WS-ROW-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001570     05  WS-DROPPED-COUNT   PIC S9(07) COMP-3 VALUE ZERO.
001580     05  WS-REFUSED-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
001590     05  WS-PROC-DATE             PIC 9(08)   VALUE ZERO.
001600     05  WS-RUN-TIME              PIC 9(08)   VALUE ZERO.
001610     05  WS-OPERATOR              PIC X(04)   VALUE SPACE.
001620     05  WS-EFF-DUE-DATE          PIC 9(08)   VALUE ZERO.
001630     05  WS-DAY-OF-WEEK     PIC S9(01)  COMP-3 VALUE ZERO.
001640     05  WS-REFUSE-REASON         PIC X(40)   VALUE SPACE.
001650*
001660******************************************************************
001670*   SCHEDULE FIELDS -- ONE LOAN AT A TIME.  SC-GRID-DATE IS      *
001680*   BORDAY PLUS SC-ADD-MONTHS, THE DAY CUT BACK TO MONTH END.    *
001690******************************************************************
001700 01  SCHEDULE-FIELDS.
001710     05  SC-MAX-INSTALMENTS PIC S9(03) COMP-3 VALUE +600.
001720     05  SC-INST-COUNT      PIC S9(03) COMP-3 VALUE ZERO.
001730     05  SC-INST-INDEX      PIC S9(03) COMP-3 VALUE ZERO.
001740     05  SC-CYCLE           PIC S9(03) COMP-3 VALUE ZERO.
001750     05  SC-ADD-MONTHS      PIC S9(05) COMP-3 VALUE ZERO.
001760     05  SC-GRID-DATE             PIC 9(08)   VALUE ZERO.
001770     05  SC-PREV-DATE             PIC 9(08)   VALUE ZERO.
001780     05  SC-DUE-DATE              PIC 9(08)   VALUE ZERO.
001790     05  SC-RECNUM                PIC 9(04)   VALUE ZERO.
001800     05  SC-DAYS            PIC S9(05) COMP-3 VALUE ZERO.
001810     05  SC-BASIS           PIC S9(03) COMP-3 VALUE ZERO.
001820     05  SC-PRIN-EACH       PIC S9(13) COMP-3 VALUE ZERO.
001830     05  SC-PRIN-AMT        PIC S9(13) COMP-3 VALUE ZERO.
001840     05  SC-BALANCE         PIC S9(13) COMP-3 VALUE ZERO.
001850     05  SC-FST-PART        PIC S9(13) COMP-3 VALUE ZERO.
001860     05  SC-SEC-PART        PIC S9(13) COMP-3 VALUE ZERO.
001870     05  SC-INT-AMT         PIC S9(13) COMP-3 VALUE ZERO.
001880     05  SC-TOTAL-INT       PIC S9(13) COMP-3 VALUE ZERO.
001890*
001900******************************************************************
001910*   DATE WORK FIELDS AND HOLIDAY TABLE -- SERIAL-DAY ARITHMETIC  *
001920*   (SATURDAY ANCHOR 730519) AND THE HOLCAL CALENDAR.            *
001930******************************************************************
001940 01  DATE-WORK-FIELDS.
001950     05  DW-DATE.
001960         10  DW-YYYY            PIC 9(04).
001970         10  DW-MM              PIC 9(02).
001980         10  DW-DD              PIC 9(02).
001990     05  DW-DATE-NUM REDEFINES DW-DATE
002000                                PIC 9(08).
002010     05  DW-FROM-DATE.
002020         10  DW-FROM-YYYY       PIC 9(04).
002030         10  DW-FROM-MM         PIC 9(02).
002040         10  DW-FROM-DD         PIC 9(02).
002050     05  DN-YYYY                PIC S9(09) COMP-3.
002060     05  DN-MM                  PIC S9(09) COMP-3.
002070     05  DN-DD                  PIC S9(09) COMP-3.
002080     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
002090     05  DN-QUOT-4              PIC S9(09) COMP-3.
002100     05  DN-QUOT-100            PIC S9(09) COMP-3.
002110     05  DN-QUOT-400            PIC S9(09) COMP-3.
002120     05  DN-QUOT-MM             PIC S9(09) COMP-3.
002130     05  DN-DUE-DAY-NUMBER      PIC S9(09) COMP-3.
002140     05  DN-FROM-DD             PIC S9(09) COMP-3.
002150     05  DW-MONTH-DAYS          PIC S9(03) COMP-3.
002160     05  DW-LEAP-WORK           PIC S9(09) COMP-3.
002170     05  DW-MONTH-INDEX         PIC S9(07) COMP-3.
002180     05  DW-MONTH-REM           PIC S9(03) COMP-3.
002190     05  DW-YEAR-WORK           PIC S9(05) COMP-3.
002200     05  DW-ANCHOR-DD           PIC 9(02).
002210*
002220 01  HOLIDAY-TABLE-CONTROL.
002230     05  HT-MAX-ENTRIES     PIC S9(03) COMP-3 VALUE +500.
002240     05  HT-ENTRY-COUNT     PIC S9(03) COMP-3 VALUE ZERO.
002250     05  HT-SUB             PIC S9(03) COMP-3 VALUE ZERO.
002260*
002270 01  HOLIDAY-TABLE.
002280     05  HT-DATE OCCURS 500 TIMES
002290                            PIC 9(08).
002300*
002310******************************************************************
002320*   LOAN TABLE -- THE CONTRACTS ON THE LOAN MASTER, AND WHETHER  *
002330*   THE PAYMENT MASTER ALREADY HOLDS THEIR SCHEDULE.             *
002340******************************************************************
002350 01  LOAN-TABLE-CONTROL.
002360     05  LT-MAX-ENTRIES     PIC S9(05) COMP-3 VALUE +3000.
002370     05  LT-ENTRY-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
002380     05  LT-SUB             PIC S9(05) COMP-3 VALUE ZERO.
002390     05  LT-FOUND-SUB       PIC S9(05) COMP-3 VALUE ZERO.
002400     05  LT-SEARCH-CTLNUM         PIC X(06)   VALUE SPACE.
002410*
002420 01  LOAN-TABLE.
002430     05  LT-ENTRY OCCURS 3000 TIMES.
002440         10  LT-CTLNUM            PIC X(06).
002450         10  LT-SCHEDULED-SW      PIC X(01).
002460             88  LT-SCHEDULED                 VALUE 'Y'.
002470*
002480 01  HEADING-LINE-1.
002490*
002500     05  FILLER                   PIC X(01)   VALUE SPACE.
002510     05  FILLER                   PIC X(44)   VALUE
002520             'LCFSCH01 LOAN REPAYMENT SCHEDULES    RUN ON '.
002530     05  HL1-PROC-DATE            PIC 9(08).
002540     05  FILLER                   PIC X(79)   VALUE SPACE.
002550*
002560 01  LOAN-LINE.
002570*
002580     05  FILLER                   PIC X(06)   VALUE ' LOAN '.
002590     05  LL-CTLNUM                PIC X(06).
002600     05  FILLER                   PIC X(09)   VALUE '  CLIENT '.
002610     05  LL-CLTCOD                PIC X(07).
002620     05  FILLER                   PIC X(12)   VALUE
002630             '  PRINCIPAL '.
002640     05  LL-CAPTOT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
002650     05  FILLER                   PIC X(02)   VALUE SPACE.
002660     05  LL-INST-COUNT            PIC ZZ9.
002670     05  FILLER                   PIC X(19)   VALUE
002680             ' INSTALMENTS EVERY '.
002690     05  LL-CYCLE                 PIC Z9.
002700     05  FILLER                   PIC X(16)   VALUE
002710             ' MONTHS, DAYBAS '.
002720     05  LL-DAYBAS                PIC X(01).
002730     05  FILLER                   PIC X(08)   VALUE ' HOLSFT '.
002740     05  LL-HOLSFT                PIC X(01).
002750     05  FILLER                   PIC X(23)   VALUE SPACE.
002760*
002770 01  COLUMN-LINE.
002780*
002790     05  FILLER                   PIC X(48)   VALUE
002800             '    NO  DUE DATE  PAY DATE   DAYS        BALANCE'.
002810     05  FILLER                   PIC X(36)   VALUE
002820             '         PRINCIPAL          INTEREST'.
002830     05  FILLER                   PIC X(48)   VALUE SPACE.
002840*
002850 01  INSTALMENT-LINE.
002860*
002870     05  FILLER                   PIC X(03)   VALUE SPACE.
002880     05  IL-INDEX                 PIC ZZ9.
002890     05  FILLER                   PIC X(02)   VALUE SPACE.
002900     05  IL-DUE-DATE              PIC 9(08).
002910     05  FILLER                   PIC X(02)   VALUE SPACE.
002920     05  IL-PAY-DATE              PIC 9(08).
002930     05  FILLER                   PIC X(02)   VALUE SPACE.
002940     05  IL-DAYS                  PIC ZZZZ9.
002950     05  FILLER                   PIC X(01)   VALUE SPACE.
002960     05  IL-BALANCE               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
002970     05  FILLER                   PIC X(01)   VALUE SPACE.
002980     05  IL-PRINCIPAL             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
002990     05  FILLER                   PIC X(01)   VALUE SPACE.
003000     05  IL-INTEREST              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
003010     05  FILLER                   PIC X(45)   VALUE SPACE.
003020*
003030 01  LOAN-TOTAL-LINE.
003040*
003050     05  FILLER                   PIC X(32)   VALUE
003060             '    LOAN TOTAL'.
003070     05  FILLER                   PIC X(18)   VALUE SPACE.
003080     05  LTL-PRINCIPAL            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
003090     05  FILLER                   PIC X(01)   VALUE SPACE.
003100     05  LTL-INTEREST             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
003110     05  FILLER                   PIC X(45)   VALUE SPACE.
003120*
003130 01  REFUSED-LINE.
003140*
003150     05  FILLER                   PIC X(06)   VALUE ' LOAN '.
003160     05  RF-CTLNUM                PIC X(06).
003170     05  FILLER                   PIC X(17)   VALUE
003180             '  NOT SCHEDULED: '.
003190     05  RF-REASON                PIC X(40).
003200     05  FILLER                   PIC X(63)   VALUE SPACE.
003210*
003220 01  DROPPED-LINE.
003230*
003240     05  FILLER                   PIC X(09)   VALUE ' PAYMENT '.
003250     05  DR-CNTNUM                PIC X(09).
003260     05  FILLER                   PIC X(01)   VALUE SPACE.
003270     05  DR-RECNUM                PIC X(04).
003280     05  FILLER                   PIC X(08)   VALUE '  PLNDAY'.
003290     05  FILLER                   PIC X(01)   VALUE SPACE.
003300     05  DR-PLNDAY                PIC X(08).
003310     05  FILLER                   PIC X(01)   VALUE SPACE.
003320     05  DR-PAYAMT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
003330     05  FILLER                   PIC X(38)   VALUE
003340             '  DROPPED - LOAN NO LONGER ON MASTER'.
003350     05  FILLER                   PIC X(36)   VALUE SPACE.
003360*
003370 01  SUMMARY-LINE-1.
003380*
003390     05  FILLER                   PIC X(01)   VALUE SPACE.
003400     05  FILLER                   PIC X(25)   VALUE
003410             'LOANS SCHEDULED.........:'.
003420     05  SL1-SCHEDULED-COUNT      PIC ZZZZ9.
003430     05  FILLER                   PIC X(04)   VALUE SPACE.
003440     05  FILLER                   PIC X(25)   VALUE
003450             'PAYMENT ROWS WRITTEN....:'.
003460     05  SL1-ROW-COUNT            PIC ZZZZZZ9.
003470     05  FILLER                   PIC X(65)   VALUE SPACE.
003480*
003490 01  SUMMARY-LINE-2.
003500*
003510     05  FILLER                   PIC X(01)   VALUE SPACE.
003520     05  FILLER                   PIC X(25)   VALUE
003530             'LOANS NOT SCHEDULED.....:'.
003540     05  SL2-REFUSED-COUNT        PIC ZZZZ9.
003550     05  FILLER                   PIC X(04)   VALUE SPACE.
003560     05  FILLER                   PIC X(25)   VALUE
003570             'PAYMENT ROWS DROPPED....:'.
003580     05  SL2-DROPPED-COUNT        PIC ZZZZZZ9.
003590     05  FILLER                   PIC X(65)   VALUE SPACE.
003600*
003610 PROCEDURE DIVISION.
003620*
003630 0000-MAINLINE.
003640*
003650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003660     PERFORM 2000-PROCESS-PAYMENTS THRU 2000-EXIT.
003670     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003680*
003690     STOP RUN.
003700*
003710 1000-INITIALIZE.
003720*
003730     OPEN INPUT  CONTROL-FILE.
003740     OPEN INPUT  HOLCAL-FILE.
003750     OPEN INPUT  LCFMST-FILE.
003760     OPEN INPUT  GAFOLD-FILE.
003770     OPEN OUTPUT GAFNEW-FILE.
003780     OPEN OUTPUT SCHEDULE-REPORT.
003790*
003800     IF WS-CONTROL-STATUS NOT = '00'
003810      OR WS-HOLCAL-STATUS NOT = '00'
003820      OR WS-LCFMST-STATUS NOT = '00'
003830      OR WS-GAFOLD-STATUS NOT = '00'
003840      OR WS-GAFNEW-STATUS NOT = '00'
003850      OR WS-REPORT-STATUS NOT = '00'
003860         DISPLAY 'LCFSCH010001E FILE OPEN FAILED, CTL='
003870             WS-CONTROL-STATUS ' CAL=' WS-HOLCAL-STATUS
003880             ' LCF=' WS-LCFMST-STATUS ' OLD=' WS-GAFOLD-STATUS
003890             ' NEW=' WS-GAFNEW-STATUS ' RPT=' WS-REPORT-STATUS
003900         MOVE 'Y' TO WS-ABORT-SW
003910         MOVE 16 TO RETURN-CODE
003920     END-IF.
003930*
003940     IF NOT WS-ABORT
003950         READ CONTROL-FILE
003960             AT END
003970                 DISPLAY 'LCFSCH010002E CONTROL CARD MISSING'
003980                 MOVE 'Y' TO WS-ABORT-SW
003990                 MOVE 16 TO RETURN-CODE
004000         END-READ
004010     END-IF.
004020*
004030     IF NOT WS-ABORT
004040         IF CTL-PROC-DATE NUMERIC
004050         AND CTL-OPERATOR NOT = SPACE
004060             MOVE CTL-PROC-DATE TO WS-PROC-DATE
004070                                   HL1-PROC-DATE
004080             MOVE CTL-OPERATOR  TO WS-OPERATOR
004090             ACCEPT WS-RUN-TIME FROM TIME
004100             WRITE REPORT-LINE FROM HEADING-LINE-1
004110         ELSE
004120             DISPLAY 'LCFSCH010003E CONTROL CARD INVALID: '
004130                 CONTROL-RECORD
004140             MOVE 'Y' TO WS-ABORT-SW
004150             MOVE 16 TO RETURN-CODE
004160         END-IF
004170     END-IF.
004180*
004190     IF NOT WS-ABORT
004200         PERFORM 1100-LOAD-HOLIDAYS THRU 1100-EXIT
004210             UNTIL WS-HOLCAL-EOF
004220     END-IF.
004230*
004240*    THE LOAN MASTER IS READ TWICE: ONCE HERE FOR THE CONTRACT
004250*    NUMBERS, AGAIN IN 2500 TO SCHEDULE THE NEW ONES.
004260     IF NOT WS-ABORT
004270         PERFORM 1200-LOAD-LOANS THRU 1200-EXIT
004280             UNTIL WS-LCFMST-EOF
004290         CLOSE LCFMST-FILE
004300         MOVE 'N' TO WS-LCFMST-EOF-SW
004310         OPEN INPUT LCFMST-FILE
004320     END-IF.
004330*
004340 1000-EXIT.
004350     EXIT.
004360*
004370 1100-LOAD-HOLIDAYS.
004380*
004390     READ HOLCAL-FILE
004400         AT END
004410             MOVE 'Y' TO WS-HOLCAL-EOF-SW
004420     END-READ.
004430*
004440     IF WS-HOLCAL-EOF
004450         GO TO 1100-EXIT
004460     END-IF.
004470*
004480     IF HOL-HOLDAY NOT NUMERIC
004490         DISPLAY 'LCFSCH010004E HOLCAL DATE NOT NUMERIC: '
004500             HOL-HOLDAY
004510         MOVE 'Y' TO WS-ABORT-SW
004520         MOVE 'Y' TO WS-HOLCAL-EOF-SW
004530         MOVE 16 TO RETURN-CODE
004540         GO TO 1100-EXIT
004550     END-IF.
004560*
004570     IF HT-ENTRY-COUNT < HT-MAX-ENTRIES
004580         ADD 1 TO HT-ENTRY-COUNT
004590         MOVE HOL-HOLDAY TO HT-DATE(HT-ENTRY-COUNT)
004600     ELSE
004610         DISPLAY 'LCFSCH010005E HOLIDAY TABLE FULL'
004620         MOVE 'Y' TO WS-ABORT-SW
004630         MOVE 'Y' TO WS-HOLCAL-EOF-SW
004640         MOVE 16 TO RETURN-CODE
004650     END-IF.
004660*
004670 1100-EXIT.
004680     EXIT.
004690*
004700 1200-LOAD-LOANS.
004710*
004720     READ LCFMST-FILE
004730         AT END
004740             MOVE 'Y' TO WS-LCFMST-EOF-SW
004750     END-READ.
004760*
004770     IF WS-LCFMST-EOF
004780         GO TO 1200-EXIT
004790     END-IF.
004800*
004810     IF LT-ENTRY-COUNT < LT-MAX-ENTRIES
004820         ADD 1 TO LT-ENTRY-COUNT
004830         MOVE LCF-CTLNUM TO LT-CTLNUM(LT-ENTRY-COUNT)
004840         MOVE 'N'        TO LT-SCHEDULED-SW(LT-ENTRY-COUNT)
004850     ELSE
004860         DISPLAY 'LCFSCH010006E LOAN TABLE FULL'
004870         MOVE 'Y' TO WS-ABORT-SW
004880         MOVE 'Y' TO WS-LCFMST-EOF-SW
004890         MOVE 16 TO RETURN-CODE
004900     END-IF.
004910*
004920 1200-EXIT.
004930     EXIT.
004940*
004950 2000-PROCESS-PAYMENTS.
004960*
004970     IF WS-ABORT
004980         GO TO 2000-EXIT
004990     END-IF.
005000*
005010     PERFORM 2100-COPY-PAYMENT THRU 2100-EXIT
005020         UNTIL WS-GAFOLD-EOF.
005030*
005040     IF NOT WS-ABORT
005050         PERFORM 2500-SCHEDULE-LOAN THRU 2500-EXIT
005060             UNTIL WS-LCFMST-EOF
005070     END-IF.
005080*
005090 2000-EXIT.
005100     EXIT.
005110*
005120******************************************************************
005130*   2100-COPY-PAYMENT -- THE PAYMENT MASTER COPIES THROUGH.  A   *
005140*   LOAN ROW MARKS ITS LOAN AS ALREADY SCHEDULED; AN UNRELEASED  *
005150*   ROW OF A LOAN NO LONGER ON THE MASTER IS DROPPED.            *
005160******************************************************************
005170 2100-COPY-PAYMENT.
005180*
005190     READ GAFOLD-FILE
005200         AT END
005210             MOVE 'Y' TO WS-GAFOLD-EOF-SW
005220     END-READ.
005230*
005240     IF WS-GAFOLD-EOF
005250         GO TO 2100-EXIT
005260     END-IF.
005270*
005280     IF OLD-DIVCOD = 'LCF ' AND OLD-CNTNUM(1:3) = 'LCF'
005290         MOVE OLD-CNTNUM(4:6) TO LT-SEARCH-CTLNUM
005300         PERFORM 2150-FIND-LOAN THRU 2150-EXIT
005310         IF WS-LOAN-FOUND
005320             MOVE 'Y' TO LT-SCHEDULED-SW(LT-FOUND-SUB)
005330         ELSE
005340             IF OLD-PAYFLG NOT = '1'
005350                 MOVE OLD-CNTNUM TO DR-CNTNUM
005360                 MOVE OLD-RECNUM TO DR-RECNUM
005370                 MOVE OLD-PLNDAY TO DR-PLNDAY
005380                 MOVE OLD-PAYAMT TO DR-PAYAMT
005390                 WRITE REPORT-LINE FROM DROPPED-LINE
005400                 ADD 1 TO WS-DROPPED-COUNT
005410                 GO TO 2100-EXIT
005420             END-IF
005430         END-IF
005440     END-IF.
005450*
005460     MOVE GAFOLD-RECORD TO GAFNEW-RECORD.
005470     PERFORM 2900-WRITE-PAYMENT THRU 2900-EXIT.
005480*
005490 2100-EXIT.
005500     EXIT.
005510*
005520 2150-FIND-LOAN.
005530*
005540     MOVE 'N' TO WS-LOAN-FOUND-SW.
005550     PERFORM VARYING LT-SUB FROM 1 BY 1
005560             UNTIL LT-SUB > LT-ENTRY-COUNT
005570                OR WS-LOAN-FOUND
005580         IF LT-CTLNUM(LT-SUB) = LT-SEARCH-CTLNUM
005590             MOVE 'Y'    TO WS-LOAN-FOUND-SW
005600             MOVE LT-SUB TO LT-FOUND-SUB
005610         END-IF
005620     END-PERFORM.
005630*
005640 2150-EXIT.
005650     EXIT.
005660*
005670******************************************************************
005680*   2500-SCHEDULE-LOAN -- SECOND PASS OF THE LOAN MASTER: A      *
005690*   LOAN WITH NO ROWS ON THE PAYMENT MASTER GETS ITS SCHEDULE.   *
005700******************************************************************
005710 2500-SCHEDULE-LOAN.
005720*
005730     READ LCFMST-FILE
005740         AT END
005750             MOVE 'Y' TO WS-LCFMST-EOF-SW
005760     END-READ.
005770*
005780     IF WS-LCFMST-EOF
005790         GO TO 2500-EXIT
005800     END-IF.
005810*
005820     MOVE LCF-CTLNUM TO LT-SEARCH-CTLNUM.
005830     PERFORM 2150-FIND-LOAN THRU 2150-EXIT.
005840     IF WS-LOAN-FOUND
005850         IF LT-SCHEDULED(LT-FOUND-SUB)
005860             GO TO 2500-EXIT
005870         END-IF
005880     END-IF.
005890*
005900     MOVE SPACE TO WS-REFUSE-REASON.
005910     EVALUATE TRUE
005920         WHEN LCF-BORDAY NOT NUMERIC
005930           OR LCF-DUEDAY NOT NUMERIC
005940           OR LCF-DUEDAY NOT > LCF-BORDAY
005950             MOVE 'DRAWDOWN OR FINAL DUE DATE INVALID'
005960                 TO WS-REFUSE-REASON
005970         WHEN LCF-PAYCYC NOT NUMERIC
005980           OR LCF-PAYCYC = '00'
005990             MOVE 'PAYMENT CYCLE INVALID' TO WS-REFUSE-REASON
006000         WHEN LCF-CAPTOT NOT > ZERO
006010             MOVE 'NO PRINCIPAL TO REPAY' TO WS-REFUSE-REASON
006020     END-EVALUATE.
006030*
006040     IF WS-REFUSE-REASON = SPACE
006050         MOVE LCF-PAYCYC TO SC-CYCLE
006060         PERFORM 2600-COUNT-INSTALMENTS THRU 2600-EXIT
006070         IF SC-INST-COUNT > SC-MAX-INSTALMENTS
006080             MOVE 'MORE THAN 600 INSTALMENTS'
006090                 TO WS-REFUSE-REASON
006100         END-IF
006110     END-IF.
006120*
006130     IF WS-REFUSE-REASON NOT = SPACE
006140         MOVE LCF-CTLNUM       TO RF-CTLNUM
006150         MOVE WS-REFUSE-REASON TO RF-REASON
006160         WRITE REPORT-LINE FROM REFUSED-LINE
006170         ADD 1 TO WS-REFUSED-COUNT
006180         GO TO 2500-EXIT
006190     END-IF.
006200*
006210     DIVIDE LCF-CAPTOT BY SC-INST-COUNT GIVING SC-PRIN-EACH.
006220     MOVE LCF-CAPTOT  TO SC-BALANCE.
006230     MOVE LCF-BORDAY  TO SC-PREV-DATE.
006240     MOVE ZERO        TO SC-RECNUM
006250                         SC-TOTAL-INT.
006260*
006270     MOVE SPACE TO REPORT-LINE.
006280     WRITE REPORT-LINE.
006290     MOVE LCF-CTLNUM    TO LL-CTLNUM.
006300     MOVE LCF-CLTCOD    TO LL-CLTCOD.
006310     MOVE LCF-CAPTOT    TO LL-CAPTOT.
006320     MOVE SC-INST-COUNT TO LL-INST-COUNT.
006330     MOVE SC-CYCLE      TO LL-CYCLE.
006340     MOVE LCF-DAYBAS    TO LL-DAYBAS.
006350     MOVE LCF-HOLSFT    TO LL-HOLSFT.
006360     WRITE REPORT-LINE FROM LOAN-LINE.
006370     WRITE REPORT-LINE FROM COLUMN-LINE.
006380*
006390     PERFORM 2700-BUILD-INSTALMENT THRU 2700-EXIT
006400         VARYING SC-INST-INDEX FROM 1 BY 1
006410         UNTIL SC-INST-INDEX > SC-INST-COUNT
006420            OR WS-ABORT.
006430*
006440     MOVE LCF-CAPTOT   TO LTL-PRINCIPAL.
006450     MOVE SC-TOTAL-INT TO LTL-INTEREST.
006460     WRITE REPORT-LINE FROM LOAN-TOTAL-LINE.
006470     ADD 1 TO WS-SCHEDULED-COUNT.
006480*
006490 2500-EXIT.
006500     EXIT.
006510*
006520******************************************************************
006530*   2600-COUNT-INSTALMENTS -- THE FIRST GRID DATE ON OR AFTER    *
006540*   DUEDAY IS THE LAST INSTALMENT (PAID ON DUEDAY ITSELF).       *
006550******************************************************************
006560 2600-COUNT-INSTALMENTS.
006570*
006580     MOVE ZERO TO SC-INST-COUNT
006590                  SC-GRID-DATE.
006600     PERFORM 2610-NEXT-GRID-DATE THRU 2610-EXIT
006610         UNTIL SC-GRID-DATE NOT < LCF-DUEDAY
006620            OR SC-INST-COUNT > SC-MAX-INSTALMENTS.
006630*
006640 2600-EXIT.
006650     EXIT.
006660*
006670 2610-NEXT-GRID-DATE.
006680*
006690     ADD 1 TO SC-INST-COUNT.
006700     COMPUTE SC-ADD-MONTHS = SC-INST-COUNT * SC-CYCLE.
006710     PERFORM 8400-ADD-MONTHS THRU 8400-EXIT.
006720*
006730 2610-EXIT.
006740     EXIT.
006750*
006760******************************************************************
006770*   2700-BUILD-INSTALMENT -- DUE DATE, PRINCIPAL, AND INTEREST   *
006780*   OF INSTALMENT SC-INST-INDEX; WRITES ITS TWO PAYMENT ROWS.    *
006790******************************************************************
006800 2700-BUILD-INSTALMENT.
006810*
006820     IF SC-INST-INDEX = SC-INST-COUNT
006830         MOVE LCF-DUEDAY TO SC-DUE-DATE
006840         MOVE SC-BALANCE TO SC-PRIN-AMT
006850     ELSE
006860         COMPUTE SC-ADD-MONTHS = SC-INST-INDEX * SC-CYCLE
006870         PERFORM 8400-ADD-MONTHS THRU 8400-EXIT
006880         MOVE SC-GRID-DATE TO SC-DUE-DATE
006890         MOVE SC-PRIN-EACH TO SC-PRIN-AMT
006900     END-IF.
006910*
006920     PERFORM 8500-PERIOD-DAYS THRU 8500-EXIT.
006930*
006940     IF SC-BALANCE > LCF-FSTCAP
006950         MOVE LCF-FSTCAP TO SC-FST-PART
006960     ELSE
006970         MOVE SC-BALANCE TO SC-FST-PART
006980     END-IF.
006990     COMPUTE SC-SEC-PART = SC-BALANCE - SC-FST-PART.
007000     COMPUTE SC-INT-AMT ROUNDED =
007010         ((SC-FST-PART * LCF-FSTRAT) + (SC-SEC-PART * LCF-SECRAT))
007020         * SC-DAYS / (SC-BASIS * 100).
007030*
007040     MOVE SC-DUE-DATE TO WS-EFF-DUE-DATE.
007050     PERFORM 2800-SHIFT-DATE THRU 2800-EXIT.
007060*
007070     MOVE SC-INST-INDEX   TO IL-INDEX.
007080     MOVE SC-DUE-DATE     TO IL-DUE-DATE.
007090     MOVE WS-EFF-DUE-DATE TO IL-PAY-DATE.
007100     MOVE SC-DAYS         TO IL-DAYS.
007110     MOVE SC-BALANCE      TO IL-BALANCE.
007120     MOVE SC-PRIN-AMT     TO IL-PRINCIPAL.
007130     MOVE SC-INT-AMT      TO IL-INTEREST.
007140     WRITE REPORT-LINE FROM INSTALMENT-LINE.
007150*
007160     MOVE 'P'         TO NEW-TRNTYP.
007170     MOVE SC-PRIN-AMT TO NEW-TRNAMT.
007180     PERFORM 2750-BUILD-PAYMENT-ROW THRU 2750-EXIT.
007190*
007200     IF SC-INT-AMT > ZERO
007210         MOVE 'I'        TO NEW-TRNTYP
007220         MOVE SC-INT-AMT TO NEW-TRNAMT
007230         PERFORM 2750-BUILD-PAYMENT-ROW THRU 2750-EXIT
007240     END-IF.
007250*
007260     ADD SC-INT-AMT TO SC-TOTAL-INT.
007270     SUBTRACT SC-PRIN-AMT FROM SC-BALANCE.
007280     MOVE SC-DUE-DATE TO SC-PREV-DATE.
007290*
007300 2700-EXIT.
007310     EXIT.
007320*
007330 2750-BUILD-PAYMENT-ROW.
007340*
007350     ADD 1 TO SC-RECNUM.
007360     MOVE 'LCF'            TO NEW-CNTNUM(1:3).
007370     MOVE LCF-CTLNUM       TO NEW-CNTNUM(4:6).
007380     MOVE '0'              TO NEW-RELEAS.
007390     MOVE SC-RECNUM        TO NEW-RECNUM.
007400     MOVE 'LCF '           TO NEW-DIVCOD.
007410     MOVE LCF-CLTCOD       TO NEW-PAYCLT.
007420     MOVE WS-EFF-DUE-DATE  TO NEW-PLNDAY.
007430     MOVE SPACE            TO NEW-TRNDAY.
007440     MOVE ZERO             TO NEW-TRNTAX.
007450     MOVE NEW-TRNAMT       TO NEW-PAYAMT.
007460     MOVE '0'              TO NEW-DEMFLG
007470                              NEW-PAYFLG.
007480     MOVE WS-PROC-DATE     TO NEW-REGDAY.
007490     MOVE WS-RUN-TIME(1:6) TO NEW-REGTIM.
007500     MOVE WS-OPERATOR      TO NEW-REGPSN.
007510     MOVE SPACE            TO NEW-MODDAY
007520                              NEW-MODTIM
007530                              NEW-MODPSN.
007540     PERFORM 2900-WRITE-PAYMENT THRU 2900-EXIT.
007550     ADD 1 TO WS-ROW-COUNT.
007560*
007570 2750-EXIT.
007580     EXIT.
007590*
007600******************************************************************
007610*   2800-SHIFT-DATE -- MOVE WS-EFF-DUE-DATE OFF A SATURDAY,      *
007620*   SUNDAY, OR CALENDAR HOLIDAY: FORWARD FOR HOLSFT '1',         *
007630*   BACKWARD FOR HOLSFT '2', NOT AT ALL FOR '0'.                 *
007640******************************************************************
007650 2800-SHIFT-DATE.
007660*
007670     IF LCF-HOLSFT NOT = '1' AND LCF-HOLSFT NOT = '2'
007680         GO TO 2800-EXIT
007690     END-IF.
007700*
007710     MOVE WS-EFF-DUE-DATE TO DW-DATE.
007720     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
007730     COMPUTE WS-DAY-OF-WEEK =
007740         FUNCTION MOD(DN-DAY-NUMBER - 730519 7).
007750     PERFORM 8300-TEST-HOLIDAY THRU 8300-EXIT.
007760*
007770     PERFORM UNTIL WS-DAY-OF-WEEK NOT = 0
007780               AND WS-DAY-OF-WEEK NOT = 1
007790               AND NOT WS-IS-HOLIDAY
007800         MOVE WS-EFF-DUE-DATE TO DW-DATE
007810         IF LCF-HOLSFT = '1'
007820             PERFORM 8200-ADD-ONE-DAY THRU 8200-EXIT
007830         ELSE
007840             PERFORM 8250-SUBTRACT-ONE-DAY THRU 8250-EXIT
007850         END-IF
007860         MOVE DW-DATE-NUM TO WS-EFF-DUE-DATE
007870         PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT
007880         COMPUTE WS-DAY-OF-WEEK =
007890             FUNCTION MOD(DN-DAY-NUMBER - 730519 7)
007900         PERFORM 8300-TEST-HOLIDAY THRU 8300-EXIT
007910     END-PERFORM.
007920*
007930 2800-EXIT.
007940     EXIT.
007950*
007960 2900-WRITE-PAYMENT.
007970*
007980     WRITE GAFNEW-RECORD.
007990     IF WS-GAFNEW-STATUS NOT = '00'
008000         DISPLAY 'LCFSCH010007E GAFNEW WRITE FAILED, STATUS='
008010             WS-GAFNEW-STATUS
008020         MOVE 'Y' TO WS-ABORT-SW
008030         MOVE 'Y' TO WS-GAFOLD-EOF-SW
008040         MOVE 'Y' TO WS-LCFMST-EOF-SW
008050         MOVE 16 TO RETURN-CODE
008060     END-IF.
008070*
008080 2900-EXIT.
008090     EXIT.
008100*
008110******************************************************************
008120*   8100/8200/8300 -- THE DATE HELPERS GAFPAY01 CARRIES: SERIAL  *
008130*   DAY NUMBER, STEP ONE DAY, AND THE CALENDAR TEST; 8150        *
008140*   GIVES THE LENGTH OF MONTH DW-MM, 8250 STEPS BACK A DAY.      *
008150*   THE DAY NUMBER TAKES EACH QUOTIENT WHOLE BEFORE SUMMING, SO  *
008160*   NO FRACTIONS CARRY INTO THE WEEKDAY.                         *
008170******************************************************************
008180 8100-COMPUTE-DAY-NUMBER.
008190*
008200     MOVE DW-YYYY TO DN-YYYY.
008210     MOVE DW-MM   TO DN-MM.
008220     MOVE DW-DD   TO DN-DD.
008230*
008240     IF DN-MM < 3
008250         ADD 12 TO DN-MM
008260         SUBTRACT 1 FROM DN-YYYY
008270     END-IF.
008280*
008290     DIVIDE DN-YYYY BY 4   GIVING DN-QUOT-4.
008300     DIVIDE DN-YYYY BY 100 GIVING DN-QUOT-100.
008310     DIVIDE DN-YYYY BY 400 GIVING DN-QUOT-400.
008320     COMPUTE DN-QUOT-MM = 153 * DN-MM + 8.
008330     DIVIDE DN-QUOT-MM BY 5 GIVING DN-QUOT-MM.
008340*
008350     COMPUTE DN-DAY-NUMBER =
008360           (365 * DN-YYYY)
008370         + DN-QUOT-4
008380         - DN-QUOT-100
008390         + DN-QUOT-400
008400         + DN-QUOT-MM
008410         + DN-DD.
008420*
008430 8100-EXIT.
008440     EXIT.
008450*
008460 8150-MONTH-DAYS.
008470*
008480     EVALUATE DW-MM
008490         WHEN 04
008500         WHEN 06
008510         WHEN 09
008520         WHEN 11
008530             MOVE 30 TO DW-MONTH-DAYS
008540         WHEN 02
008550             MOVE 28 TO DW-MONTH-DAYS
008560             COMPUTE DW-LEAP-WORK =
008570                 FUNCTION MOD(DW-YYYY 4)
008580             IF DW-LEAP-WORK = ZERO
008590                 MOVE 29 TO DW-MONTH-DAYS
008600                 COMPUTE DW-LEAP-WORK =
008610                     FUNCTION MOD(DW-YYYY 100)
008620                 IF DW-LEAP-WORK = ZERO
008630                     COMPUTE DW-LEAP-WORK =
008640                         FUNCTION MOD(DW-YYYY 400)
008650                     IF DW-LEAP-WORK NOT = ZERO
008660                         MOVE 28 TO DW-MONTH-DAYS
008670                     END-IF
008680                 END-IF
008690             END-IF
008700         WHEN OTHER
008710             MOVE 31 TO DW-MONTH-DAYS
008720     END-EVALUATE.
008730*
008740 8150-EXIT.
008750     EXIT.
008760*
008770 8200-ADD-ONE-DAY.
008780*
008790     PERFORM 8150-MONTH-DAYS THRU 8150-EXIT.
008800*
008810     IF DW-DD < DW-MONTH-DAYS
008820         ADD 1 TO DW-DD
008830     ELSE
008840         MOVE 01 TO DW-DD
008850         IF DW-MM < 12
008860             ADD 1 TO DW-MM
008870         ELSE
008880             MOVE 01 TO DW-MM
008890             ADD 1 TO DW-YYYY
008900         END-IF
008910     END-IF.
008920*
008930 8200-EXIT.
008940     EXIT.
008950*
008960 8250-SUBTRACT-ONE-DAY.
008970*
008980     IF DW-DD > 01
008990         SUBTRACT 1 FROM DW-DD
009000         GO TO 8250-EXIT
009010     END-IF.
009020*
009030     IF DW-MM > 01
009040         SUBTRACT 1 FROM DW-MM
009050     ELSE
009060         MOVE 12 TO DW-MM
009070         SUBTRACT 1 FROM DW-YYYY
009080     END-IF.
009090     PERFORM 8150-MONTH-DAYS THRU 8150-EXIT.
009100     MOVE DW-MONTH-DAYS TO DW-DD.
009110*
009120 8250-EXIT.
009130     EXIT.
009140*
009150 8300-TEST-HOLIDAY.
009160*
009170     MOVE 'N' TO WS-IS-HOLIDAY-SW.
009180     PERFORM VARYING HT-SUB FROM 1 BY 1
009190             UNTIL HT-SUB > HT-ENTRY-COUNT
009200                OR WS-IS-HOLIDAY
009210         IF HT-DATE(HT-SUB) = WS-EFF-DUE-DATE
009220             MOVE 'Y' TO WS-IS-HOLIDAY-SW
009230         END-IF
009240     END-PERFORM.
009250*
009260 8300-EXIT.
009270     EXIT.
009280*
009290******************************************************************
009300*   8400-ADD-MONTHS -- SC-GRID-DATE = BORDAY + SC-ADD-MONTHS,    *
009310*   KEEPING THE DRAWDOWN DAY OR THE MONTH END IF SHORTER.        *
009320******************************************************************
009330 8400-ADD-MONTHS.
009340*
009350     MOVE LCF-BORDAY TO DW-DATE.
009360     MOVE DW-DD      TO DW-ANCHOR-DD.
009370     COMPUTE DW-MONTH-INDEX =
009380         (DW-YYYY * 12) + DW-MM - 1 + SC-ADD-MONTHS.
009390     DIVIDE DW-MONTH-INDEX BY 12
009400         GIVING DW-YEAR-WORK REMAINDER DW-MONTH-REM.
009410     MOVE DW-YEAR-WORK TO DW-YYYY.
009420     COMPUTE DW-MM = DW-MONTH-REM + 1.
009430*
009440     PERFORM 8150-MONTH-DAYS THRU 8150-EXIT.
009450     IF DW-ANCHOR-DD > DW-MONTH-DAYS
009460         MOVE DW-MONTH-DAYS TO DW-DD
009470     ELSE
009480         MOVE DW-ANCHOR-DD  TO DW-DD
009490     END-IF.
009500     MOVE DW-DATE-NUM TO SC-GRID-DATE.
009510*
009520 8400-EXIT.
009530     EXIT.
009540*
009550******************************************************************
009560*   8500-PERIOD-DAYS -- DAYS FROM SC-PREV-DATE TO SC-DUE-DATE    *
009570*   AND THE YEAR BASIS, PER DAYBAS.  30/360 COUNTS A 31ST AS     *
009580*   THE 30TH (THE END DATE ONLY WHEN THE START IS ALSO 30/31).   *
009590******************************************************************
009600 8500-PERIOD-DAYS.
009610*
009620     IF LCF-DAYBAS = '1' OR LCF-DAYBAS = '2'
009630         MOVE 360 TO SC-BASIS
009640     ELSE
009650         MOVE 365 TO SC-BASIS
009660     END-IF.
009670*
009680     MOVE SC-PREV-DATE TO DW-FROM-DATE.
009690     MOVE SC-DUE-DATE  TO DW-DATE.
009700*
009710     IF LCF-DAYBAS = '2'
009720         MOVE DW-FROM-DD TO DN-FROM-DD
009730         MOVE DW-DD      TO DN-DD
009740         IF DN-FROM-DD = 31
009750             MOVE 30 TO DN-FROM-DD
009760         END-IF
009770         IF DN-DD = 31 AND DN-FROM-DD = 30
009780             MOVE 30 TO DN-DD
009790         END-IF
009800         COMPUTE SC-DAYS =
009810               ((DW-YYYY - DW-FROM-YYYY) * 360)
009820             + ((DW-MM - DW-FROM-MM) * 30)
009830             + (DN-DD - DN-FROM-DD)
009840         GO TO 8500-EXIT
009850     END-IF.
009860*
009870     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
009880     MOVE DN-DAY-NUMBER TO DN-DUE-DAY-NUMBER.
009890     MOVE SC-PREV-DATE  TO DW-DATE.
009900     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
009910     COMPUTE SC-DAYS = DN-DUE-DAY-NUMBER - DN-DAY-NUMBER.
009920*
009930 8500-EXIT.
009940     EXIT.
009950*
009960 3000-TERMINATE.
009970*
009980     IF NOT WS-ABORT
009990         MOVE SPACE TO REPORT-LINE
010000         WRITE REPORT-LINE
010010         MOVE WS-SCHEDULED-COUNT TO SL1-SCHEDULED-COUNT
010020         MOVE WS-ROW-COUNT       TO SL1-ROW-COUNT
010030         WRITE REPORT-LINE FROM SUMMARY-LINE-1
010040         MOVE WS-REFUSED-COUNT   TO SL2-REFUSED-COUNT
010050         MOVE WS-DROPPED-COUNT   TO SL2-DROPPED-COUNT
010060         WRITE REPORT-LINE FROM SUMMARY-LINE-2
010070         IF WS-REFUSED-COUNT > ZERO AND RETURN-CODE = ZERO
010080             MOVE 4 TO RETURN-CODE
010090         END-IF
010100     END-IF.
010110*
010120     CLOSE CONTROL-FILE.
010130     CLOSE HOLCAL-FILE.
010140     CLOSE LCFMST-FILE.
010150     CLOSE GAFOLD-FILE.
010160     CLOSE GAFNEW-FILE.
010170     CLOSE SCHEDULE-REPORT.
010180*
010190 3000-EXIT.
010200     EXIT.
