000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    LCFMNT01.
000040 AUTHOR.        SERVER MAINTENANCE GROUP.
000050 INSTALLATION.  HISOFT SERVER DEVELOPMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   LCFMNT01 -- LOAN CONTRACT MAINTENANCE.                       *
000110*   THE LCF_LCFMST LOAN MASTER HAS SAT IN THE COPY LIBRARY       *
000120*   WITH NOTHING READING OR WRITING IT.  THIS BATCH APPLIES      *
000130*   THE LOAN DESK'S MAINTENANCE REQUESTS (MODDD, LCF_MODLST      *
000140*   LAYOUT, ONE PER CONTRACT PER RUN) TO THE MASTER, OLD COPY    *
000150*   IN (LCFOLD), NEW COPY OUT (LCFNEW):                          *
000160*     JOBTYP 'A' -- REGISTER A NEW CONTRACT;                     *
000170*     JOBTYP 'C' -- REPLACE A CONTRACT'S TERMS WITH THE          *
000180*                   REQUEST'S CURRENT VALUES;                    *
000190*     JOBTYP 'D' -- CANCEL (REMOVE) A CONTRACT.                  *
000200*   AN ADDED OR CHANGED CONTRACT MUST PASS THE EDITS IN          *
000210*   2500-EDIT-CONTRACT (CLIENT PRESENT; CNTDAY, BORDAY, DUEDAY   *
000220*   REAL DATES IN THAT ORDER; PAYCYC 01-12 MONTHS; DAYBAS        *
000230*   0/1/2 = ACTUAL/365, ACTUAL/360, 30/360; HOLSFT 0/1/2 =       *
000240*   NONE, NEXT, PRECEDING BUSINESS DAY; FSTCAP OVER ZERO,        *
000250*   CAPTOT = FSTCAP + SECCAP (FILLED IN WHEN ZERO); FSTRAT AND   *
000260*   SECRAT UNDER 30 PERCENT; DEBIT BANK, BRANCH, AND ACCOUNT     *
000270*   NUMERIC).  A REGISTRATION IS STAMPED REGDAY/REGTIM/REGPSN,   *
000280*   A CHANGE MODDAY/MODTIM/MODPSN, FROM THE RUN DATE AND THE     *
000290*   OPERATOR ON THE CONTROL CARD (CTLDD: YYYYMMDD IN COLUMNS     *
000300*   1-8, OPERATOR IN 10-13, AS GAFPAY01).  LCFSCH01 BUILDS THE   *
000310*   REPAYMENT SCHEDULE OF A NEWLY REGISTERED CONTRACT; ONCE      *
000320*   BUILT, A CHANGE TO ITS PAYMENTS GOES THROUGH THE PAYMENT     *
000330*   SCHEDULE CHANGE RUN, NOT THROUGH HERE.  EVERY REQUEST AND    *
000340*   ITS OUTCOME IS LISTED ON RPTOUT; A REFUSED REQUEST ENDS THE  *
000350*   RUN WITH CODE 4.                                             *
000360*                                                                *
000370*   MODIFICATION HISTORY.                                        *
000380*   10/15/2026  SMG  INITIAL VERSION.                            *
000390******************************************************************
000400*
000410 ENVIRONMENT DIVISION.
000420*
000430 CONFIGURATION SECTION.
000440*
000450 SOURCE-COMPUTER.  IBM-370.
000460 OBJECT-COMPUTER.  IBM-370.
000470*
000480 INPUT-OUTPUT SECTION.
000490*
000500 FILE-CONTROL.
000510*
000520     SELECT  CONTROL-FILE   ASSIGN TO CTLDD
000530             ORGANIZATION IS LINE SEQUENTIAL
000540             FILE STATUS IS WS-CONTROL-STATUS.
000550*
000560     SELECT  MODDD-FILE     ASSIGN TO MODDD
000570             ORGANIZATION IS SEQUENTIAL
000580             ACCESS MODE IS SEQUENTIAL
000590             FILE STATUS IS WS-MODDD-STATUS.
000600*
000610     SELECT  LCFOLD-FILE    ASSIGN TO LCFOLD
000620             ORGANIZATION IS SEQUENTIAL
000630             ACCESS MODE IS SEQUENTIAL
000640             FILE STATUS IS WS-LCFOLD-STATUS.
000650*
000660     SELECT  LCFNEW-FILE    ASSIGN TO LCFNEW
000670             ORGANIZATION IS SEQUENTIAL
000680             ACCESS MODE IS SEQUENTIAL
000690             FILE STATUS IS WS-LCFNEW-STATUS.
000700*
000710     SELECT  MAINT-REPORT   ASSIGN TO RPTOUT
000720             ORGANIZATION IS LINE SEQUENTIAL
000730             FILE STATUS IS WS-REPORT-STATUS.
000740*
000750 DATA DIVISION.
000760*
000770 FILE SECTION.
000780*
000790 FD  CONTROL-FILE
000800     LABEL RECORDS ARE STANDARD.
000810*
000820 01  CONTROL-RECORD.
000830     05  CTL-PROC-DATE            PIC 9(08).
000840     05  FILLER                   PIC X(01).
000850     05  CTL-OPERATOR             PIC X(04).
000860     05  FILLER                   PIC X(67).
000870*
000880 FD  MODDD-FILE
000890     LABEL RECORDS ARE STANDARD.
000900*
000910 01  MODDD-RECORD                 PIC X(615).
000920*
000930 FD  LCFOLD-FILE
000940     LABEL RECORDS ARE STANDARD.
000950*
000960 01  LCFOLD-RECORD.
000970     COPY LCF_LCFMST REPLACING ==01== BY ==05==,
000980                               ==()== BY ==OLD-==.
000990*
001000 FD  LCFNEW-FILE
001010     LABEL RECORDS ARE STANDARD.
001020*
001030 01  LCFNEW-RECORD.
001040     COPY LCF_LCFMST REPLACING ==01== BY ==05==,
001050                               ==()== BY ==NEW-==.
001060*
001070 FD  MAINT-REPORT
001080     LABEL RECORDS ARE OMITTED.
001090*
001100 01  REPORT-LINE                  PIC X(132).
001110*
001120 WORKING-STORAGE SECTION.
001130*
001140 01  SWITCHES.
001150*
001160     05  WS-ABORT-SW              PIC X(01)   VALUE 'N'.
001170         88  WS-ABORT                         VALUE 'Y'.
001180     05  WS-MODDD-EOF-SW          PIC X(01)   VALUE 'N'.
001190         88  WS-MODDD-EOF                     VALUE 'Y'.
001200     05  WS-LCFOLD-EOF-SW         PIC X(01)   VALUE 'N'.
001210         88  WS-LCFOLD-EOF                    VALUE 'Y'.
001220     05  WS-REQUEST-FOUND-SW      PIC X(01)   VALUE 'N'.
001230         88  WS-REQUEST-FOUND                 VALUE 'Y'.
001240     05  WS-EDIT-OK-SW            PIC X(01)   VALUE 'Y'.
001250         88  WS-EDIT-OK                       VALUE 'Y'.
001260     05  WS-DATE-OK-SW            PIC X(01)   VALUE 'Y'.
001270         88  WS-DATE-OK                       VALUE 'Y'.
001280*
001290 01  FILE-STATUS-FIELDS.
001300*
001310     05  WS-CONTROL-STATUS        PIC X(02)   VALUE '00'.
001320     05  WS-MODDD-STATUS          PIC X(02)   VALUE '00'.
001330     05  WS-LCFOLD-STATUS         PIC X(02)   VALUE '00'.
001340     05  WS-LCFNEW-STATUS         PIC X(02)   VALUE '00'.
001350     05  WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001360*
001370 01  WORK-FIELDS.
001380*
001390     05  WS-REQUEST-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
001400     05  WS-REGISTER-COUNT  PIC S9(05) COMP-3 VALUE ZERO.
001410     05  WS-CHANGE-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
001420     05  WS-CANCEL-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
001430     05  WS-REJECT-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
001440     05  WS-PROC-DATE             PIC 9(08)   VALUE ZERO.
001450     05  WS-RUN-TIME              PIC 9(08)   VALUE ZERO.
001460     05  WS-OPERATOR              PIC X(04)   VALUE SPACE.
001470     05  WS-REJECT-REASON         PIC X(44)   VALUE SPACE.
001480*
001490*    THE REQUEST RECORD BEING WORKED, AND THE CLIENT NAME BYTE
001500*    IMAGE: THE REQUEST CARRIES CLTNAM AS 40 BYTES, THE MASTER
001510*    AS 20 NATIONAL CHARACTERS.
001520 01  MODLST-RECORD.
001530     COPY LCF_MODLST REPLACING ==01== BY ==05==.
001540*
001550 01  WS-CLTNAM-N                  PIC N(20).
001560 01  WS-CLTNAM-X REDEFINES WS-CLTNAM-N
001570                                  PIC X(40).
001580*
001590******************************************************************
001600*   REQUEST TABLE -- THE RUN'S MAINTENANCE REQUESTS, LOADED      *
001610*   ONCE SO THE MASTER IS PASSED ONLY ONCE (THE SWPFIX01 WAY).   *
001620******************************************************************
001630 01  REQUEST-TABLE-CONTROL.
001640     05  RQ-MAX-ENTRIES     PIC S9(03) COMP-3 VALUE +200.
001650     05  RQ-ENTRY-COUNT     PIC S9(03) COMP-3 VALUE ZERO.
001660     05  RQ-SUB             PIC S9(03) COMP-3 VALUE ZERO.
001670     05  RQ-FOUND-SUB       PIC S9(03) COMP-3 VALUE ZERO.
001680*
001690 01  REQUEST-TABLE.
001700     05  RQ-ENTRY OCCURS 200 TIMES.
001710         10  RQ-CTLNUM            PIC X(06).
001720         10  RQ-APPLIED-SW        PIC X(01).
001730             88  RQ-APPLIED                   VALUE 'Y'.
001740         10  RQ-IMAGE             PIC X(615).
001750*
001760 01  DATE-WORK-FIELDS.
001770     05  DW-DATE.
001780         10  DW-YYYY            PIC 9(04).
001790         10  DW-MM              PIC 9(02).
001800         10  DW-DD              PIC 9(02).
001810     05  DW-DATE-NUM REDEFINES DW-DATE
001820                                PIC 9(08).
001830     05  DW-MONTH-DAYS          PIC S9(03) COMP-3.
001840     05  DW-LEAP-WORK           PIC S9(09) COMP-3.
001850*
001860 01  HEADING-LINE-1.
001870*
001880     05  FILLER                   PIC X(01)   VALUE SPACE.
001890     05  FILLER                   PIC X(44)   VALUE
001900             'LCFMNT01 LOAN CONTRACT MAINTENANCE   RUN ON '.
001910     05  HL1-PROC-DATE            PIC 9(08).
001920     05  FILLER                   PIC X(12)   VALUE
001930             '  OPERATOR '.
001940     05  HL1-OPERATOR             PIC X(04).
001950     05  FILLER                   PIC X(63)   VALUE SPACE.
001960*
001970 01  RESULT-LINE.
001980*
001990     05  FILLER                   PIC X(01)   VALUE SPACE.
002000     05  FILLER                   PIC X(09)   VALUE 'CONTRACT '.
002010     05  RL-CTLNUM                PIC X(06).
002020     05  FILLER                   PIC X(02)   VALUE SPACE.
002030     05  RL-ACTION                PIC X(08).
002040     05  FILLER                   PIC X(02)   VALUE SPACE.
002050     05  RL-RESULT                PIC X(10).
002060     05  FILLER                   PIC X(02)   VALUE SPACE.
002070     05  RL-REASON                PIC X(44).
002080     05  FILLER                   PIC X(48)   VALUE SPACE.
002090*
002100 01  TERMS-LINE.
002110*
002120     05  FILLER                   PIC X(05)   VALUE SPACE.
002130     05  FILLER                   PIC X(07)   VALUE 'CLIENT '.
002140     05  TL-CLTCOD                PIC X(07).
002150     05  FILLER                   PIC X(11)   VALUE
002160             '  PRINCIPAL'.
002170     05  TL-CAPTOT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
002180     05  FILLER                   PIC X(08)   VALUE '  RATES '.
002190     05  TL-FSTRAT                PIC Z9.999999.
002200     05  FILLER                   PIC X(01)   VALUE '/'.
002210     05  TL-SECRAT                PIC Z9.999999.
002220     05  FILLER                   PIC X(08)   VALUE '  DRAWN '.
002230     05  TL-BORDAY                PIC X(08).
002240     05  FILLER                   PIC X(06)   VALUE '  DUE '.
002250     05  TL-DUEDAY                PIC X(08).
002260     05  FILLER                   PIC X(08)   VALUE '  CYCLE '.
002270     05  TL-PAYCYC                PIC X(02).
002280     05  FILLER                   PIC X(08)   VALUE ' DAYBAS '.
002290     05  TL-DAYBAS                PIC X(01).
002300     05  FILLER                   PIC X(08)   VALUE ' HOLSFT '.
002310     05  TL-HOLSFT                PIC X(01).
002320*
002330 01  SUMMARY-LINE-1.
002340*
002350     05  FILLER                   PIC X(01)   VALUE SPACE.
002360     05  FILLER                   PIC X(25)   VALUE
002370             'REQUESTS READ...........:'.
002380     05  SL1-REQUEST-COUNT        PIC ZZZZ9.
002390     05  FILLER                   PIC X(101)  VALUE SPACE.
002400*
002410 01  SUMMARY-LINE-2.
002420*
002430     05  FILLER                   PIC X(01)   VALUE SPACE.
002440     05  FILLER                   PIC X(25)   VALUE
002450             'REGISTERED/CHANGED......:'.
002460     05  SL2-REGISTER-COUNT       PIC ZZZZ9.
002470     05  FILLER                   PIC X(01)   VALUE '/'.
002480     05  SL2-CHANGE-COUNT         PIC ZZZZ9.
002490     05  FILLER                   PIC X(95)   VALUE SPACE.
002500*
002510 01  SUMMARY-LINE-3.
002520*
002530     05  FILLER                   PIC X(01)   VALUE SPACE.
002540     05  FILLER                   PIC X(25)   VALUE
002550             'CANCELLED/REFUSED.......:'.
002560     05  SL3-CANCEL-COUNT         PIC ZZZZ9.
002570     05  FILLER                   PIC X(01)   VALUE '/'.
002580     05  SL3-REJECT-COUNT         PIC ZZZZ9.
002590     05  FILLER                   PIC X(95)   VALUE SPACE.
002600*
002610 PROCEDURE DIVISION.
002620*
002630 0000-MAINLINE.
002640*
002650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002660     PERFORM 2000-PROCESS-CONTRACTS THRU 2000-EXIT.
002670     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002680*
002690     STOP RUN.
002700*
002710 1000-INITIALIZE.
002720*
002730     OPEN INPUT  CONTROL-FILE.
002740     OPEN INPUT  MODDD-FILE.
002750     OPEN INPUT  LCFOLD-FILE.
002760     OPEN OUTPUT LCFNEW-FILE.
002770     OPEN OUTPUT MAINT-REPORT.
002780*
002790     IF WS-CONTROL-STATUS NOT = '00'
002800      OR WS-MODDD-STATUS NOT = '00'
002810      OR WS-LCFOLD-STATUS NOT = '00'
002820      OR WS-LCFNEW-STATUS NOT = '00'
002830      OR WS-REPORT-STATUS NOT = '00'
002840         DISPLAY 'LCFMNT010001E FILE OPEN FAILED, CTL='
002850             WS-CONTROL-STATUS ' MOD=' WS-MODDD-STATUS
002860             ' OLD=' WS-LCFOLD-STATUS ' NEW=' WS-LCFNEW-STATUS
002870             ' RPT=' WS-REPORT-STATUS
002880         MOVE 'Y' TO WS-ABORT-SW
002890         MOVE 16 TO RETURN-CODE
002900     END-IF.
002910*
002920     IF NOT WS-ABORT
002930         READ CONTROL-FILE
002940             AT END
002950                 DISPLAY 'LCFMNT010002E CONTROL CARD MISSING'
002960                 MOVE 'Y' TO WS-ABORT-SW
002970                 MOVE 16 TO RETURN-CODE
002980         END-READ
002990     END-IF.
003000*
003010     IF NOT WS-ABORT
003020         IF CTL-PROC-DATE NUMERIC
003030         AND CTL-OPERATOR NOT = SPACE
003040             MOVE CTL-PROC-DATE TO WS-PROC-DATE
003050                                   HL1-PROC-DATE
003060             MOVE CTL-OPERATOR  TO WS-OPERATOR
003070                                   HL1-OPERATOR
003080             ACCEPT WS-RUN-TIME FROM TIME
003090             WRITE REPORT-LINE FROM HEADING-LINE-1
003100         ELSE
003110             DISPLAY 'LCFMNT010003E CONTROL CARD INVALID: '
003120                 CONTROL-RECORD
003130             MOVE 'Y' TO WS-ABORT-SW
003140             MOVE 16 TO RETURN-CODE
003150         END-IF
003160     END-IF.
003170*
003180     IF NOT WS-ABORT
003190         PERFORM 1100-LOAD-REQUESTS THRU 1100-EXIT
003200             UNTIL WS-MODDD-EOF
003210     END-IF.
003220*
003230 1000-EXIT.
003240     EXIT.
003250*
003260******************************************************************
003270*   1100-LOAD-REQUESTS -- A REQUEST WITH AN UNKNOWN JOBTYP, NO   *
003280*   CONTRACT NUMBER, OR A SECOND REQUEST FOR THE SAME CONTRACT   *
003290*   IS REFUSED HERE.  A FULL TABLE STOPS THE RUN.                *
003300******************************************************************
003310 1100-LOAD-REQUESTS.
003320*
003330     READ MODDD-FILE INTO MODLST-RECORD
003340         AT END
003350             MOVE 'Y' TO WS-MODDD-EOF-SW
003360     END-READ.
003370*
003380     IF WS-MODDD-EOF
003390         GO TO 1100-EXIT
003400     END-IF.
003410*
003420     ADD 1 TO WS-REQUEST-COUNT.
003430*
003440     IF LCF_MODLST-JOBTYP NOT = 'A'
003450      AND LCF_MODLST-JOBTYP NOT = 'C'
003460      AND LCF_MODLST-JOBTYP NOT = 'D'
003470         MOVE 'JOBTYP IS NOT A, C, OR D' TO WS-REJECT-REASON
003480         PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
003490         GO TO 1100-EXIT
003500     END-IF.
003510*
003520     IF LCF_MODLST-CTLNUM = SPACE
003530         MOVE 'CONTRACT NUMBER MISSING' TO WS-REJECT-REASON
003540         PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
003550         GO TO 1100-EXIT
003560     END-IF.
003570*
003580     PERFORM 2150-FIND-REQUEST THRU 2150-EXIT.
003590     IF WS-REQUEST-FOUND
003600         MOVE 'SECOND REQUEST FOR THE CONTRACT IN ONE RUN'
003610             TO WS-REJECT-REASON
003620         PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
003630         GO TO 1100-EXIT
003640     END-IF.
003650*
003660     IF RQ-ENTRY-COUNT < RQ-MAX-ENTRIES
003670         ADD 1 TO RQ-ENTRY-COUNT
003680         MOVE LCF_MODLST-CTLNUM TO RQ-CTLNUM(RQ-ENTRY-COUNT)
003690         MOVE 'N'               TO RQ-APPLIED-SW(RQ-ENTRY-COUNT)
003700         MOVE MODLST-RECORD     TO RQ-IMAGE(RQ-ENTRY-COUNT)
003710     ELSE
003720         DISPLAY 'LCFMNT010004E REQUEST TABLE FULL'
003730         MOVE 'Y' TO WS-ABORT-SW
003740         MOVE 'Y' TO WS-MODDD-EOF-SW
003750         MOVE 16 TO RETURN-CODE
003760     END-IF.
003770*
003780 1100-EXIT.
003790     EXIT.
003800*
003810 2000-PROCESS-CONTRACTS.
003820*
003830     IF WS-ABORT
003840         GO TO 2000-EXIT
003850     END-IF.
003860*
003870     PERFORM 2100-PROCESS-ONE-CONTRACT THRU 2100-EXIT
003880         UNTIL WS-LCFOLD-EOF.
003890*
003900     IF NOT WS-ABORT
003910         PERFORM 2800-APPLY-UNMATCHED THRU 2800-EXIT
003920             VARYING RQ-SUB FROM 1 BY 1
003930             UNTIL RQ-SUB > RQ-ENTRY-COUNT
003940     END-IF.
003950*
003960 2000-EXIT.
003970     EXIT.
003980*
003990******************************************************************
004000*   2100-PROCESS-ONE-CONTRACT -- A MASTER CONTRACT WITH NO       *
004010*   REQUEST COPIES THROUGH.  ONE WITH A REQUEST IS CHANGED,      *
004020*   CANCELLED, OR (FOR AN ADD) LEFT AS IT WAS AND THE ADD        *
004030*   REFUSED.                                                     *
004040******************************************************************
004050 2100-PROCESS-ONE-CONTRACT.
004060*
004070     READ LCFOLD-FILE
004080         AT END
004090             MOVE 'Y' TO WS-LCFOLD-EOF-SW
004100     END-READ.
004110*
004120     IF WS-LCFOLD-EOF
004130         GO TO 2100-EXIT
004140     END-IF.
004150*
004160     MOVE LCFOLD-RECORD TO LCFNEW-RECORD.
004170     MOVE OLD-CTLNUM TO LCF_MODLST-CTLNUM.
004180     PERFORM 2150-FIND-REQUEST THRU 2150-EXIT.
004190*
004200     IF WS-REQUEST-FOUND
004210         MOVE 'Y' TO RQ-APPLIED-SW(RQ-FOUND-SUB)
004220         MOVE RQ-IMAGE(RQ-FOUND-SUB) TO MODLST-RECORD
004230         EVALUATE LCF_MODLST-JOBTYP
004240             WHEN 'A'
004250                 MOVE 'CONTRACT ALREADY REGISTERED'
004260                     TO WS-REJECT-REASON
004270                 PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
004280             WHEN 'C'
004290                 PERFORM 2300-CHANGE-CONTRACT THRU 2300-EXIT
004300             WHEN 'D'
004310                 ADD 1 TO WS-CANCEL-COUNT
004320                 MOVE 'CANCELLED' TO RL-RESULT
004330                 MOVE SPACE       TO RL-REASON
004340                 PERFORM 2600-LIST-RESULT THRU 2600-EXIT
004350                 GO TO 2100-EXIT
004360         END-EVALUATE
004370     END-IF.
004380*
004390     PERFORM 2900-WRITE-CONTRACT THRU 2900-EXIT.
004400*
004410 2100-EXIT.
004420     EXIT.
004430*
004440*    THE REQUEST FOR THE CONTRACT IN LCF_MODLST-CTLNUM, IF ANY.
004450 2150-FIND-REQUEST.
004460*
004470     MOVE 'N' TO WS-REQUEST-FOUND-SW.
004480     PERFORM VARYING RQ-SUB FROM 1 BY 1
004490             UNTIL RQ-SUB > RQ-ENTRY-COUNT
004500                OR WS-REQUEST-FOUND
004510         IF RQ-CTLNUM(RQ-SUB) = LCF_MODLST-CTLNUM
004520             MOVE 'Y'    TO WS-REQUEST-FOUND-SW
004530             MOVE RQ-SUB TO RQ-FOUND-SUB
004540         END-IF
004550     END-PERFORM.
004560*
004570 2150-EXIT.
004580     EXIT.
004590*
004600******************************************************************
004610*   2200-REGISTER-CONTRACT -- AN ADD FOR A CONTRACT NOT ON THE   *
004620*   MASTER: BUILD IT FROM THE REQUEST, EDIT, STAMP, WRITE.       *
004630******************************************************************
004640 2200-REGISTER-CONTRACT.
004650*
004660     MOVE SPACE TO LCFNEW-RECORD.
004670     PERFORM 2400-BUILD-IMAGE THRU 2400-EXIT.
004680     PERFORM 2500-EDIT-CONTRACT THRU 2500-EXIT.
004690     IF NOT WS-EDIT-OK
004700         PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
004710         GO TO 2200-EXIT
004720     END-IF.
004730*
004740     MOVE WS-PROC-DATE     TO NEW-REGDAY.
004750     MOVE WS-RUN-TIME(1:6) TO NEW-REGTIM.
004760     MOVE WS-OPERATOR      TO NEW-REGPSN.
004770     MOVE SPACE            TO NEW-MODDAY
004780                              NEW-MODTIM
004790                              NEW-MODPSN.
004800*
004810     ADD 1 TO WS-REGISTER-COUNT.
004820     MOVE 'REGISTERED' TO RL-RESULT.
004830     MOVE SPACE        TO RL-REASON.
004840     PERFORM 2600-LIST-RESULT THRU 2600-EXIT.
004850     PERFORM 2900-WRITE-CONTRACT THRU 2900-EXIT.
004860*
004870 2200-EXIT.
004880     EXIT.
004890*
004900******************************************************************
004910*   2300-CHANGE-CONTRACT -- THE REQUEST'S CURRENT VALUES         *
004920*   REPLACE THE CONTRACT'S TERMS; THE REGISTRATION STAMPS ARE    *
004930*   KEPT.  A CHANGE THAT FAILS ITS EDITS LEAVES THE CONTRACT     *
004940*   AS IT WAS.                                                   *
004950******************************************************************
004960 2300-CHANGE-CONTRACT.
004970*
004980     PERFORM 2400-BUILD-IMAGE THRU 2400-EXIT.
004990     PERFORM 2500-EDIT-CONTRACT THRU 2500-EXIT.
005000     IF NOT WS-EDIT-OK
005010         MOVE LCFOLD-RECORD TO LCFNEW-RECORD
005020         PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
005030         GO TO 2300-EXIT
005040     END-IF.
005050*
005060     MOVE OLD-REGDAY       TO NEW-REGDAY.
005070     MOVE OLD-REGTIM       TO NEW-REGTIM.
005080     MOVE OLD-REGPSN       TO NEW-REGPSN.
005090     MOVE WS-PROC-DATE     TO NEW-MODDAY.
005100     MOVE WS-RUN-TIME(1:6) TO NEW-MODTIM.
005110     MOVE WS-OPERATOR      TO NEW-MODPSN.
005120*
005130     ADD 1 TO WS-CHANGE-COUNT.
005140     MOVE 'CHANGED'    TO RL-RESULT.
005150     MOVE SPACE        TO RL-REASON.
005160     PERFORM 2600-LIST-RESULT THRU 2600-EXIT.
005170*
005180 2300-EXIT.
005190     EXIT.
005200*
005210 2400-BUILD-IMAGE.
005220*
005230     MOVE LCF_MODLST-CTLNUM TO NEW-CTLNUM.
005240     MOVE LCF_MODLST-CLTCOD TO NEW-CLTCOD.
005250     MOVE LCF_MODLST-CLTNAM TO WS-CLTNAM-X.
005260     MOVE WS-CLTNAM-N       TO NEW-CLTNAM.
005270     MOVE LCF_MODLST-REFNUM TO NEW-REFNUM.
005280     MOVE LCF_MODLST-BRDNAM TO NEW-BRDNAM.
005290     MOVE LCF_MODLST-RATTYP TO NEW-RATTYP.
005300     MOVE LCF_MODLST-CNTDAY TO NEW-CNTDAY.
005310     MOVE LCF_MODLST-BORDAY TO NEW-BORDAY.
005320     MOVE LCF_MODLST-DUEDAY TO NEW-DUEDAY.
005330     MOVE LCF_MODLST-PAYCYC TO NEW-PAYCYC.
005340     MOVE LCF_MODLST-BORTYP TO NEW-BORTYP.
005350     MOVE LCF_MODLST-TRMTYP TO NEW-TRMTYP.
005360     MOVE LCF_MODLST-FIXFLT TO NEW-FIXFLT.
005370     MOVE LCF_MODLST-BEFAFT TO NEW-BEFAFT.
005380     MOVE LCF_MODLST-YERDAY TO NEW-YERDAY.
005390     MOVE LCF_MODLST-DAYBAS TO NEW-DAYBAS.
005400     MOVE LCF_MODLST-FRATYP TO NEW-FRATYP.
005410     MOVE LCF_MODLST-SALTYP TO NEW-SALTYP.
005420     MOVE LCF_MODLST-OBJTYP TO NEW-OBJTYP.
005430     MOVE LCF_MODLST-HOLSFT TO NEW-HOLSFT.
005440     MOVE LCF_MODLST-GAPTYP TO NEW-GAPTYP.
005450     MOVE LCF_MODLST-CREDEP TO NEW-CREDEP.
005460     MOVE LCF_MODLST-CRENUM TO NEW-CRENUM.
005470     MOVE LCF_MODLST-DEBBNK TO NEW-DEBBNK.
005480     MOVE LCF_MODLST-DEBBRC TO NEW-DEBBRC.
005490     MOVE LCF_MODLST-DEBDEP TO NEW-DEBDEP.
005500     MOVE LCF_MODLST-DEBNUM TO NEW-DEBNUM.
005510     MOVE LCF_MODLST-DAYCNT TO NEW-DAYCNT.
005520     MOVE LCF_MODLST-FSTCAP TO NEW-FSTCAP.
005530     MOVE LCF_MODLST-SECCAP TO NEW-SECCAP.
005540     MOVE LCF_MODLST-CAPTOT TO NEW-CAPTOT.
005550     MOVE LCF_MODLST-CREAMT TO NEW-CREAMT.
005560     MOVE LCF_MODLST-FSTRAT TO NEW-FSTRAT.
005570     MOVE LCF_MODLST-SECRAT TO NEW-SECRAT.
005580     MOVE LCF_MODLST-SUPRAT TO NEW-SUPRAT.
005590     MOVE LCF_MODLST-FSTINT TO NEW-FSTINT.
005600     MOVE LCF_MODLST-SECINT TO NEW-SECINT.
005610     MOVE LCF_MODLST-REWRAT TO NEW-REWRAT.
005620     MOVE LCF_MODLST-REWAMT TO NEW-REWAMT.
005630     MOVE LCF_MODLST-REWTAX TO NEW-REWTAX.
005640     MOVE LCF_MODLST-CHGRAT TO NEW-CHGRAT.
005650     MOVE LCF_MODLST-CHGAMT TO NEW-CHGAMT.
005660     MOVE LCF_MODLST-CHGTAX TO NEW-CHGTAX.
005670     MOVE LCF_MODLST-BKIRAT TO NEW-BKIRAT.
005680     MOVE LCF_MODLST-BKIAMT TO NEW-BKIAMT.
005690     MOVE LCF_MODLST-BKITAX TO NEW-BKITAX.
005700*
005710     IF NEW-CAPTOT = ZERO
005720         COMPUTE NEW-CAPTOT = NEW-FSTCAP + NEW-SECCAP
005730     END-IF.
005740*
005750 2400-EXIT.
005760     EXIT.
005770*
005780******************************************************************
005790*   2500-EDIT-CONTRACT -- THE FIRST FAILING EDIT REFUSES THE     *
005800*   REQUEST AND NAMES ITSELF IN WS-REJECT-REASON.                *
005810******************************************************************
005820 2500-EDIT-CONTRACT.
005830*
005840     MOVE 'Y'   TO WS-EDIT-OK-SW.
005850     MOVE SPACE TO WS-REJECT-REASON.
005860*
005870     MOVE NEW-CNTDAY TO DW-DATE.
005880     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
005890     IF NOT WS-DATE-OK
005900         MOVE 'CNTDAY (CONTRACT DATE) IS NOT A DATE'
005910             TO WS-REJECT-REASON
005920         GO TO 2500-REFUSE
005930     END-IF.
005940*
005950     MOVE NEW-BORDAY TO DW-DATE.
005960     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
005970     IF NOT WS-DATE-OK
005980         MOVE 'BORDAY (DRAWDOWN DATE) IS NOT A DATE'
005990             TO WS-REJECT-REASON
006000         GO TO 2500-REFUSE
006010     END-IF.
006020*
006030     MOVE NEW-DUEDAY TO DW-DATE.
006040     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
006050     IF NOT WS-DATE-OK
006060         MOVE 'DUEDAY (FINAL DUE DATE) IS NOT A DATE'
006070             TO WS-REJECT-REASON
006080         GO TO 2500-REFUSE
006090     END-IF.
006100*
006110     EVALUATE TRUE
006120         WHEN NEW-CLTCOD = SPACE
006130             MOVE 'CLIENT CODE MISSING' TO WS-REJECT-REASON
006140         WHEN NEW-BORDAY < NEW-CNTDAY
006150             MOVE 'DRAWDOWN BEFORE THE CONTRACT DATE'
006160                 TO WS-REJECT-REASON
006170         WHEN NEW-DUEDAY NOT > NEW-BORDAY
006180             MOVE 'FINAL DUE DATE NOT AFTER THE DRAWDOWN'
006190                 TO WS-REJECT-REASON
006200         WHEN NEW-PAYCYC NOT NUMERIC
006210           OR NEW-PAYCYC = '00'
006220           OR NEW-PAYCYC > '12'
006230             MOVE 'PAYCYC IS NOT 01-12 MONTHS' TO WS-REJECT-REASON
006240         WHEN NEW-DAYBAS NOT = '0'
006250          AND NEW-DAYBAS NOT = '1'
006260          AND NEW-DAYBAS NOT = '2'
006270             MOVE 'DAYBAS IS NOT 0, 1, OR 2' TO WS-REJECT-REASON
006280         WHEN NEW-HOLSFT NOT = '0'
006290          AND NEW-HOLSFT NOT = '1'
006300          AND NEW-HOLSFT NOT = '2'
006310             MOVE 'HOLSFT IS NOT 0, 1, OR 2' TO WS-REJECT-REASON
006320         WHEN NEW-FSTCAP NOT > ZERO
006330           OR NEW-SECCAP < ZERO
006340             MOVE 'FSTCAP MISSING OR SECCAP NEGATIVE'
006350                 TO WS-REJECT-REASON
006360         WHEN NEW-CAPTOT NOT = NEW-FSTCAP + NEW-SECCAP
006370             MOVE 'CAPTOT IS NOT FSTCAP + SECCAP'
006380                 TO WS-REJECT-REASON
006390         WHEN NEW-FSTRAT < ZERO
006400           OR NEW-FSTRAT NOT < 30
006410           OR NEW-SECRAT < ZERO
006420           OR NEW-SECRAT NOT < 30
006430             MOVE 'FSTRAT OR SECRAT OUTSIDE 0-30 PERCENT'
006440                 TO WS-REJECT-REASON
006450         WHEN NEW-DEBBNK NOT NUMERIC
006460           OR NEW-DEBBRC NOT NUMERIC
006470           OR NEW-DEBNUM NOT NUMERIC
006480             MOVE 'DEBIT BANK, BRANCH, OR ACCOUNT NOT NUMERIC'
006490                 TO WS-REJECT-REASON
006500     END-EVALUATE.
006510*
006520     IF WS-REJECT-REASON = SPACE
006530         GO TO 2500-EXIT
006540     END-IF.
006550*
006560 2500-REFUSE.
006570     MOVE 'N' TO WS-EDIT-OK-SW.
006580*
006590 2500-EXIT.
006600     EXIT.
006610*
006620 2600-LIST-RESULT.
006630*
006640     MOVE LCF_MODLST-CTLNUM TO RL-CTLNUM.
006650     EVALUATE LCF_MODLST-JOBTYP
006660         WHEN 'A'
006670             MOVE 'REGISTER' TO RL-ACTION
006680         WHEN 'C'
006690             MOVE 'CHANGE'   TO RL-ACTION
006700         WHEN 'D'
006710             MOVE 'CANCEL'   TO RL-ACTION
006720         WHEN OTHER
006730             MOVE LCF_MODLST-JOBTYP TO RL-ACTION
006740     END-EVALUATE.
006750     WRITE REPORT-LINE FROM RESULT-LINE.
006760*
006770     IF RL-RESULT = 'REGISTERED' OR RL-RESULT = 'CHANGED'
006780         MOVE NEW-CLTCOD TO TL-CLTCOD
006790         MOVE NEW-CAPTOT TO TL-CAPTOT
006800         MOVE NEW-FSTRAT TO TL-FSTRAT
006810         MOVE NEW-SECRAT TO TL-SECRAT
006820         MOVE NEW-BORDAY TO TL-BORDAY
006830         MOVE NEW-DUEDAY TO TL-DUEDAY
006840         MOVE NEW-PAYCYC TO TL-PAYCYC
006850         MOVE NEW-DAYBAS TO TL-DAYBAS
006860         MOVE NEW-HOLSFT TO TL-HOLSFT
006870         WRITE REPORT-LINE FROM TERMS-LINE
006880     END-IF.
006890*
006900 2600-EXIT.
006910     EXIT.
006920*
006930 2700-REFUSE-REQUEST.
006940*
006950     ADD 1 TO WS-REJECT-COUNT.
006960     MOVE 'REFUSED'        TO RL-RESULT.
006970     MOVE WS-REJECT-REASON TO RL-REASON.
006980     PERFORM 2600-LIST-RESULT THRU 2600-EXIT.
006990*
007000 2700-EXIT.
007010     EXIT.
007020*
007030******************************************************************
007040*   2800-APPLY-UNMATCHED -- REQUESTS WHOSE CONTRACT WAS NOT ON   *
007050*   THE MASTER: AN ADD REGISTERS IT, ANYTHING ELSE IS REFUSED.   *
007060******************************************************************
007070 2800-APPLY-UNMATCHED.
007080*
007090     IF RQ-APPLIED(RQ-SUB)
007100         GO TO 2800-EXIT
007110     END-IF.
007120*
007130     MOVE RQ-IMAGE(RQ-SUB) TO MODLST-RECORD.
007140     IF LCF_MODLST-JOBTYP = 'A'
007150         PERFORM 2200-REGISTER-CONTRACT THRU 2200-EXIT
007160     ELSE
007170         MOVE 'CONTRACT IS NOT ON THE MASTER' TO WS-REJECT-REASON
007180         PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
007190     END-IF.
007200*
007210 2800-EXIT.
007220     EXIT.
007230*
007240 2900-WRITE-CONTRACT.
007250*
007260     WRITE LCFNEW-RECORD.
007270     IF WS-LCFNEW-STATUS NOT = '00'
007280         DISPLAY 'LCFMNT010005E LCFNEW WRITE FAILED, STATUS='
007290             WS-LCFNEW-STATUS
007300         MOVE 'Y' TO WS-ABORT-SW
007310         MOVE 'Y' TO WS-LCFOLD-EOF-SW
007320         MOVE 16 TO RETURN-CODE
007330     END-IF.
007340*
007350 2900-EXIT.
007360     EXIT.
007370*
007380******************************************************************
007390*   8000-EDIT-DATE -- IS DW-DATE A REAL YYYYMMDD DATE?           *
007400******************************************************************
007410 8000-EDIT-DATE.
007420*
007430     MOVE 'N' TO WS-DATE-OK-SW.
007440     IF DW-DATE NOT NUMERIC
007450         GO TO 8000-EXIT
007460     END-IF.
007470     IF DW-MM < 01 OR DW-MM > 12 OR DW-DD < 01
007480         GO TO 8000-EXIT
007490     END-IF.
007500*
007510     EVALUATE DW-MM
007520         WHEN 04
007530         WHEN 06
007540         WHEN 09
007550         WHEN 11
007560             MOVE 30 TO DW-MONTH-DAYS
007570         WHEN 02
007580             MOVE 28 TO DW-MONTH-DAYS
007590             COMPUTE DW-LEAP-WORK =
007600                 FUNCTION MOD(DW-YYYY 4)
007610             IF DW-LEAP-WORK = ZERO
007620                 MOVE 29 TO DW-MONTH-DAYS
007630                 COMPUTE DW-LEAP-WORK =
007640                     FUNCTION MOD(DW-YYYY 100)
007650                 IF DW-LEAP-WORK = ZERO
007660                     COMPUTE DW-LEAP-WORK =
007670                         FUNCTION MOD(DW-YYYY 400)
007680                     IF DW-LEAP-WORK NOT = ZERO
007690                         MOVE 28 TO DW-MONTH-DAYS
007700                     END-IF
007710                 END-IF
007720             END-IF
007730         WHEN OTHER
007740             MOVE 31 TO DW-MONTH-DAYS
007750     END-EVALUATE.
007760*
007770     IF DW-DD NOT > DW-MONTH-DAYS
007780         MOVE 'Y' TO WS-DATE-OK-SW
007790     END-IF.
007800*
007810 8000-EXIT.
007820     EXIT.
007830*
007840 3000-TERMINATE.
007850*
007860     IF NOT WS-ABORT
007870         MOVE SPACE TO REPORT-LINE
007880         WRITE REPORT-LINE
007890         MOVE WS-REQUEST-COUNT  TO SL1-REQUEST-COUNT
007900         WRITE REPORT-LINE FROM SUMMARY-LINE-1
007910         MOVE WS-REGISTER-COUNT TO SL2-REGISTER-COUNT
007920         MOVE WS-CHANGE-COUNT   TO SL2-CHANGE-COUNT
007930         WRITE REPORT-LINE FROM SUMMARY-LINE-2
007940         MOVE WS-CANCEL-COUNT   TO SL3-CANCEL-COUNT
007950         MOVE WS-REJECT-COUNT   TO SL3-REJECT-COUNT
007960         WRITE REPORT-LINE FROM SUMMARY-LINE-3
007970         IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
007980             MOVE 4 TO RETURN-CODE
007990         END-IF
008000     END-IF.
008010*
008020     CLOSE CONTROL-FILE.
008030     CLOSE MODDD-FILE.
008040     CLOSE LCFOLD-FILE.
008050     CLOSE LCFNEW-FILE.
008060     CLOSE MAINT-REPORT.
008070*
008080 3000-EXIT.
008090     EXIT.
