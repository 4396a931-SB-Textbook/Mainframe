000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    NYUMNT01.
000040 AUTHOR.        SERVER MAINTENANCE GROUP.
000050 INSTALLATION.  HISOFT SERVER DEVELOPMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   NYUMNT01 -- AUTO-DEBIT MANDATE MAINTENANCE.                  *
000110*   APPLIES THE DEBIT DESK'S MANDATE REQUESTS (ADMLDD,           *
000120*   NYU_AUTOADML LAYOUT, ONE PER PAYNUM PER RUN) TO THE MANDATE  *
000130*   MASTER (NYU_AUTOMST), OLD COPY IN (MNDOLD), NEW COPY OUT     *
000140*   (MNDNEW).  JOBTYP IS READ BY ITS FIRST BYTE:                 *
000150*     'A' -- REGISTER A MANDATE FOR A PAYNUM WITH NONE;          *
000160*     'C' -- CHANGE THE FIELDS MARKED CHANGED (_M SET TO         *
000170*            ANYTHING BUT SPACE OR '0').  EACH MARKED FIELD'S    *
000180*            _O VALUE MUST STILL BE WHAT THE MASTER HOLDS, SO A  *
000190*            REQUEST KEYED AGAINST A STALE COPY IS REFUSED;      *
000200*     'D' -- CANCEL (REMOVE) THE MANDATE.                        *
000210*   AN ADDED OR CHANGED MANDATE MUST PASS 2500-EDIT-MANDATE:     *
000220*   BANK AND BRANCH ON THE BANK MASTER (BNKMST, PAY_BNKMST) AND  *
000230*   NOT CLOSED BY THE RUN DATE -- THE BANK AND BRANCH NAMES ARE  *
000240*   THEN TAKEN FROM THE BANK MASTER, NOT THE REQUEST; DEPKND     *
000250*   '1' ORDINARY, '2' CURRENT, OR '4' SAVINGS; DEPNUM 7 DIGITS;  *
000260*   ACCOUNT HOLDER (CSTNAM) PRESENT; PAYDAY NUMERIC; TRNAMT NOT  *
000270*   NEGATIVE.  EVERY MANDATE ADDED, CHANGED, OR CANCELLED IS     *
000280*   APPENDED BEFORE AND AFTER TO THE HISTORY FILE (MNDHST,       *
000290*   NYU_AUTOHST).  THE DAILY CHANGE LIST (RPTOUT) SHOWS EVERY    *
000300*   REQUEST AND, FOR EACH ONE APPLIED, EVERY FIELD WHOSE VALUE   *
000310*   CHANGED WITH ITS OLD AND NEW VALUE -- FIELDS THAT SAY WHERE  *
000320*   THE MONEY IS DRAWN FROM ARE FLAGGED '*' -- AND A SIGN-OFF    *
000330*   LINE FOR THE TWO REVIEWERS.  GAFTRN01 TAKES THE DEBIT        *
000340*   ACCOUNT OF EACH PAYMENT FROM THIS MASTER.  A REFUSED         *
000350*   REQUEST ENDS THE RUN WITH CODE 4.  CONTROL CARD (CTLDD) AS   *
000360*   FOR GAFPAY01: RUN DATE IN COLUMNS 1-8, OPERATOR IN 10-13.    *
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
000570     SELECT  ADML-FILE      ASSIGN TO ADMLDD
000580             ORGANIZATION IS SEQUENTIAL
000590             ACCESS MODE IS SEQUENTIAL
000600             FILE STATUS IS WS-ADML-STATUS.
000610*
000620     SELECT  BANK-FILE      ASSIGN TO BNKMST
000630             ORGANIZATION IS SEQUENTIAL
000640             ACCESS MODE IS SEQUENTIAL
000650             FILE STATUS IS WS-BANK-STATUS.
000660*
000670     SELECT  MNDOLD-FILE    ASSIGN TO MNDOLD
000680             ORGANIZATION IS SEQUENTIAL
000690             ACCESS MODE IS SEQUENTIAL
000700             FILE STATUS IS WS-MNDOLD-STATUS.
000710*
000720     SELECT  MNDNEW-FILE    ASSIGN TO MNDNEW
000730             ORGANIZATION IS SEQUENTIAL
000740             ACCESS MODE IS SEQUENTIAL
000750             FILE STATUS IS WS-MNDNEW-STATUS.
000760*
000770     SELECT  MNDHST-FILE    ASSIGN TO MNDHST
000780             ORGANIZATION IS SEQUENTIAL
000790             ACCESS MODE IS SEQUENTIAL
000800             FILE STATUS IS WS-MNDHST-STATUS.
000810*
000820     SELECT  CHANGE-REPORT  ASSIGN TO RPTOUT
000830             ORGANIZATION IS LINE SEQUENTIAL
000840             FILE STATUS IS WS-REPORT-STATUS.
000850*
000860 DATA DIVISION.
000870*
000880 FILE SECTION.
000890*
000900 FD  CONTROL-FILE
000910     LABEL RECORDS ARE STANDARD.
000920*
000930 01  CONTROL-RECORD.
000940     05  CTL-PROC-DATE            PIC 9(08).
000950     05  FILLER                   PIC X(01).
000960     05  CTL-OPERATOR             PIC X(04).
000970     05  FILLER                   PIC X(67).
000980*
000990 FD  ADML-FILE
001000     LABEL RECORDS ARE STANDARD.
001010*
001020 01  ADML-FILE-RECORD             PIC X(197).
001030*
001040 FD  BANK-FILE
001050     LABEL RECORDS ARE STANDARD.
001060*
001070 01  BANK-RECORD.
001080     COPY PAY_BNKMST REPLACING ==01== BY ==05==,
001090                               ==()== BY ==BNK-==.
001100*
001110 FD  MNDOLD-FILE
001120     LABEL RECORDS ARE STANDARD.
001130*
001140 01  MNDOLD-RECORD.
001150     COPY NYU_AUTOMST REPLACING ==01== BY ==05==,
001160                                ==()== BY ==OLD-==.
001170*
001180 FD  MNDNEW-FILE
001190     LABEL RECORDS ARE STANDARD.
001200*
001210 01  MNDNEW-RECORD.
001220     COPY NYU_AUTOMST REPLACING ==01== BY ==05==,
001230                                ==()== BY ==NEW-==.
001240*
001250 FD  MNDHST-FILE
001260     LABEL RECORDS ARE STANDARD.
001270*
001280 01  MNDHST-RECORD.
001290     COPY NYU_AUTOHST REPLACING ==01== BY ==05==,
001300                                ==()== BY ==HST-==.
001310*
001320 FD  CHANGE-REPORT
001330     LABEL RECORDS ARE OMITTED.
001340*
001350 01  REPORT-LINE                  PIC X(132).
001360*
001370 WORKING-STORAGE SECTION.
001380*
001390 01  SWITCHES.
001400*
001410     05  WS-ABORT-SW              PIC X(01)   VALUE 'N'.
001420         88  WS-ABORT                         VALUE 'Y'.
001430     05  WS-ADML-EOF-SW           PIC X(01)   VALUE 'N'.
001440         88  WS-ADML-EOF                      VALUE 'Y'.
001450     05  WS-BANK-EOF-SW           PIC X(01)   VALUE 'N'.
001460         88  WS-BANK-EOF                      VALUE 'Y'.
001470     05  WS-MNDOLD-EOF-SW         PIC X(01)   VALUE 'N'.
001480         88  WS-MNDOLD-EOF                    VALUE 'Y'.
001490     05  WS-REQUEST-FOUND-SW      PIC X(01)   VALUE 'N'.
001500         88  WS-REQUEST-FOUND                 VALUE 'Y'.
001510     05  WS-BRANCH-FOUND-SW       PIC X(01)   VALUE 'N'.
001520         88  WS-BRANCH-FOUND                  VALUE 'Y'.
001530     05  WS-EDIT-OK-SW            PIC X(01)   VALUE 'Y'.
001540         88  WS-EDIT-OK                       VALUE 'Y'.
001550*
001560 01  FILE-STATUS-FIELDS.
001570*
001580     05  WS-CONTROL-STATUS        PIC X(02)   VALUE '00'.
001590     05  WS-ADML-STATUS           PIC X(02)   VALUE '00'.
001600     05  WS-BANK-STATUS           PIC X(02)   VALUE '00'.
001610     05  WS-MNDOLD-STATUS         PIC X(02)   VALUE '00'.
001620     05  WS-MNDNEW-STATUS         PIC X(02)   VALUE '00'.
001630     05  WS-MNDHST-STATUS         PIC X(02)   VALUE '00'.
001640     05  WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001650*
001660 01  WORK-FIELDS.
001670*
001680     05  WS-REQUEST-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
001690     05  WS-REGISTER-COUNT  PIC S9(05) COMP-3 VALUE ZERO.
001700     05  WS-CHANGE-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
001710     05  WS-CANCEL-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
001720     05  WS-REJECT-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
001730     05  WS-ACCOUNT-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
001740     05  WS-PROC-DATE             PIC 9(08)   VALUE ZERO.
001750     05  WS-RUN-TIME              PIC 9(08)   VALUE ZERO.
001760     05  WS-OPERATOR              PIC X(04)   VALUE SPACE.
001770     05  WS-REJECT-REASON         PIC X(44)   VALUE SPACE.
001780     05  WS-STALE-FIELD           PIC X(06)   VALUE SPACE.
001790     05  WS-ACCOUNT-SW            PIC X(01)   VALUE 'N'.
001800         88  WS-ACCOUNT-CHANGED               VALUE 'Y'.
001810     05  WS-AMOUNT-EDIT           PIC -,---,---,--9.
001820*
001830*    THE REQUEST RECORD BEING WORKED.
001840 01  ADML-RECORD.
001850     COPY NYU_AUTOADML REPLACING ==01== BY ==05==,
001860                                 ==()== BY ==REQ-==.
001870*
001880******************************************************************
001890*   BANK TABLE -- THE BNKMST FILE LOADED AT START-UP, ONE ROW    *
001900*   PER BRANCH.                                                  *
001910******************************************************************
001920 01  BANK-TABLE-CONTROL.
001930     05  BK-MAX-ENTRIES     PIC S9(05) COMP-3 VALUE +3000.
001940     05  BK-ENTRY-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
001950     05  BK-SUB             PIC S9(05) COMP-3 VALUE ZERO.
001960     05  BK-FOUND-SUB       PIC S9(05) COMP-3 VALUE ZERO.
001970*
001980 01  BANK-TABLE.
001990     05  BK-ENTRY OCCURS 3000 TIMES.
002000         10  BK-BNKCOD            PIC X(04).
002010         10  BK-BRCCOD            PIC X(03).
002020         10  BK-BNKNAM            PIC X(15).
002030         10  BK-BRCNAM            PIC X(15).
002040         10  BK-CLSDAY            PIC X(08).
002050*
002060******************************************************************
002070*   REQUEST TABLE -- THE RUN'S MANDATE REQUESTS, LOADED ONCE SO  *
002080*   THE MASTER IS PASSED ONLY ONCE (THE SWPFIX01 WAY).           *
002090******************************************************************
002100 01  REQUEST-TABLE-CONTROL.
002110     05  RQ-MAX-ENTRIES     PIC S9(03) COMP-3 VALUE +500.
002120     05  RQ-ENTRY-COUNT     PIC S9(03) COMP-3 VALUE ZERO.
002130     05  RQ-SUB             PIC S9(03) COMP-3 VALUE ZERO.
002140     05  RQ-FOUND-SUB       PIC S9(03) COMP-3 VALUE ZERO.
002150*
002160 01  REQUEST-TABLE.
002170     05  RQ-ENTRY OCCURS 500 TIMES.
002180         10  RQ-PAYNUM            PIC X(08).
002190         10  RQ-APPLIED-SW        PIC X(01).
002200             88  RQ-APPLIED                   VALUE 'Y'.
002210         10  RQ-IMAGE             PIC X(197).
002220*
002230 01  HEADING-LINE-1.
002240*
002250     05  FILLER                   PIC X(01)   VALUE SPACE.
002260     05  FILLER                   PIC X(47)   VALUE
002270             'NYUMNT01 DEBIT MANDATE CHANGE LIST      RUN ON '.
002280     05  HL1-PROC-DATE            PIC 9(08).
002290     05  FILLER                   PIC X(12)   VALUE
002300             '  OPERATOR '.
002310     05  HL1-OPERATOR             PIC X(04).
002320     05  FILLER                   PIC X(60)   VALUE SPACE.
002330*
002340 01  HEADING-LINE-2.
002350*
002360     05  FILLER                   PIC X(01)   VALUE SPACE.
002370     05  FILLER                   PIC X(44)   VALUE
002380             'FIELDS MARKED * CHANGE THE ACCOUNT DEBITED -'.
002390     05  FILLER                   PIC X(87)   VALUE
002400             '- CHECK THEM AGAINST THE SIGNED CUSTOMER FORM'.
002410*
002420 01  RESULT-LINE.
002430*
002440     05  FILLER                   PIC X(01)   VALUE SPACE.
002450     05  FILLER                   PIC X(07)   VALUE 'PAYNUM '.
002460     05  RL-PAYNUM                PIC X(08).
002470     05  FILLER                   PIC X(02)   VALUE SPACE.
002480     05  RL-ACTION                PIC X(08).
002490     05  FILLER                   PIC X(02)   VALUE SPACE.
002500     05  RL-RESULT                PIC X(10).
002510     05  FILLER                   PIC X(02)   VALUE SPACE.
002520     05  RL-REASON                PIC X(44).
002530     05  FILLER                   PIC X(10)   VALUE
002540             '  KEYED AT'.
002550     05  FILLER                   PIC X(01)   VALUE SPACE.
002560     05  RL-REGTIM                PIC X(06).
002570     05  FILLER                   PIC X(31)   VALUE SPACE.
002580*
002590 01  CHANGE-HEADING.
002600*
002610     05  FILLER                   PIC X(05)   VALUE SPACE.
002620     05  FILLER                   PIC X(09)   VALUE 'FIELD'.
002630     05  FILLER                   PIC X(41)   VALUE 'OLD VALUE'.
002640     05  FILLER                   PIC X(77)   VALUE 'NEW VALUE'.
002650*
002660 01  CHANGE-LINE.
002670*
002680     05  FILLER                   PIC X(05)   VALUE SPACE.
002690     05  CL-FIELD                 PIC X(06).
002700     05  FILLER                   PIC X(01)   VALUE SPACE.
002710     05  CL-FLAG                  PIC X(01).
002720     05  FILLER                   PIC X(01)   VALUE SPACE.
002730     05  CL-OLD                   PIC X(40).
002740     05  FILLER                   PIC X(01)   VALUE SPACE.
002750     05  CL-NEW                   PIC X(40).
002760     05  FILLER                   PIC X(37)   VALUE SPACE.
002770*
002780 01  SIGNOFF-LINE.
002790*
002800     05  FILLER                   PIC X(05)   VALUE SPACE.
002810     05  FILLER                   PIC X(09)   VALUE 'KEYED BY '.
002820     05  SO-OPERATOR              PIC X(04).
002830     05  FILLER                   PIC X(40)   VALUE
002840             '    FIRST REVIEW  ____________________  '.
002850     05  FILLER                   PIC X(35)   VALUE
002860             'SECOND REVIEW  ____________________'.
002870     05  FILLER                   PIC X(39)   VALUE SPACE.
002880*
002890 01  SUMMARY-LINE-1.
002900*
002910     05  FILLER                   PIC X(01)   VALUE SPACE.
002920     05  FILLER                   PIC X(25)   VALUE
002930             'REQUESTS READ...........:'.
002940     05  SL1-REQUEST-COUNT        PIC ZZZZ9.
002950     05  FILLER                   PIC X(101)  VALUE SPACE.
002960*
002970 01  SUMMARY-LINE-2.
002980*
002990     05  FILLER                   PIC X(01)   VALUE SPACE.
003000     05  FILLER                   PIC X(25)   VALUE
003010             'REGISTERED/CHANGED......:'.
003020     05  SL2-REGISTER-COUNT       PIC ZZZZ9.
003030     05  FILLER                   PIC X(01)   VALUE '/'.
003040     05  SL2-CHANGE-COUNT         PIC ZZZZ9.
003050     05  FILLER                   PIC X(95)   VALUE SPACE.
003060*
003070 01  SUMMARY-LINE-3.
003080*
003090     05  FILLER                   PIC X(01)   VALUE SPACE.
003100     05  FILLER                   PIC X(25)   VALUE
003110             'CANCELLED/REFUSED.......:'.
003120     05  SL3-CANCEL-COUNT         PIC ZZZZ9.
003130     05  FILLER                   PIC X(01)   VALUE '/'.
003140     05  SL3-REJECT-COUNT         PIC ZZZZ9.
003150     05  FILLER                   PIC X(95)   VALUE SPACE.
003160*
003170 01  SUMMARY-LINE-4.
003180*
003190     05  FILLER                   PIC X(01)   VALUE SPACE.
003200     05  FILLER                   PIC X(25)   VALUE
003210             'DEBIT ACCOUNTS CHANGED..:'.
003220     05  SL4-ACCOUNT-COUNT        PIC ZZZZ9.
003230     05  FILLER                   PIC X(101)  VALUE SPACE.
003240*
003250 PROCEDURE DIVISION.
003260*
003270 0000-MAINLINE.
003280*
003290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003300     PERFORM 2000-PROCESS-MANDATES THRU 2000-EXIT.
003310     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003320*
003330     STOP RUN.
003340*
003350 1000-INITIALIZE.
003360*
003370     OPEN INPUT  CONTROL-FILE.
003380     OPEN INPUT  ADML-FILE.
003390     OPEN INPUT  BANK-FILE.
003400     OPEN INPUT  MNDOLD-FILE.
003410     OPEN OUTPUT MNDNEW-FILE.
003420     OPEN EXTEND MNDHST-FILE.
003430     OPEN OUTPUT CHANGE-REPORT.
003440*
003450     IF WS-CONTROL-STATUS NOT = '00'
003460      OR WS-ADML-STATUS NOT = '00'
003470      OR WS-BANK-STATUS NOT = '00'
003480      OR WS-MNDOLD-STATUS NOT = '00'
003490      OR WS-MNDNEW-STATUS NOT = '00'
003500      OR WS-MNDHST-STATUS NOT = '00'
003510      OR WS-REPORT-STATUS NOT = '00'
003520         DISPLAY 'NYUMNT010001E FILE OPEN FAILED, CTL='
003530             WS-CONTROL-STATUS ' ADM=' WS-ADML-STATUS
003540             ' BNK=' WS-BANK-STATUS ' OLD=' WS-MNDOLD-STATUS
003550             ' NEW=' WS-MNDNEW-STATUS ' HST=' WS-MNDHST-STATUS
003560             ' RPT=' WS-REPORT-STATUS
003570         MOVE 'Y' TO WS-ABORT-SW
003580         MOVE 16 TO RETURN-CODE
003590     END-IF.
003600*
003610     IF NOT WS-ABORT
003620         READ CONTROL-FILE
003630             AT END
003640                 DISPLAY 'NYUMNT010002E CONTROL CARD MISSING'
003650                 MOVE 'Y' TO WS-ABORT-SW
003660                 MOVE 16 TO RETURN-CODE
003670         END-READ
003680     END-IF.
003690*
003700     IF NOT WS-ABORT
003710         IF CTL-PROC-DATE NUMERIC
003720         AND CTL-OPERATOR NOT = SPACE
003730             MOVE CTL-PROC-DATE TO WS-PROC-DATE
003740                                   HL1-PROC-DATE
003750             MOVE CTL-OPERATOR  TO WS-OPERATOR
003760                                   HL1-OPERATOR
003770             ACCEPT WS-RUN-TIME FROM TIME
003780             WRITE REPORT-LINE FROM HEADING-LINE-1
003790             WRITE REPORT-LINE FROM HEADING-LINE-2
003800         ELSE
003810             DISPLAY 'NYUMNT010003E CONTROL CARD INVALID: '
003820                 CONTROL-RECORD
003830             MOVE 'Y' TO WS-ABORT-SW
003840             MOVE 16 TO RETURN-CODE
003850         END-IF
003860     END-IF.
003870*
003880     IF NOT WS-ABORT
003890         PERFORM 1100-LOAD-BANKS THRU 1100-EXIT
003900             UNTIL WS-BANK-EOF
003910     END-IF.
003920*
003930     IF NOT WS-ABORT
003940         PERFORM 1200-LOAD-REQUESTS THRU 1200-EXIT
003950             UNTIL WS-ADML-EOF
003960     END-IF.
003970*
003980 1000-EXIT.
003990     EXIT.
004000*
004010******************************************************************
004020*   1100-LOAD-BANKS -- THE BNKMST FILE INTO THE TABLE.  A FULL   *
004030*   TABLE STOPS THE RUN.                                         *
004040******************************************************************
004050 1100-LOAD-BANKS.
004060*
004070     READ BANK-FILE
004080         AT END
004090             MOVE 'Y' TO WS-BANK-EOF-SW
004100     END-READ.
004110*
004120     IF WS-BANK-EOF
004130         GO TO 1100-EXIT
004140     END-IF.
004150*
004160     IF BK-ENTRY-COUNT < BK-MAX-ENTRIES
004170         ADD 1 TO BK-ENTRY-COUNT
004180         MOVE BNK-BNKCOD TO BK-BNKCOD(BK-ENTRY-COUNT)
004190         MOVE BNK-BRCCOD TO BK-BRCCOD(BK-ENTRY-COUNT)
004200         MOVE BNK-BNKNAM TO BK-BNKNAM(BK-ENTRY-COUNT)
004210         MOVE BNK-BRCNAM TO BK-BRCNAM(BK-ENTRY-COUNT)
004220         MOVE BNK-CLSDAY TO BK-CLSDAY(BK-ENTRY-COUNT)
004230     ELSE
004240         DISPLAY 'NYUMNT010004E BANK TABLE FULL'
004250         MOVE 'Y' TO WS-ABORT-SW
004260         MOVE 'Y' TO WS-BANK-EOF-SW
004270         MOVE 16 TO RETURN-CODE
004280     END-IF.
004290*
004300 1100-EXIT.
004310     EXIT.
004320*
004330******************************************************************
004340*   1200-LOAD-REQUESTS -- A REQUEST WITH AN UNKNOWN JOBTYP, NO   *
004350*   PAYNUM, OR A SECOND REQUEST FOR THE SAME PAYNUM IS REFUSED   *
004360*   HERE.  A FULL TABLE STOPS THE RUN.                           *
004370******************************************************************
004380 1200-LOAD-REQUESTS.
004390*
004400     READ ADML-FILE INTO ADML-RECORD
004410         AT END
004420             MOVE 'Y' TO WS-ADML-EOF-SW
004430     END-READ.
004440*
004450     IF WS-ADML-EOF
004460         GO TO 1200-EXIT
004470     END-IF.
004480*
004490     ADD 1 TO WS-REQUEST-COUNT.
004500*
004510     IF REQ-JOBTYP(1:1) NOT = 'A'
004520      AND REQ-JOBTYP(1:1) NOT = 'C'
004530      AND REQ-JOBTYP(1:1) NOT = 'D'
004540         MOVE 'JOBTYP IS NOT A, C, OR D' TO WS-REJECT-REASON
004550         PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
004560         GO TO 1200-EXIT
004570     END-IF.
004580*
004590     IF REQ-PAYNUM = SPACE
004600         MOVE 'PAYNUM MISSING' TO WS-REJECT-REASON
004610         PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
004620         GO TO 1200-EXIT
004630     END-IF.
004640*
004650     PERFORM 2150-FIND-REQUEST THRU 2150-EXIT.
004660     IF WS-REQUEST-FOUND
004670         MOVE 'SECOND REQUEST FOR THE PAYNUM IN ONE RUN'
004680             TO WS-REJECT-REASON
004690         PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
004700         GO TO 1200-EXIT
004710     END-IF.
004720*
004730     IF RQ-ENTRY-COUNT < RQ-MAX-ENTRIES
004740         ADD 1 TO RQ-ENTRY-COUNT
004750         MOVE REQ-PAYNUM  TO RQ-PAYNUM(RQ-ENTRY-COUNT)
004760         MOVE 'N'         TO RQ-APPLIED-SW(RQ-ENTRY-COUNT)
004770         MOVE ADML-RECORD TO RQ-IMAGE(RQ-ENTRY-COUNT)
004780     ELSE
004790         DISPLAY 'NYUMNT010005E REQUEST TABLE FULL'
004800         MOVE 'Y' TO WS-ABORT-SW
004810         MOVE 'Y' TO WS-ADML-EOF-SW
004820         MOVE 16 TO RETURN-CODE
004830     END-IF.
004840*
004850 1200-EXIT.
004860     EXIT.
004870*
004880 2000-PROCESS-MANDATES.
004890*
004900     IF WS-ABORT
004910         GO TO 2000-EXIT
004920     END-IF.
004930*
004940     PERFORM 2100-PROCESS-ONE-MANDATE THRU 2100-EXIT
004950         UNTIL WS-MNDOLD-EOF.
004960*
004970     IF NOT WS-ABORT
004980         PERFORM 2800-APPLY-UNMATCHED THRU 2800-EXIT
004990             VARYING RQ-SUB FROM 1 BY 1
005000             UNTIL RQ-SUB > RQ-ENTRY-COUNT
005010     END-IF.
005020*
005030 2000-EXIT.
005040     EXIT.
005050*
005060******************************************************************
005070*   2100-PROCESS-ONE-MANDATE -- A MASTER MANDATE WITH NO         *
005080*   REQUEST COPIES THROUGH.  ONE WITH A REQUEST IS CHANGED,      *
005090*   CANCELLED, OR (FOR AN ADD) LEFT AS IT WAS AND THE ADD        *
005100*   REFUSED.                                                     *
005110******************************************************************
005120 2100-PROCESS-ONE-MANDATE.
005130*
005140     READ MNDOLD-FILE
005150         AT END
005160             MOVE 'Y' TO WS-MNDOLD-EOF-SW
005170     END-READ.
005180*
005190     IF WS-MNDOLD-EOF
005200         GO TO 2100-EXIT
005210     END-IF.
005220*
005230     MOVE MNDOLD-RECORD TO MNDNEW-RECORD.
005240     MOVE OLD-PAYNUM TO REQ-PAYNUM.
005250     PERFORM 2150-FIND-REQUEST THRU 2150-EXIT.
005260*
005270     IF WS-REQUEST-FOUND
005280         MOVE 'Y' TO RQ-APPLIED-SW(RQ-FOUND-SUB)
005290         MOVE RQ-IMAGE(RQ-FOUND-SUB) TO ADML-RECORD
005300         EVALUATE REQ-JOBTYP(1:1)
005310             WHEN 'A'
005320                 MOVE 'MANDATE ALREADY REGISTERED'
005330                     TO WS-REJECT-REASON
005340                 PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
005350             WHEN 'C'
005360                 PERFORM 2300-CHANGE-MANDATE THRU 2300-EXIT
005370             WHEN 'D'
005380                 PERFORM 2400-CANCEL-MANDATE THRU 2400-EXIT
005390                 GO TO 2100-EXIT
005400         END-EVALUATE
005410     END-IF.
005420*
005430     PERFORM 2900-WRITE-MANDATE THRU 2900-EXIT.
005440*
005450 2100-EXIT.
005460     EXIT.
005470*
005480*    THE REQUEST FOR THE PAYNUM IN REQ-PAYNUM, IF ANY.
005490 2150-FIND-REQUEST.
005500*
005510     MOVE 'N' TO WS-REQUEST-FOUND-SW.
005520     PERFORM VARYING RQ-SUB FROM 1 BY 1
005530             UNTIL RQ-SUB > RQ-ENTRY-COUNT
005540                OR WS-REQUEST-FOUND
005550         IF RQ-PAYNUM(RQ-SUB) = REQ-PAYNUM
005560             MOVE 'Y'    TO WS-REQUEST-FOUND-SW
005570             MOVE RQ-SUB TO RQ-FOUND-SUB
005580         END-IF
005590     END-PERFORM.
005600*
005610 2150-EXIT.
005620     EXIT.
005630*
005640******************************************************************
005650*   2200-REGISTER-MANDATE -- AN ADD FOR A PAYNUM NOT ON THE      *
005660*   MASTER: BUILD IT FROM THE REQUEST, EDIT, STAMP, WRITE.       *
005670******************************************************************
005680 2200-REGISTER-MANDATE.
005690*
005700     MOVE SPACE TO MNDOLD-RECORD.
005710     MOVE ZERO  TO OLD-TRNAMT.
005720     MOVE SPACE TO MNDNEW-RECORD.
005730     MOVE REQ-PAYNUM TO NEW-PAYNUM.
005740     MOVE REQ-PAYDAY TO NEW-PAYDAY.
005750     MOVE REQ-BNKCOD TO NEW-BNKCOD.
005760     MOVE REQ-BRCCOD TO NEW-BRCCOD.
005770     MOVE REQ-CSTNAM TO NEW-CSTNAM.
005780     MOVE REQ-DEPKND TO NEW-DEPKND.
005790     MOVE REQ-DEPNUM TO NEW-DEPNUM.
005800     MOVE REQ-TRNAMT TO NEW-TRNAMT.
005810*
005820     PERFORM 2500-EDIT-MANDATE THRU 2500-EXIT.
005830     IF NOT WS-EDIT-OK
005840         PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
005850         GO TO 2200-EXIT
005860     END-IF.
005870*
005880     MOVE WS-PROC-DATE     TO NEW-REGDAY.
005890     MOVE WS-RUN-TIME(1:6) TO NEW-REGTIM.
005900     MOVE WS-OPERATOR      TO NEW-REGPSN.
005910     MOVE SPACE            TO NEW-MODDAY
005920                              NEW-MODTIM
005930                              NEW-MODPSN.
005940*
005950     ADD 1 TO WS-REGISTER-COUNT.
005960     MOVE 'REGISTERED' TO RL-RESULT.
005970     PERFORM 2600-RECORD-CHANGE THRU 2600-EXIT.
005980     PERFORM 2900-WRITE-MANDATE THRU 2900-EXIT.
005990*
006000 2200-EXIT.
006010     EXIT.
006020*
006030******************************************************************
006040*   2300-CHANGE-MANDATE -- EACH FIELD MARKED CHANGED TAKES THE   *
006050*   REQUEST'S VALUE, PROVIDED ITS _O VALUE IS STILL THE          *
006060*   MASTER'S; UNMARKED FIELDS AND THE REGISTRATION STAMPS ARE    *
006070*   KEPT.  A CHANGE THAT FAILS LEAVES THE MANDATE AS IT WAS.     *
006080******************************************************************
006090 2300-CHANGE-MANDATE.
006100*
006110     MOVE SPACE TO WS-STALE-FIELD.
006120*
006130     IF REQ-PAYDAY_M NOT = SPACE AND REQ-PAYDAY_M NOT = '0'
006140         IF REQ-PAYDAY_O NOT = OLD-PAYDAY
006150             MOVE 'PAYDAY' TO WS-STALE-FIELD
006160         END-IF
006170         MOVE REQ-PAYDAY TO NEW-PAYDAY
006180     END-IF.
006190     IF REQ-BNKCOD_M NOT = SPACE AND REQ-BNKCOD_M NOT = '0'
006200         IF REQ-BNKCOD_O NOT = OLD-BNKCOD
006210             MOVE 'BNKCOD' TO WS-STALE-FIELD
006220         END-IF
006230         MOVE REQ-BNKCOD TO NEW-BNKCOD
006240     END-IF.
006250     IF REQ-BRCCOD_M NOT = SPACE AND REQ-BRCCOD_M NOT = '0'
006260         IF REQ-BRCCOD_O NOT = OLD-BRCCOD
006270             MOVE 'BRCCOD' TO WS-STALE-FIELD
006280         END-IF
006290         MOVE REQ-BRCCOD TO NEW-BRCCOD
006300     END-IF.
006310     IF REQ-CSTNAM_M NOT = SPACE AND REQ-CSTNAM_M NOT = '0'
006320         IF REQ-CSTNAM_O NOT = OLD-CSTNAM
006330             MOVE 'CSTNAM' TO WS-STALE-FIELD
006340         END-IF
006350         MOVE REQ-CSTNAM TO NEW-CSTNAM
006360     END-IF.
006370     IF REQ-DEPKND_M NOT = SPACE AND REQ-DEPKND_M NOT = '0'
006380         IF REQ-DEPKND_O NOT = OLD-DEPKND
006390             MOVE 'DEPKND' TO WS-STALE-FIELD
006400         END-IF
006410         MOVE REQ-DEPKND TO NEW-DEPKND
006420     END-IF.
006430     IF REQ-DEPNUM_M NOT = SPACE AND REQ-DEPNUM_M NOT = '0'
006440         IF REQ-DEPNUM_O NOT = OLD-DEPNUM
006450             MOVE 'DEPNUM' TO WS-STALE-FIELD
006460         END-IF
006470         MOVE REQ-DEPNUM TO NEW-DEPNUM
006480     END-IF.
006490     IF REQ-TRNAMT_M NOT = SPACE AND REQ-TRNAMT_M NOT = '0'
006500         IF REQ-TRNAMT_O NOT = OLD-TRNAMT
006510             MOVE 'TRNAMT' TO WS-STALE-FIELD
006520         END-IF
006530         MOVE REQ-TRNAMT TO NEW-TRNAMT
006540     END-IF.
006550*
006560     IF WS-STALE-FIELD NOT = SPACE
006570         MOVE MNDOLD-RECORD TO MNDNEW-RECORD
006580         MOVE SPACE TO WS-REJECT-REASON
006590         STRING WS-STALE-FIELD DELIMITED BY SIZE
006600                ' _O IS NOT THE MASTER VALUE -- REKEY'
006610                    DELIMITED BY SIZE
006620             INTO WS-REJECT-REASON
006630         PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
006640         GO TO 2300-EXIT
006650     END-IF.
006660*
006670     PERFORM 2500-EDIT-MANDATE THRU 2500-EXIT.
006680     IF NOT WS-EDIT-OK
006690         MOVE MNDOLD-RECORD TO MNDNEW-RECORD
006700         PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
006710         GO TO 2300-EXIT
006720     END-IF.
006730*
006740     MOVE WS-PROC-DATE     TO NEW-MODDAY.
006750     MOVE WS-RUN-TIME(1:6) TO NEW-MODTIM.
006760     MOVE WS-OPERATOR      TO NEW-MODPSN.
006770*
006780     ADD 1 TO WS-CHANGE-COUNT.
006790     MOVE 'CHANGED'    TO RL-RESULT.
006800     PERFORM 2600-RECORD-CHANGE THRU 2600-EXIT.
006810*
006820 2300-EXIT.
006830     EXIT.
006840*
006850******************************************************************
006860*   2400-CANCEL-MANDATE -- THE MANDATE IS NOT WRITTEN TO THE     *
006870*   NEW MASTER; ITS LAST IMAGE STAYS ON THE HISTORY FILE.        *
006880******************************************************************
006890 2400-CANCEL-MANDATE.
006900*
006910     MOVE SPACE TO MNDNEW-RECORD.
006920     MOVE ZERO  TO NEW-TRNAMT.
006930     ADD 1 TO WS-CANCEL-COUNT.
006940     MOVE 'CANCELLED'  TO RL-RESULT.
006950     PERFORM 2600-RECORD-CHANGE THRU 2600-EXIT.
006960*
006970 2400-EXIT.
006980     EXIT.
006990*
007000******************************************************************
007010*   2500-EDIT-MANDATE -- THE FIRST FAILING EDIT REFUSES THE      *
007020*   REQUEST AND NAMES ITSELF IN WS-REJECT-REASON.  A GOOD BANK   *
007030*   AND BRANCH SET THE MANDATE'S NAMES FROM THE BANK MASTER.     *
007040******************************************************************
007050 2500-EDIT-MANDATE.
007060*
007070     MOVE 'Y'   TO WS-EDIT-OK-SW.
007080     MOVE SPACE TO WS-REJECT-REASON.
007090*
007100     PERFORM 2550-FIND-BRANCH THRU 2550-EXIT.
007110*
007120     EVALUATE TRUE
007130         WHEN NOT WS-BRANCH-FOUND
007140             MOVE 'BANK/BRANCH IS NOT ON THE BANK MASTER'
007150                 TO WS-REJECT-REASON
007160         WHEN BK-CLSDAY(BK-FOUND-SUB) NOT = SPACE
007170          AND BK-CLSDAY(BK-FOUND-SUB) NOT > WS-PROC-DATE
007180             MOVE 'BRANCH IS CLOSED' TO WS-REJECT-REASON
007190         WHEN NEW-DEPKND NOT = '1'
007200          AND NEW-DEPKND NOT = '2'
007210          AND NEW-DEPKND NOT = '4'
007220             MOVE 'DEPKND IS NOT 1, 2, OR 4' TO WS-REJECT-REASON
007230         WHEN NEW-DEPNUM NOT NUMERIC
007240             MOVE 'DEPNUM (ACCOUNT NUMBER) IS NOT 7 DIGITS'
007250                 TO WS-REJECT-REASON
007260         WHEN NEW-CSTNAM = SPACE
007270             MOVE 'CSTNAM (ACCOUNT HOLDER) MISSING'
007280                 TO WS-REJECT-REASON
007290         WHEN NEW-PAYDAY NOT NUMERIC
007300             MOVE 'PAYDAY IS NOT NUMERIC' TO WS-REJECT-REASON
007310         WHEN NEW-TRNAMT < ZERO
007320             MOVE 'TRNAMT IS NEGATIVE' TO WS-REJECT-REASON
007330     END-EVALUATE.
007340*
007350     IF WS-REJECT-REASON = SPACE
007360         MOVE BK-BNKNAM(BK-FOUND-SUB) TO NEW-BNKNAM
007370         MOVE BK-BRCNAM(BK-FOUND-SUB) TO NEW-BRCNAM
007380         GO TO 2500-EXIT
007390     END-IF.
007400*
007410     MOVE 'N' TO WS-EDIT-OK-SW.
007420*
007430 2500-EXIT.
007440     EXIT.
007450*
007460*    THE BANK TABLE ROW FOR NEW-BNKCOD/NEW-BRCCOD, IF ANY.
007470 2550-FIND-BRANCH.
007480*
007490     MOVE 'N' TO WS-BRANCH-FOUND-SW.
007500     MOVE 1   TO BK-FOUND-SUB.
007510     PERFORM VARYING BK-SUB FROM 1 BY 1
007520             UNTIL BK-SUB > BK-ENTRY-COUNT
007530                OR WS-BRANCH-FOUND
007540         IF BK-BNKCOD(BK-SUB) = NEW-BNKCOD
007550         AND BK-BRCCOD(BK-SUB) = NEW-BRCCOD
007560             MOVE 'Y'    TO WS-BRANCH-FOUND-SW
007570             MOVE BK-SUB TO BK-FOUND-SUB
007580         END-IF
007590     END-PERFORM.
007600*
007610 2550-EXIT.
007620     EXIT.
007630*
007640******************************************************************
007650*   2600-RECORD-CHANGE -- AN APPLIED REQUEST: THE BEFORE AND     *
007660*   AFTER IMAGES GO TO THE HISTORY FILE, AND THE CHANGE LIST     *
007670*   SHOWS EVERY FIELD THAT DIFFERS BETWEEN THEM AND THE SIGN-OFF *
007680*   LINE.                                                        *
007690******************************************************************
007700 2600-RECORD-CHANGE.
007710*
007720     MOVE WS-PROC-DATE     TO HST-HSTDAY.
007730     MOVE WS-RUN-TIME(1:6) TO HST-HSTTIM.
007740     MOVE WS-OPERATOR      TO HST-HSTPSN.
007750     MOVE REQ-JOBTYP(1:1)  TO HST-JOBTYP.
007760     MOVE REQ-REGTIM       TO HST-REGTIM.
007770     MOVE REQ-PAYNUM       TO HST-PAYNUM.
007780     MOVE NEW-PAYDAY       TO HST-PAYDAY.
007790     MOVE NEW-BNKCOD       TO HST-BNKCOD.
007800     MOVE NEW-BNKNAM       TO HST-BNKNAM.
007810     MOVE NEW-BRCCOD       TO HST-BRCCOD.
007820     MOVE NEW-BRCNAM       TO HST-BRCNAM.
007830     MOVE NEW-CSTNAM       TO HST-CSTNAM.
007840     MOVE NEW-DEPKND       TO HST-DEPKND.
007850     MOVE NEW-DEPNUM       TO HST-DEPNUM.
007860     MOVE NEW-TRNAMT       TO HST-TRNAMT.
007870     MOVE OLD-PAYDAY       TO HST-PAYDAY_O.
007880     MOVE OLD-BNKCOD       TO HST-BNKCOD_O.
007890     MOVE OLD-BNKNAM       TO HST-BNKNAM_O.
007900     MOVE OLD-BRCCOD       TO HST-BRCCOD_O.
007910     MOVE OLD-BRCNAM       TO HST-BRCNAM_O.
007920     MOVE OLD-CSTNAM       TO HST-CSTNAM_O.
007930     MOVE OLD-DEPKND       TO HST-DEPKND_O.
007940     MOVE OLD-DEPNUM       TO HST-DEPNUM_O.
007950     MOVE OLD-TRNAMT       TO HST-TRNAMT_O.
007960*
007970     WRITE MNDHST-RECORD.
007980     IF WS-MNDHST-STATUS NOT = '00'
007990         DISPLAY 'NYUMNT010006E MNDHST WRITE FAILED, STATUS='
008000             WS-MNDHST-STATUS
008010         MOVE 'Y' TO WS-ABORT-SW
008020         MOVE 'Y' TO WS-MNDOLD-EOF-SW
008030         MOVE 16 TO RETURN-CODE
008040     END-IF.
008050*
008060     MOVE SPACE TO RL-REASON.
008070     PERFORM 2650-LIST-RESULT THRU 2650-EXIT.
008080     PERFORM 2660-LIST-CHANGES THRU 2660-EXIT.
008090*
008100     MOVE WS-OPERATOR TO SO-OPERATOR.
008110     WRITE REPORT-LINE FROM SIGNOFF-LINE.
008120*
008130 2600-EXIT.
008140     EXIT.
008150*
008160 2650-LIST-RESULT.
008170*
008180     MOVE SPACE TO REPORT-LINE.
008190     WRITE REPORT-LINE.
008200     MOVE REQ-PAYNUM TO RL-PAYNUM.
008210     MOVE REQ-REGTIM TO RL-REGTIM.
008220     EVALUATE REQ-JOBTYP(1:1)
008230         WHEN 'A'
008240             MOVE 'REGISTER' TO RL-ACTION
008250         WHEN 'C'
008260             MOVE 'CHANGE'   TO RL-ACTION
008270         WHEN 'D'
008280             MOVE 'CANCEL'   TO RL-ACTION
008290         WHEN OTHER
008300             MOVE REQ-JOBTYP TO RL-ACTION
008310     END-EVALUATE.
008320     WRITE REPORT-LINE FROM RESULT-LINE.
008330*
008340 2650-EXIT.
008350     EXIT.
008360*
008370******************************************************************
008380*   2660-LIST-CHANGES -- EACH FIELD WHOSE HISTORY BEFORE AND     *
008390*   AFTER VALUES DIFFER.  BANK, BRANCH, DEPOSIT KIND, ACCOUNT    *
008400*   NUMBER, AND HOLDER NAME ARE FLAGGED '*'; A CHANGE TO ANY OF  *
008410*   THEM ON A STANDING MANDATE IS COUNTED AS AN ACCOUNT CHANGE.  *
008420******************************************************************
008430 2660-LIST-CHANGES.
008440*
008450     MOVE 'N' TO WS-ACCOUNT-SW.
008460     WRITE REPORT-LINE FROM CHANGE-HEADING.
008470*
008480     IF HST-PAYDAY NOT = HST-PAYDAY_O
008490         MOVE 'PAYDAY'     TO CL-FIELD
008500         MOVE SPACE        TO CL-FLAG
008510         MOVE HST-PAYDAY_O TO CL-OLD
008520         MOVE HST-PAYDAY   TO CL-NEW
008530         WRITE REPORT-LINE FROM CHANGE-LINE
008540     END-IF.
008550     IF HST-BNKCOD NOT = HST-BNKCOD_O
008560         MOVE 'BNKCOD'     TO CL-FIELD
008570         MOVE '*'          TO CL-FLAG
008580         MOVE HST-BNKCOD_O TO CL-OLD
008590         MOVE HST-BNKCOD   TO CL-NEW
008600         WRITE REPORT-LINE FROM CHANGE-LINE
008610         MOVE 'Y' TO WS-ACCOUNT-SW
008620     END-IF.
008630     IF HST-BNKNAM NOT = HST-BNKNAM_O
008640         MOVE 'BNKNAM'     TO CL-FIELD
008650         MOVE SPACE        TO CL-FLAG
008660         MOVE HST-BNKNAM_O TO CL-OLD
008670         MOVE HST-BNKNAM   TO CL-NEW
008680         WRITE REPORT-LINE FROM CHANGE-LINE
008690     END-IF.
008700     IF HST-BRCCOD NOT = HST-BRCCOD_O
008710         MOVE 'BRCCOD'     TO CL-FIELD
008720         MOVE '*'          TO CL-FLAG
008730         MOVE HST-BRCCOD_O TO CL-OLD
008740         MOVE HST-BRCCOD   TO CL-NEW
008750         WRITE REPORT-LINE FROM CHANGE-LINE
008760         MOVE 'Y' TO WS-ACCOUNT-SW
008770     END-IF.
008780     IF HST-BRCNAM NOT = HST-BRCNAM_O
008790         MOVE 'BRCNAM'     TO CL-FIELD
008800         MOVE SPACE        TO CL-FLAG
008810         MOVE HST-BRCNAM_O TO CL-OLD
008820         MOVE HST-BRCNAM   TO CL-NEW
008830         WRITE REPORT-LINE FROM CHANGE-LINE
008840     END-IF.
008850     IF HST-CSTNAM NOT = HST-CSTNAM_O
008860         MOVE 'CSTNAM'     TO CL-FIELD
008870         MOVE '*'          TO CL-FLAG
008880         MOVE HST-CSTNAM_O TO CL-OLD
008890         MOVE HST-CSTNAM   TO CL-NEW
008900         WRITE REPORT-LINE FROM CHANGE-LINE
008910         MOVE 'Y' TO WS-ACCOUNT-SW
008920     END-IF.
008930     IF HST-DEPKND NOT = HST-DEPKND_O
008940         MOVE 'DEPKND'     TO CL-FIELD
008950         MOVE '*'          TO CL-FLAG
008960         MOVE HST-DEPKND_O TO CL-OLD
008970         MOVE HST-DEPKND   TO CL-NEW
008980         WRITE REPORT-LINE FROM CHANGE-LINE
008990         MOVE 'Y' TO WS-ACCOUNT-SW
009000     END-IF.
009010     IF HST-DEPNUM NOT = HST-DEPNUM_O
009020         MOVE 'DEPNUM'     TO CL-FIELD
009030         MOVE '*'          TO CL-FLAG
009040         MOVE HST-DEPNUM_O TO CL-OLD
009050         MOVE HST-DEPNUM   TO CL-NEW
009060         WRITE REPORT-LINE FROM CHANGE-LINE
009070         MOVE 'Y' TO WS-ACCOUNT-SW
009080     END-IF.
009090     IF HST-TRNAMT NOT = HST-TRNAMT_O
009100         MOVE 'TRNAMT'     TO CL-FIELD
009110         MOVE SPACE        TO CL-FLAG
009120         MOVE HST-TRNAMT_O TO WS-AMOUNT-EDIT
009130         MOVE WS-AMOUNT-EDIT TO CL-OLD
009140         MOVE HST-TRNAMT   TO WS-AMOUNT-EDIT
009150         MOVE WS-AMOUNT-EDIT TO CL-NEW
009160         WRITE REPORT-LINE FROM CHANGE-LINE
009170     END-IF.
009180*
009190     IF WS-ACCOUNT-CHANGED AND HST-JOBTYP = 'C'
009200         ADD 1 TO WS-ACCOUNT-COUNT
009210     END-IF.
009220*
009230 2660-EXIT.
009240     EXIT.
009250*
009260 2700-REFUSE-REQUEST.
009270*
009280     ADD 1 TO WS-REJECT-COUNT.
009290     MOVE 'REFUSED'        TO RL-RESULT.
009300     MOVE WS-REJECT-REASON TO RL-REASON.
009310     PERFORM 2650-LIST-RESULT THRU 2650-EXIT.
009320*
009330 2700-EXIT.
009340     EXIT.
009350*
009360******************************************************************
009370*   2800-APPLY-UNMATCHED -- REQUESTS WHOSE PAYNUM WAS NOT ON     *
009380*   THE MASTER: AN ADD REGISTERS IT, ANYTHING ELSE IS REFUSED.   *
009390******************************************************************
009400 2800-APPLY-UNMATCHED.
009410*
009420     IF RQ-APPLIED(RQ-SUB)
009430         GO TO 2800-EXIT
009440     END-IF.
009450*
009460     MOVE RQ-IMAGE(RQ-SUB) TO ADML-RECORD.
009470     IF REQ-JOBTYP(1:1) = 'A'
009480         PERFORM 2200-REGISTER-MANDATE THRU 2200-EXIT
009490     ELSE
009500         MOVE 'PAYNUM HAS NO MANDATE ON THE MASTER'
009510             TO WS-REJECT-REASON
009520         PERFORM 2700-REFUSE-REQUEST THRU 2700-EXIT
009530     END-IF.
009540*
009550 2800-EXIT.
009560     EXIT.
009570*
009580 2900-WRITE-MANDATE.
009590*
009600     WRITE MNDNEW-RECORD.
009610     IF WS-MNDNEW-STATUS NOT = '00'
009620         DISPLAY 'NYUMNT010007E MNDNEW WRITE FAILED, STATUS='
009630             WS-MNDNEW-STATUS
009640         MOVE 'Y' TO WS-ABORT-SW
009650         MOVE 'Y' TO WS-MNDOLD-EOF-SW
009660         MOVE 16 TO RETURN-CODE
009670     END-IF.
009680*
009690 2900-EXIT.
009700     EXIT.
009710*
009720 3000-TERMINATE.
009730*
009740     IF NOT WS-ABORT
009750         MOVE SPACE TO REPORT-LINE
009760         WRITE REPORT-LINE
009770         MOVE WS-REQUEST-COUNT  TO SL1-REQUEST-COUNT
009780         WRITE REPORT-LINE FROM SUMMARY-LINE-1
009790         MOVE WS-REGISTER-COUNT TO SL2-REGISTER-COUNT
009800         MOVE WS-CHANGE-COUNT   TO SL2-CHANGE-COUNT
009810         WRITE REPORT-LINE FROM SUMMARY-LINE-2
009820         MOVE WS-CANCEL-COUNT   TO SL3-CANCEL-COUNT
009830         MOVE WS-REJECT-COUNT   TO SL3-REJECT-COUNT
009840         WRITE REPORT-LINE FROM SUMMARY-LINE-3
009850         MOVE WS-ACCOUNT-COUNT  TO SL4-ACCOUNT-COUNT
009860         WRITE REPORT-LINE FROM SUMMARY-LINE-4
009870         IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
009880             MOVE 4 TO RETURN-CODE
009890         END-IF
009900     END-IF.
009910*
009920     CLOSE CONTROL-FILE.
009930     CLOSE ADML-FILE.
009940     CLOSE BANK-FILE.
009950     CLOSE MNDOLD-FILE.
009960     CLOSE MNDNEW-FILE.
009970     CLOSE MNDHST-FILE.
009980     CLOSE CHANGE-REPORT.
009990*
010000 3000-EXIT.
010010     EXIT.
