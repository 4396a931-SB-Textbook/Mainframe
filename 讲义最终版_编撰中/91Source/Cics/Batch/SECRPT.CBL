000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    SECRPT.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   SECRPT -- DAILY SECURITY-VIOLATION REPORT.  READS ONE DAY    *
000110*   OF THE SECLOG FILE -- FAILED SIGN-ONS FROM SIGNON1, MENU     *
000120*   OPTIONS INVMENU REFUSED FOR AUTHORITY, THE DSHBRD1 FILE      *
000130*   QUIESCE AND REOPEN SWEEPS, AND GOOD SIGN-ONS -- AND PRINTS   *
000140*   FOR SECURITY EACH MORNING:                                   *
000150*                                                                *
000160*   SECTION 1 -- VIOLATIONS                                      *
000170*     A  FAILED SIGN-ONS BY OPERATOR AND TERMINAL, WITH HOW      *
000180*        MANY WERE AN UNKNOWN ID, A REVOKED ID, OR A WRONG       *
000190*        PASSWORD, AND THE FIRST AND LAST ATTEMPT;               *
000200*     B  EVERY OPERATOR ID AND EVERY TERMINAL WITH MORE FAILED   *
000210*        SIGN-ONS WITHIN ANY 60 MINUTES THAN THE CARD ALLOWS,    *
000220*        WITH THE TIME THE LIMIT WAS FIRST PASSED;               *
000230*     C  EVERY MENU OPTION REFUSED, WITH THE OPERATOR'S LEVEL    *
000240*        AND THE LEVEL THE OPTION NEEDS;                         *
000250*     D  EVERY FILE QUIESCED OR REOPENED, BY WHOM AND WHEN.      *
000251*     E  OPERATOR MAINTENANCE ON OPRMNT1 (ADDS, CHANGES,         *
000252*        PASSWORD RESETS, AND REVOKES), IDS LOCKED OUT BY        *
000253*        FAILED SIGN-ONS, AND PASSWORDS CHANGED AT SIGN-ON.      *
000254*     F  OPERATOR IDS THE NIGHTLY OPRREVK STEP REVOKED BECAUSE   *
000255*        THE EMPLOYEE HAS LEFT, FROM NOON ON THE REPORT DATE TO  *
000256*        NOON THE NEXT DAY, SO THE MORNING REPORT SHOWS ALL OF   *
000257*        THE NIGHT'S REVOCATIONS AND NONE TWICE (1E LISTS        *
000258*        ONLY THE REVOKES MADE ON OPRMNT1).                      *
000260*   SECTION 2 -- EXCEPTIONS                                      *
000270*     A  GOOD SIGN-ONS OUTSIDE BUSINESS HOURS (BEFORE THE START  *
000280*        TIME, AT OR AFTER THE END TIME, OR ON A SATURDAY OR     *
000290*        SUNDAY);                                                *
000300*     B  SIGN-ON ATTEMPTS UNDER A REVOKED OPERATOR ID.  A        *
000310*        FAILURE LOGGED BEFORE SIGNON1 RECORDED ITS REASON IS    *
000320*        JUDGED AGAINST THE OPERATOR'S STATUS ON OPSEC NOW.      *
000330*   ANYTHING IN 1B, 2A, OR 2B SETS RETURN CODE 4.  THE SECLOG    *
000340*   FILE IS ONLY READ.                                           *
000350*                                                                *
000360*   THE OPTIONAL SECPARM CARD:                                   *
000370*     COLS  1-8   REPORT DATE YYYYMMDD (BLANK = YESTERDAY)       *
000380*     COLS  9-10  FAILED SIGN-ONS ALLOWED IN AN HOUR             *
000390*                 (BLANK = 03)                                   *
000400*     COLS 11-14  BUSINESS DAY START HHMM (BLANK = 0700)         *
000410*     COLS 15-18  BUSINESS DAY END HHMM (BLANK = 1900)           *
000420*   WITH NO CARD THE DEFAULTS APPLY.  THE RUN IS LOGGED          *
000430*   THROUGH RUNLOGW.                                             *
000440*                                                                *
000450*   MODIFICATION HISTORY.                                        *
000460*   10/15/2026  RH   INITIAL VERSION.                            *
000461*   10/15/2026  RH   SECTION 1E -- OPERATOR MAINTENANCE,         *
000462*                    LOCKOUTS, AND PASSWORD CHANGES.             *
000463*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000464*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000465*                    NOT COMPLETED.                              *
000466*   10/15/2026  RH   SECTION 1F -- OPERATOR IDS OPRREVK          *
000467*                    REVOKED FOR LEAVERS, NOON TO NOON.          *
000470******************************************************************
000480*
000490 ENVIRONMENT DIVISION.
000500*
000510 CONFIGURATION SECTION.
000520*
000530 SOURCE-COMPUTER.  IBM-370.
000540 OBJECT-COMPUTER.  IBM-370.
000550*
000560 INPUT-OUTPUT SECTION.
000570*
000580 FILE-CONTROL.
000590*
000600     SELECT  PARM-FILE      ASSIGN TO SECPARM
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS WS-PARM-STATUS.
000630*
000640     SELECT  SECLOG-FILE    ASSIGN TO SECLOG
000650             ORGANIZATION IS INDEXED
000660             ACCESS MODE IS DYNAMIC
000670             RECORD KEY IS SEC-LOG-KEY
000680             FILE STATUS IS WS-SECLOG-STATUS.
000690*
000700     SELECT  OPSEC-FILE     ASSIGN TO OPSEC
000710             ORGANIZATION IS INDEXED
000720             ACCESS MODE IS RANDOM
000730             RECORD KEY IS OS-OPERATOR-ID
000740             FILE STATUS IS WS-OPSEC-STATUS.
000750*
000760     SELECT  MENUOPT-FILE   ASSIGN TO MENUOPT
000770             ORGANIZATION IS INDEXED
000780             ACCESS MODE IS RANDOM
000790             RECORD KEY IS MO-OPTION-DIGIT
000800             FILE STATUS IS WS-MENUOPT-STATUS.
000810*
000820     SELECT  SECURITY-REPORT ASSIGN TO RPTOUT
000830             ORGANIZATION IS LINE SEQUENTIAL
000840             FILE STATUS IS WS-REPORT-STATUS.
000850*
000860 DATA DIVISION.
000870*
000880 FILE SECTION.
000890*
000900 FD  PARM-FILE
000910     LABEL RECORDS ARE STANDARD.
000920*
000930 01  PARM-RECORD.
000940     05  PA-REPORT-DATE               PIC X(08).
000950     05  PA-REPORT-DATE-N REDEFINES PA-REPORT-DATE
000960                                      PIC 9(08).
000970     05  PA-FAILURE-LIMIT             PIC X(02).
000980     05  PA-FAILURE-LIMIT-N REDEFINES PA-FAILURE-LIMIT
000990                                      PIC 9(02).
001000     05  PA-DAY-START                 PIC X(04).
001010     05  PA-DAY-START-N REDEFINES PA-DAY-START
001020                                      PIC 9(04).
001030     05  PA-DAY-END                   PIC X(04).
001040     05  PA-DAY-END-N REDEFINES PA-DAY-END
001050                                      PIC 9(04).
001060     05  FILLER                       PIC X(62).
001070*
001080 FD  SECLOG-FILE
001090     LABEL RECORDS ARE STANDARD.
001100*
001110     COPY SECLOG.
001120*
001130 FD  OPSEC-FILE
001140     LABEL RECORDS ARE STANDARD.
001150*
001160     COPY OPSEC.
001170*
001180 FD  MENUOPT-FILE
001190     LABEL RECORDS ARE STANDARD.
001200*
001210     COPY MENUOPT.
001220*
001230 FD  SECURITY-REPORT
001240     LABEL RECORDS ARE OMITTED.
001250*
001260 01  REPORT-LINE                      PIC X(132).
001270*
001280 WORKING-STORAGE SECTION.
001290*
001300     COPY RUNLOG.
001301*
001302     COPY PREDPARM.
001310*
001320 01  RUN-TIMING-FIELDS.
001330     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001340*
001350 01  SWITCHES.
001360*
001370     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001380         88  WS-ABORT                             VALUE 'Y'.
001390     05  WS-PARM-OPEN-SW              PIC X(01)   VALUE 'N'.
001400         88  WS-PARM-OPEN                         VALUE 'Y'.
001410     05  WS-SECLOG-OPEN-SW            PIC X(01)   VALUE 'N'.
001420         88  WS-SECLOG-OPEN                       VALUE 'Y'.
001430     05  WS-OPSEC-OPEN-SW             PIC X(01)   VALUE 'N'.
001440         88  WS-OPSEC-OPEN                        VALUE 'Y'.
001450     05  WS-MENUOPT-OPEN-SW           PIC X(01)   VALUE 'N'.
001460         88  WS-MENUOPT-OPEN                      VALUE 'Y'.
001470     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001480         88  WS-REPORT-OPEN                       VALUE 'Y'.
001490     05  WS-DAY-EOF-SW                PIC X(01)   VALUE 'N'.
001500         88  WS-DAY-EOF                           VALUE 'Y'.
001510     05  WS-OPERATOR-FOUND-SW         PIC X(01)   VALUE 'N'.
001520         88  WS-OPERATOR-FOUND                    VALUE 'Y'.
001530     05  WS-OPERATOR-REVOKED-SW       PIC X(01)   VALUE 'N'.
001540         88  WS-OPERATOR-REVOKED                  VALUE 'Y'.
001550     05  WS-ALREADY-FLAGGED-SW        PIC X(01)   VALUE 'N'.
001560         88  WS-ALREADY-FLAGGED                   VALUE 'Y'.
001570     05  WS-OVERFLOW-SW               PIC X(01)   VALUE 'N'.
001580         88  WS-OVERFLOW                          VALUE 'Y'.
001590*
001600 01  FILE-STATUS-FIELDS.
001610*
001620     05  WS-PARM-STATUS               PIC X(02)   VALUE '00'.
001630     05  WS-SECLOG-STATUS             PIC X(02)   VALUE '00'.
001640     05  WS-OPSEC-STATUS              PIC X(02)   VALUE '00'.
001650     05  WS-MENUOPT-STATUS            PIC X(02)   VALUE '00'.
001660     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001670*
001680 01  WORK-FIELDS.
001690*
001700     05  WS-PASS-CODE           PIC X(01)         VALUE SPACE.
001710         88  WS-PASS-FAILURES                     VALUE 'F'.
001720         88  WS-PASS-REFUSALS                     VALUE 'R'.
001730         88  WS-PASS-FILE-ACTIONS                 VALUE 'Q'.
001740         88  WS-PASS-SIGNONS                      VALUE 'S'.
001741         88  WS-PASS-MAINTENANCE                  VALUE 'M'.
001750     05  WS-RECORDS-READ        PIC S9(07) COMP-3 VALUE ZERO.
001760     05  WS-FAILURE-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001770     05  WS-BREACH-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
001780     05  WS-REFUSED-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
001790     05  WS-FILE-ACTION-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
001800     05  WS-GOOD-SIGNON-COUNT   PIC S9(07) COMP-3 VALUE ZERO.
001810     05  WS-OFF-HOURS-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
001820     05  WS-REVOKED-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
001821     05  WS-MAINT-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
001822     05  WS-LEAVER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
001830     05  WS-SECTION-LINES       PIC S9(05) COMP-3 VALUE ZERO.
001840     05  WS-FAILURE-LIMIT       PIC S9(03) COMP-3 VALUE 3.
001850     05  WS-DAY-START           PIC 9(04)         VALUE 0700.
001860     05  WS-DAY-END             PIC 9(04)         VALUE 1900.
001870     05  WS-WEEKDAY             PIC S9(03) COMP-3 VALUE ZERO.
001880     05  WS-WEEKS               PIC S9(09) COMP-3 VALUE ZERO.
001890     05  WS-MONTH-DAYS          PIC 9(02)         VALUE ZERO.
001900     05  WS-LEAP-QUOTIENT       PIC S9(05) COMP-3 VALUE ZERO.
001910     05  WS-LEAP-REMAINDER      PIC S9(05) COMP-3 VALUE ZERO.
001920     05  WS-SECONDS             PIC S9(05) COMP-3 VALUE ZERO.
001930     05  WS-SUB                 PIC S9(04) COMP   VALUE ZERO.
001940     05  WS-I                   PIC S9(04) COMP   VALUE ZERO.
001950     05  WS-J                   PIC S9(04) COMP   VALUE ZERO.
001960     05  WS-POS                 PIC S9(04) COMP   VALUE ZERO.
001970     05  WS-WINDOW-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
001980     05  WS-WINDOW-FIRST        PIC S9(04) COMP   VALUE ZERO.
001990     05  WS-BREACH-KIND         PIC X(01)         VALUE SPACE.
002000         88  WS-BREACH-BY-OPERATOR                VALUE 'O'.
002010         88  WS-BREACH-BY-TERMINAL                VALUE 'T'.
002020     05  WS-BREACH-ID           PIC X(04)         VALUE SPACE.
002030     05  WS-CHECK-ID            PIC X(04)         VALUE SPACE.
002040     05  WS-OPERATOR-NAME       PIC X(30)         VALUE SPACE.
002050     05  WS-NEW-OT-KEY.
002060         10  WS-NEW-OT-OPERATOR PIC X(03).
002070         10  WS-NEW-OT-TERMINAL PIC X(04).
002071     05  WS-HOLD-DATE           PIC 9(08)         VALUE ZERO.
002072     05  WS-NEXT-DAY-DATE       PIC 9(08)         VALUE ZERO.
002080*
002090 01  WS-RUN-DATE.
002100     05  WS-RUN-YYYY                  PIC 9(04).
002110     05  WS-RUN-MM                    PIC 9(02).
002120     05  WS-RUN-DD                    PIC 9(02).
002130*
002140 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
002150                                      PIC 9(08).
002160*
002170 01  WS-REPORT-DATE.
002180     05  WS-RPT-YYYY                  PIC 9(04).
002190     05  WS-RPT-MM                    PIC 9(02).
002200     05  WS-RPT-DD                    PIC 9(02).
002210*
002220 01  WS-REPORT-DATE-N REDEFINES WS-REPORT-DATE
002230                                      PIC 9(08).
002240*
002250 01  WS-WORK-TIME.
002260     05  WS-WORK-HH                   PIC 9(02).
002270     05  WS-WORK-MI                   PIC 9(02).
002280     05  WS-WORK-SS                   PIC 9(02).
002290*
002300 01  WS-WORK-TIME-N REDEFINES WS-WORK-TIME
002310                                      PIC 9(06).
002320*
002330 01  WS-WORK-HHMM-VIEW REDEFINES WS-WORK-TIME.
002340     05  WS-WORK-HHMM                 PIC 9(04).
002350     05  FILLER                       PIC 9(02).
002360*
002370 01  WS-EDITED-TIME.
002380     05  WS-ET-HH                     PIC 9(02).
002390     05  FILLER                       PIC X(01)   VALUE ':'.
002400     05  WS-ET-MI                     PIC 9(02).
002410     05  FILLER                       PIC X(01)   VALUE ':'.
002420     05  WS-ET-SS                     PIC 9(02).
002430*
002440 01  DAY-NUMBER-FIELDS.
002450     05  DN-YYYY                PIC S9(09) COMP-3.
002460     05  DN-MM                  PIC S9(09) COMP-3.
002470     05  DN-DD                  PIC S9(09) COMP-3.
002480     05  DN-Q4                  PIC S9(09) COMP-3.
002490     05  DN-Q100                PIC S9(09) COMP-3.
002500     05  DN-Q400                PIC S9(09) COMP-3.
002510     05  DN-QMONTH              PIC S9(09) COMP-3.
002520     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
002530*
002540******************************************************************
002550*   THE DAY'S FAILED SIGN-ONS, IN SECLOG (TIME) ORDER, FOR THE   *
002560*   60-MINUTE WINDOW TEST AND THE REVOKED-ID LIST.               *
002570******************************************************************
002580 01  FAILURE-TABLE.
002590     05  FT-COUNT               PIC S9(04) COMP   VALUE ZERO.
002600     05  FT-ENTRY OCCURS 500 TIMES.
002610         10  FT-SECONDS         PIC S9(05) COMP-3.
002620         10  FT-TIME            PIC 9(06).
002630         10  FT-OPERATOR        PIC X(03).
002640         10  FT-TERMINAL        PIC X(04).
002650         10  FT-REVOKED-SW      PIC X(01).
002660             88  FT-REVOKED                       VALUE 'Y'.
002670*
002680******************************************************************
002690*   FAILED SIGN-ONS TOTALLED BY OPERATOR AND TERMINAL, KEPT IN   *
002700*   KEY ORDER AS THEY ARE ADDED.                                 *
002710******************************************************************
002720 01  OPERATOR-TERMINAL-TABLE.
002730     05  OT-COUNT               PIC S9(04) COMP   VALUE ZERO.
002740     05  OT-ENTRY OCCURS 200 TIMES.
002750         10  OT-KEY.
002760             15  OT-OPERATOR    PIC X(03).
002770             15  OT-TERMINAL    PIC X(04).
002780         10  OT-TOTAL           PIC S9(05) COMP-3.
002790         10  OT-UNKNOWN         PIC S9(05) COMP-3.
002800         10  OT-REVOKED         PIC S9(05) COMP-3.
002810         10  OT-PASSWORD        PIC S9(05) COMP-3.
002820         10  OT-FIRST-TIME      PIC 9(06).
002830         10  OT-LAST-TIME       PIC 9(06).
002840*
002850 01  FLAGGED-TABLE.
002860     05  FG-COUNT               PIC S9(04) COMP   VALUE ZERO.
002870     05  FG-ENTRY OCCURS 200 TIMES.
002880         10  FG-KIND            PIC X(01).
002890         10  FG-ID              PIC X(04).
002900*
002910 01  HEADING-LINE-1.
002920*
002930     05  FILLER                       PIC X(01)   VALUE SPACE.
002940     05  FILLER                       PIC X(42)   VALUE
002950             'SECURITY VIOLATION REPORT     FOR'.
002960     05  HL1-REPORT-DATE              PIC 9(08).
002970     05  FILLER                       PIC X(10)   VALUE
002980             '   RUN OF'.
002990     05  HL1-RUN-DATE                 PIC 9(08).
003000     05  FILLER                       PIC X(63)   VALUE SPACE.
003010*
003020 01  HEADING-LINE-2.
003030*
003040     05  FILLER                       PIC X(01)   VALUE SPACE.
003050     05  FILLER                       PIC X(30)   VALUE
003060             'FAILED SIGN-ONS ALLOWED/HOUR:'.
003070     05  HL2-FAILURE-LIMIT            PIC ZZ9.
003080     05  FILLER                       PIC X(20)   VALUE
003090             '    BUSINESS HOURS:'.
003100     05  HL2-DAY-START                PIC 9(04).
003110     05  FILLER                       PIC X(03)   VALUE ' - '.
003120     05  HL2-DAY-END                  PIC 9(04).
003130     05  FILLER                       PIC X(67)   VALUE
003140             '  MONDAY - FRIDAY'.
003150*
003160 01  TITLE-LINE.
003170*
003180     05  FILLER                       PIC X(01)   VALUE SPACE.
003190     05  TL-TEXT                      PIC X(80).
003200     05  FILLER                       PIC X(51)   VALUE SPACE.
003210*
003220 01  NONE-LINE.
003230*
003240     05  FILLER                       PIC X(01)   VALUE SPACE.
003250     05  FILLER                       PIC X(40)   VALUE
003260             '    (NONE)'.
003270     05  FILLER                       PIC X(91)   VALUE SPACE.
003280*
003290 01  FAILURE-HEADING.
003300*
003310     05  FILLER                       PIC X(01)   VALUE SPACE.
003320     05  FILLER                       PIC X(06)   VALUE 'OPER'.
003330     05  FILLER                       PIC X(32)   VALUE
003340             'OPERATOR NAME'.
003350     05  FILLER                       PIC X(06)   VALUE 'TERM'.
003360     05  FILLER                       PIC X(08)   VALUE 'FAILED'.
003370     05  FILLER                       PIC X(09)   VALUE 'UNKNOWN'.
003380     05  FILLER                       PIC X(08)   VALUE 'REVOKED'.
003390     05  FILLER                       PIC X(11)   VALUE
003400             'PASSWORD'.
003410     05  FILLER                       PIC X(10)   VALUE 'FIRST'.
003420     05  FILLER                       PIC X(41)   VALUE 'LAST'.
003430*
003440 01  FAILURE-LINE.
003450*
003460     05  FILLER                       PIC X(01)   VALUE SPACE.
003470     05  FL-OPERATOR                  PIC X(03).
003480     05  FILLER                       PIC X(03)   VALUE SPACE.
003490     05  FL-NAME                      PIC X(30).
003500     05  FILLER                       PIC X(02)   VALUE SPACE.
003510     05  FL-TERMINAL                  PIC X(04).
003520     05  FILLER                       PIC X(03)   VALUE SPACE.
003530     05  FL-TOTAL                     PIC ZZZZ9.
003540     05  FILLER                       PIC X(04)   VALUE SPACE.
003550     05  FL-UNKNOWN                   PIC ZZZZ9.
003560     05  FILLER                       PIC X(04)   VALUE SPACE.
003570     05  FL-REVOKED                   PIC ZZZZ9.
003580     05  FILLER                       PIC X(04)   VALUE SPACE.
003590     05  FL-PASSWORD                  PIC ZZZZ9.
003600     05  FILLER                       PIC X(03)   VALUE SPACE.
003610     05  FL-FIRST-TIME                PIC X(08).
003620     05  FILLER                       PIC X(02)   VALUE SPACE.
003630     05  FL-LAST-TIME                 PIC X(08).
003640     05  FILLER                       PIC X(33)   VALUE SPACE.
003650*
003660 01  BREACH-HEADING.
003670*
003680     05  FILLER                       PIC X(01)   VALUE SPACE.
003690     05  FILLER                       PIC X(10)   VALUE 'KIND'.
003700     05  FILLER                       PIC X(06)   VALUE 'ID'.
003710     05  FILLER                       PIC X(29)   VALUE
003720             'OPERATOR NAME'.
003730     05  FILLER                       PIC X(11)   VALUE
003740             'FAILURES'.
003750     05  FILLER                       PIC X(10)   VALUE 'FROM'.
003760     05  FILLER                       PIC X(65)   VALUE
003770             'LIMIT PASSED AT'.
003780*
003790 01  BREACH-LINE.
003800*
003810     05  FILLER                       PIC X(01)   VALUE SPACE.
003820     05  BL-KIND                      PIC X(08).
003830     05  FILLER                       PIC X(02)   VALUE SPACE.
003840     05  BL-ID                        PIC X(04).
003850     05  FILLER                       PIC X(02)   VALUE SPACE.
003860     05  BL-NAME                      PIC X(30).
003870     05  FILLER                       PIC X(02)   VALUE SPACE.
003880     05  BL-COUNT                     PIC ZZZZ9.
003890     05  FILLER                       PIC X(03)   VALUE SPACE.
003900     05  BL-FROM-TIME                 PIC X(08).
003910     05  FILLER                       PIC X(02)   VALUE SPACE.
003920     05  BL-TO-TIME                   PIC X(08).
003930     05  FILLER                       PIC X(57)   VALUE SPACE.
003940*
003950 01  REFUSED-HEADING.
003960*
003970     05  FILLER                       PIC X(01)   VALUE SPACE.
003980     05  FILLER                       PIC X(10)   VALUE 'TIME'.
003990     05  FILLER                       PIC X(05)   VALUE 'OPER'.
004000     05  FILLER                       PIC X(06)   VALUE 'TERM'.
004010     05  FILLER                       PIC X(04)   VALUE 'OPT'.
004020     05  FILLER                       PIC X(42)   VALUE
004030             'MENU OPTION'.
004040     05  FILLER                       PIC X(06)   VALUE 'HAS'.
004050     05  FILLER                       PIC X(58)   VALUE 'NEEDS'.
004060*
004070 01  REFUSED-LINE.
004080*
004090     05  FILLER                       PIC X(01)   VALUE SPACE.
004100     05  RF-TIME                      PIC X(08).
004110     05  FILLER                       PIC X(02)   VALUE SPACE.
004120     05  RF-OPERATOR                  PIC X(03).
004130     05  FILLER                       PIC X(02)   VALUE SPACE.
004140     05  RF-TERMINAL                  PIC X(04).
004150     05  FILLER                       PIC X(02)   VALUE SPACE.
004160     05  RF-OPTION                    PIC X(01).
004170     05  FILLER                       PIC X(03)   VALUE SPACE.
004180     05  RF-DESCRIPTION               PIC X(40).
004190     05  FILLER                       PIC X(04)   VALUE SPACE.
004200     05  RF-OPERATOR-LEVEL            PIC 9(01).
004210     05  FILLER                       PIC X(06)   VALUE SPACE.
004220     05  RF-REQUIRED-LEVEL            PIC 9(01).
004230     05  FILLER                       PIC X(54)   VALUE SPACE.
004240*
004250 01  FILE-ACTION-HEADING.
004260*
004270     05  FILLER                       PIC X(01)   VALUE SPACE.
004280     05  FILLER                       PIC X(10)   VALUE 'TIME'.
004290     05  FILLER                       PIC X(05)   VALUE 'OPER'.
004300     05  FILLER                       PIC X(32)   VALUE
004310             'OPERATOR NAME'.
004320     05  FILLER                       PIC X(06)   VALUE 'TERM'.
004330     05  FILLER                       PIC X(10)   VALUE 'ACTION'.
004340     05  FILLER                       PIC X(10)   VALUE 'FILE'.
004350     05  FILLER                       PIC X(58)   VALUE 'RESULT'.
004360*
004370 01  FILE-ACTION-LINE.
004380*
004390     05  FILLER                       PIC X(01)   VALUE SPACE.
004400     05  FA-TIME                      PIC X(08).
004410     05  FILLER                       PIC X(02)   VALUE SPACE.
004420     05  FA-OPERATOR                  PIC X(03).
004430     05  FILLER                       PIC X(02)   VALUE SPACE.
004440     05  FA-NAME                      PIC X(30).
004450     05  FILLER                       PIC X(02)   VALUE SPACE.
004460     05  FA-TERMINAL                  PIC X(04).
004470     05  FILLER                       PIC X(02)   VALUE SPACE.
004480     05  FA-ACTION                    PIC X(08).
004490     05  FILLER                       PIC X(02)   VALUE SPACE.
004500     05  FA-FILE-NAME                 PIC X(08).
004510     05  FILLER                       PIC X(02)   VALUE SPACE.
004520     05  FA-RESULT                    PIC X(20).
004530     05  FILLER                       PIC X(38)   VALUE SPACE.
004531*
004532 01  MAINTENANCE-HEADING.
004533*
004534     05  FILLER                       PIC X(01)   VALUE SPACE.
004535     05  FILLER                       PIC X(10)   VALUE 'TIME'.
004536     05  FILLER                       PIC X(05)   VALUE 'BY'.
004537     05  FILLER                       PIC X(32)   VALUE
004538             'OPERATOR NAME'.
004539     05  FILLER                       PIC X(06)   VALUE 'TERM'.
004540     05  FILLER                       PIC X(18)   VALUE 'ACTION'.
004541     05  FILLER                       PIC X(05)   VALUE 'OPER'.
004542     05  FILLER                       PIC X(55)   VALUE
004543             'OPERATOR NAME'.
004544*
004545 01  MAINTENANCE-LINE.
004546*
004547     05  FILLER                       PIC X(01)   VALUE SPACE.
004548     05  MA-TIME                      PIC X(08).
004549     05  FILLER                       PIC X(02)   VALUE SPACE.
004550     05  MA-BY-OPERATOR               PIC X(03).
004551     05  FILLER                       PIC X(02)   VALUE SPACE.
004552     05  MA-BY-NAME                   PIC X(30).
004553     05  FILLER                       PIC X(02)   VALUE SPACE.
004554     05  MA-TERMINAL                  PIC X(04).
004555     05  FILLER                       PIC X(02)   VALUE SPACE.
004556     05  MA-ACTION                    PIC X(16).
004557     05  FILLER                       PIC X(02)   VALUE SPACE.
004558     05  MA-OPERATOR                  PIC X(03).
004559     05  FILLER                       PIC X(02)   VALUE SPACE.
004560     05  MA-NAME                      PIC X(30).
004561     05  FILLER                       PIC X(25)   VALUE SPACE.
004562*
004563*
004564 01  LEAVER-HEADING.
004565*
004566     05  FILLER                       PIC X(01)   VALUE SPACE.
004567     05  FILLER                       PIC X(10)   VALUE 'DATE'.
004568     05  FILLER                       PIC X(10)   VALUE 'TIME'.
004569     05  FILLER                       PIC X(05)   VALUE 'OPER'.
004570     05  FILLER                       PIC X(32)   VALUE
004571             'OPERATOR NAME'.
004572     05  FILLER                       PIC X(07)   VALUE 'LEVEL'.
004573     05  FILLER                       PIC X(67)   VALUE
004574             'EMPLOYEE'.
004575*
004576 01  LEAVER-LINE.
004577*
004578     05  FILLER                       PIC X(01)   VALUE SPACE.
004579     05  LV-DATE                      PIC 9(08).
004580     05  FILLER                       PIC X(02)   VALUE SPACE.
004581     05  LV-TIME                      PIC X(08).
004582     05  FILLER                       PIC X(02)   VALUE SPACE.
004583     05  LV-OPERATOR                  PIC X(03).
004584     05  FILLER                       PIC X(02)   VALUE SPACE.
004585     05  LV-NAME                      PIC X(30).
004586     05  FILLER                       PIC X(04)   VALUE SPACE.
004587     05  LV-LEVEL                     PIC 9(01).
004588     05  FILLER                       PIC X(04)   VALUE SPACE.
004589     05  LV-EMPLOYEE                  PIC X(06).
004590     05  FILLER                       PIC X(61)   VALUE SPACE.
004591*
004592 01  SIGNON-HEADING.
004593*
004594     05  FILLER                       PIC X(01)   VALUE SPACE.
004595     05  FILLER                       PIC X(10)   VALUE 'TIME'.
004596     05  FILLER                       PIC X(05)   VALUE 'OPER'.
004600     05  FILLER                       PIC X(32)   VALUE
004610             'OPERATOR NAME'.
004620     05  FILLER                       PIC X(06)   VALUE 'TERM'.
004630     05  FILLER                       PIC X(07)   VALUE 'LEVEL'.
004640     05  FILLER                       PIC X(71)   VALUE 'NOTE'.
004650*
004660 01  SIGNON-LINE.
004670*
004680     05  FILLER                       PIC X(01)   VALUE SPACE.
004690     05  SN-TIME                      PIC X(08).
004700     05  FILLER                       PIC X(02)   VALUE SPACE.
004710     05  SN-OPERATOR                  PIC X(03).
004720     05  FILLER                       PIC X(02)   VALUE SPACE.
004730     05  SN-NAME                      PIC X(30).
004740     05  FILLER                       PIC X(02)   VALUE SPACE.
004750     05  SN-TERMINAL                  PIC X(04).
004760     05  FILLER                       PIC X(04)   VALUE SPACE.
004770     05  SN-LEVEL                     PIC 9(01).
004780     05  FILLER                       PIC X(04)   VALUE SPACE.
004790     05  SN-NOTE                      PIC X(20).
004800     05  FILLER                       PIC X(51)   VALUE SPACE.
004810*
004820 01  SUMMARY-LINE.
004830*
004840     05  FILLER                       PIC X(01)   VALUE SPACE.
004850     05  SL-LABEL                     PIC X(30).
004860     05  SL-COUNT                     PIC ZZZZZZ9.
004870     05  FILLER                       PIC X(94)   VALUE SPACE.
004880*
004890 PROCEDURE DIVISION.
004900*
004910 0000-MAINLINE.
004920*
004930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004940     IF NOT WS-ABORT
004950         PERFORM 2000-LIST-VIOLATIONS THRU 2000-EXIT
004960         PERFORM 2500-LIST-EXCEPTIONS THRU 2500-EXIT
004970     END-IF.
004980     PERFORM 3000-TERMINATE THRU 3000-EXIT.
004990*
005000     STOP RUN.
005010*
005020 1000-INITIALIZE.
005030*
005040     ACCEPT WS-START-TIME-RAW FROM TIME.
005041     MOVE 'SECRPT  ' TO PC-PROGRAM.
005042     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
005043     IF PC-REFUSED
005044         MOVE PC-RETURN-CODE TO RETURN-CODE
005045         STOP RUN
005046     END-IF.
005047*
005050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005060*
005070     OPEN INPUT  PARM-FILE.
005080     OPEN INPUT  SECLOG-FILE.
005090     OPEN INPUT  OPSEC-FILE.
005100     OPEN INPUT  MENUOPT-FILE.
005110     OPEN OUTPUT SECURITY-REPORT.
005120*
005130     IF WS-PARM-STATUS = '00'
005140         MOVE 'Y' TO WS-PARM-OPEN-SW
005150     ELSE
005160         DISPLAY 'SECRPT0001E SECPARM FILE OPEN FAILED, STATUS='
005170             WS-PARM-STATUS
005180         MOVE 'Y' TO WS-ABORT-SW
005190     END-IF.
005200*
005210     IF WS-SECLOG-STATUS = '00'
005220         MOVE 'Y' TO WS-SECLOG-OPEN-SW
005230     ELSE
005240         DISPLAY 'SECRPT0002E SECLOG FILE OPEN FAILED, STATUS='
005250             WS-SECLOG-STATUS
005260         MOVE 'Y' TO WS-ABORT-SW
005270     END-IF.
005280*
005290     IF WS-OPSEC-STATUS = '00'
005300         MOVE 'Y' TO WS-OPSEC-OPEN-SW
005310     ELSE
005320         DISPLAY 'SECRPT0003E OPSEC FILE OPEN FAILED, STATUS='
005330             WS-OPSEC-STATUS
005340         MOVE 'Y' TO WS-ABORT-SW
005350     END-IF.
005360*
005370     IF WS-MENUOPT-STATUS = '00'
005380         MOVE 'Y' TO WS-MENUOPT-OPEN-SW
005390     ELSE
005400         DISPLAY 'SECRPT0004E MENUOPT FILE OPEN FAILED, STATUS='
005410             WS-MENUOPT-STATUS
005420         MOVE 'Y' TO WS-ABORT-SW
005430     END-IF.
005440*
005450     IF WS-REPORT-STATUS = '00'
005460         MOVE 'Y' TO WS-REPORT-OPEN-SW
005470     ELSE
005480         DISPLAY 'SECRPT0005E RPTOUT FILE OPEN FAILED, STATUS='
005490             WS-REPORT-STATUS
005500         MOVE 'Y' TO WS-ABORT-SW
005510     END-IF.
005520*
005530     IF WS-ABORT
005540         GO TO 1000-EXIT
005550     END-IF.
005560*
005570     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
005580     IF WS-ABORT
005590         GO TO 1000-EXIT
005600     END-IF.
005610*
005620*    SATURDAY AND SUNDAY ARE OUTSIDE BUSINESS HOURS ALL DAY.
005630*    DAY NUMBER MOD 7 RUNS 0 = SUNDAY THROUGH 6 = SATURDAY.
005640     MOVE WS-RPT-YYYY TO DN-YYYY.
005650     MOVE WS-RPT-MM   TO DN-MM.
005660     MOVE WS-RPT-DD   TO DN-DD.
005670     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
005680     DIVIDE DN-DAY-NUMBER BY 7
005690         GIVING WS-WEEKS
005700         REMAINDER WS-WEEKDAY.
005710*
005711*
005712*    SECTION 1F RUNS FROM NOON ON THE REPORT DATE TO NOON THE
005713*    DAY AFTER.
005714     MOVE WS-REPORT-DATE-N TO WS-HOLD-DATE.
005715     PERFORM 1160-FORWARD-ONE-DAY THRU 1160-EXIT.
005716     MOVE WS-REPORT-DATE-N TO WS-NEXT-DAY-DATE.
005717     MOVE WS-HOLD-DATE     TO WS-REPORT-DATE-N.
005720     MOVE WS-REPORT-DATE-N TO HL1-REPORT-DATE.
005730     MOVE WS-RUN-DATE-N    TO HL1-RUN-DATE.
005740     MOVE WS-FAILURE-LIMIT TO HL2-FAILURE-LIMIT.
005750     MOVE WS-DAY-START     TO HL2-DAY-START.
005760     MOVE WS-DAY-END       TO HL2-DAY-END.
005770     WRITE REPORT-LINE FROM HEADING-LINE-1.
005780     WRITE REPORT-LINE FROM HEADING-LINE-2.
005790*
005800 1000-EXIT.
005810     EXIT.
005820*
005830******************************************************************
005840*   1100-READ-PARM-CARD -- NO CARD, OR A BLANK FIELD, TAKES THE  *
005850*   DEFAULT.  THE DEFAULT REPORT DATE IS THE DAY BEFORE THE RUN. *
005860******************************************************************
005870 1100-READ-PARM-CARD.
005880*
005890     MOVE SPACE TO PARM-RECORD.
005900     READ PARM-FILE
005910         AT END
005920             MOVE SPACE TO PARM-RECORD
005930     END-READ.
005940*
005950     EVALUATE TRUE
005960         WHEN PA-REPORT-DATE = SPACE
005970             MOVE WS-RUN-DATE-N TO WS-REPORT-DATE-N
005980             PERFORM 1150-BACK-ONE-DAY THRU 1150-EXIT
005990         WHEN PA-REPORT-DATE NOT NUMERIC
006000             DISPLAY 'SECRPT0006E SECPARM CARD INVALID: '
006010                 PARM-RECORD
006020             MOVE 'Y' TO WS-ABORT-SW
006030             GO TO 1100-EXIT
006040         WHEN PA-REPORT-DATE-N > WS-RUN-DATE-N
006050             DISPLAY 'SECRPT0007E REPORT DATE ' PA-REPORT-DATE
006060                 ' IS IN THE FUTURE'
006070             MOVE 'Y' TO WS-ABORT-SW
006080             GO TO 1100-EXIT
006090         WHEN OTHER
006100             MOVE PA-REPORT-DATE-N TO WS-REPORT-DATE-N
006110     END-EVALUATE.
006120*
006130     IF PA-FAILURE-LIMIT NOT = SPACE
006140         IF PA-FAILURE-LIMIT NUMERIC
006150             MOVE PA-FAILURE-LIMIT-N TO WS-FAILURE-LIMIT
006160         ELSE
006170             DISPLAY 'SECRPT0006E SECPARM CARD INVALID: '
006180                 PARM-RECORD
006190             MOVE 'Y' TO WS-ABORT-SW
006200         END-IF
006210     END-IF.
006220*
006230     IF PA-DAY-START NOT = SPACE
006240         IF PA-DAY-START NUMERIC
006250             MOVE PA-DAY-START-N TO WS-DAY-START
006260         ELSE
006270             DISPLAY 'SECRPT0006E SECPARM CARD INVALID: '
006280                 PARM-RECORD
006290             MOVE 'Y' TO WS-ABORT-SW
006300         END-IF
006310     END-IF.
006320*
006330     IF PA-DAY-END NOT = SPACE
006340         IF PA-DAY-END NUMERIC
006350             MOVE PA-DAY-END-N TO WS-DAY-END
006360         ELSE
006370             DISPLAY 'SECRPT0006E SECPARM CARD INVALID: '
006380                 PARM-RECORD
006390             MOVE 'Y' TO WS-ABORT-SW
006400         END-IF
006410     END-IF.
006420*
006430 1100-EXIT.
006440     EXIT.
006450*
006460 1150-BACK-ONE-DAY.
006470*
006480     SUBTRACT 1 FROM WS-RPT-DD.
006490     IF WS-RPT-DD = ZERO
006500         SUBTRACT 1 FROM WS-RPT-MM
006510         IF WS-RPT-MM = ZERO
006520             MOVE 12 TO WS-RPT-MM
006530             SUBTRACT 1 FROM WS-RPT-YYYY
006540         END-IF
006550         PERFORM 1920-DAYS-IN-MONTH THRU 1920-EXIT
006560         MOVE WS-MONTH-DAYS TO WS-RPT-DD
006570     END-IF.
006580*
006590 1150-EXIT.
006600     EXIT.
006601*
006602 1160-FORWARD-ONE-DAY.
006603*
006604     ADD 1 TO WS-RPT-DD.
006605     PERFORM 1920-DAYS-IN-MONTH THRU 1920-EXIT.
006606     IF WS-RPT-DD > WS-MONTH-DAYS
006607         MOVE 1 TO WS-RPT-DD
006608         ADD 1 TO WS-RPT-MM
006609         IF WS-RPT-MM > 12
006610             MOVE 1 TO WS-RPT-MM
006611             ADD 1 TO WS-RPT-YYYY
006612         END-IF
006613     END-IF.
006614*
006615 1160-EXIT.
006616     EXIT.
006617*
006620******************************************************************
006630*   1910-COMPUTE-DAY-NUMBER -- CONVERTS DN-YYYY/DN-MM/DN-DD TO A *
006640*   DAY NUMBER, AS CHKREC DOES, WITH EACH DIVISION TRUNCATED ON  *
006650*   ITS OWN SO THE NUMBER IS EXACT ENOUGH TO GIVE THE WEEKDAY.   *
006660******************************************************************
006670 1910-COMPUTE-DAY-NUMBER.
006680*
006690     IF DN-MM < 3
006700         ADD 12 TO DN-MM
006710         SUBTRACT 1 FROM DN-YYYY
006720     END-IF.
006730*
006740     DIVIDE DN-YYYY BY 4   GIVING DN-Q4.
006750     DIVIDE DN-YYYY BY 100 GIVING DN-Q100.
006760     DIVIDE DN-YYYY BY 400 GIVING DN-Q400.
006770     COMPUTE DN-QMONTH = (153 * DN-MM + 8) / 5.
006780     COMPUTE DN-DAY-NUMBER =
006790           (365 * DN-YYYY)
006800         + DN-Q4
006810         - DN-Q100
006820         + DN-Q400
006830         + DN-QMONTH
006840         + DN-DD.
006850*
006860 1910-EXIT.
006870     EXIT.
006880*
006890 1920-DAYS-IN-MONTH.
006900*
006910     EVALUATE WS-RPT-MM
006920         WHEN 04
006930         WHEN 06
006940         WHEN 09
006950         WHEN 11
006960             MOVE 30 TO WS-MONTH-DAYS
006970         WHEN 02
006980             MOVE 28 TO WS-MONTH-DAYS
006990             DIVIDE WS-RPT-YYYY BY 4
007000                 GIVING WS-LEAP-QUOTIENT
007010                 REMAINDER WS-LEAP-REMAINDER
007020             IF WS-LEAP-REMAINDER = ZERO
007030                 MOVE 29 TO WS-MONTH-DAYS
007040                 DIVIDE WS-RPT-YYYY BY 100
007050                     GIVING WS-LEAP-QUOTIENT
007060                     REMAINDER WS-LEAP-REMAINDER
007070                 IF WS-LEAP-REMAINDER = ZERO
007080                     MOVE 28 TO WS-MONTH-DAYS
007090                     DIVIDE WS-RPT-YYYY BY 400
007100                         GIVING WS-LEAP-QUOTIENT
007110                         REMAINDER WS-LEAP-REMAINDER
007120                     IF WS-LEAP-REMAINDER = ZERO
007130                         MOVE 29 TO WS-MONTH-DAYS
007140                     END-IF
007150                 END-IF
007160             END-IF
007170         WHEN OTHER
007180             MOVE 31 TO WS-MONTH-DAYS
007190     END-EVALUATE.
007200*
007210 1920-EXIT.
007220     EXIT.
007230*
007240******************************************************************
007250*   2000-LIST-VIOLATIONS -- SECTION 1.  THE FAILED SIGN-ONS ARE  *
007260*   LOADED ONCE AND SERVE 1A, 1B, AND 2B; 1C AND 1D ARE EACH A   *
007270*   PASS OF THE DAY'S SECLOG RECORDS.                            *
007280******************************************************************
007290 2000-LIST-VIOLATIONS.
007300*
007310     MOVE SPACE TO REPORT-LINE.
007320     WRITE REPORT-LINE.
007330     MOVE 'SECTION 1 -- SECURITY VIOLATIONS' TO TL-TEXT.
007340     WRITE REPORT-LINE FROM TITLE-LINE.
007350*
007360     SET WS-PASS-FAILURES TO TRUE.
007370     PERFORM 4000-SCAN-THE-DAY THRU 4000-EXIT.
007380*
007390     MOVE '1A  FAILED SIGN-ONS BY OPERATOR AND TERMINAL'
007400         TO TL-TEXT.
007410     PERFORM 4900-START-SUBSECTION THRU 4900-EXIT.
007420     WRITE REPORT-LINE FROM FAILURE-HEADING.
007430     PERFORM 2150-LIST-ONE-OPERATOR-TERM THRU 2150-EXIT
007440         VARYING WS-SUB FROM 1 BY 1
007450         UNTIL WS-SUB > OT-COUNT.
007460     PERFORM 4950-END-SUBSECTION THRU 4950-EXIT.
007470*
007480     MOVE '1B  TOO MANY FAILED SIGN-ONS WITHIN AN HOUR'
007490         TO TL-TEXT.
007500     PERFORM 4900-START-SUBSECTION THRU 4900-EXIT.
007510     WRITE REPORT-LINE FROM BREACH-HEADING.
007520     SET WS-BREACH-BY-OPERATOR TO TRUE.
007530     PERFORM 2200-CHECK-ONE-FAILURE THRU 2200-EXIT
007540         VARYING WS-I FROM 1 BY 1
007550         UNTIL WS-I > FT-COUNT.
007560     SET WS-BREACH-BY-TERMINAL TO TRUE.
007570     PERFORM 2200-CHECK-ONE-FAILURE THRU 2200-EXIT
007580         VARYING WS-I FROM 1 BY 1
007590         UNTIL WS-I > FT-COUNT.
007600     PERFORM 4950-END-SUBSECTION THRU 4950-EXIT.
007610*
007620     MOVE '1C  MENU OPTIONS REFUSED FOR AUTHORITY' TO TL-TEXT.
007630     PERFORM 4900-START-SUBSECTION THRU 4900-EXIT.
007640     WRITE REPORT-LINE FROM REFUSED-HEADING.
007650     SET WS-PASS-REFUSALS TO TRUE.
007660     PERFORM 4000-SCAN-THE-DAY THRU 4000-EXIT.
007670     PERFORM 4950-END-SUBSECTION THRU 4950-EXIT.
007680*
007690     MOVE '1D  FILE QUIESCE AND REOPEN' TO TL-TEXT.
007700     PERFORM 4900-START-SUBSECTION THRU 4900-EXIT.
007710     WRITE REPORT-LINE FROM FILE-ACTION-HEADING.
007720     SET WS-PASS-FILE-ACTIONS TO TRUE.
007730     PERFORM 4000-SCAN-THE-DAY THRU 4000-EXIT.
007740     PERFORM 4950-END-SUBSECTION THRU 4950-EXIT.
007750*
007752     MOVE '1E  OPERATOR MAINTENANCE, LOCKOUTS, PASSWORD CHANGES'
007753         TO TL-TEXT.
007754     PERFORM 4900-START-SUBSECTION THRU 4900-EXIT.
007755     WRITE REPORT-LINE FROM MAINTENANCE-HEADING.
007756     SET WS-PASS-MAINTENANCE TO TRUE.
007757     PERFORM 4000-SCAN-THE-DAY THRU 4000-EXIT.
007758     PERFORM 4950-END-SUBSECTION THRU 4950-EXIT.
007759*
007760     MOVE '1F  OPERATOR IDS REVOKED FOR LEAVERS (OPRREVK)'
007761         TO TL-TEXT.
007762     PERFORM 4900-START-SUBSECTION THRU 4900-EXIT.
007763     WRITE REPORT-LINE FROM LEAVER-HEADING.
007764     PERFORM 4200-SCAN-LEAVER-WINDOW THRU 4200-EXIT.
007765     PERFORM 4950-END-SUBSECTION THRU 4950-EXIT.
007766*
007767 2000-EXIT.
007770     EXIT.
007780*
007790 2100-LOAD-ONE-FAILURE.
007800*
007810     ADD 1 TO WS-FAILURE-COUNT.
007820     MOVE SEC-LOG-TIME TO WS-WORK-TIME-N.
007830     COMPUTE WS-SECONDS = (WS-WORK-HH * 3600)
007840                        + (WS-WORK-MI * 60)
007850                        + WS-WORK-SS.
007860     PERFORM 4800-GET-OPERATOR THRU 4800-EXIT.
007870*
007880     IF FT-COUNT < 500
007890         ADD 1 TO FT-COUNT
007900         MOVE WS-SECONDS      TO FT-SECONDS(FT-COUNT)
007910         MOVE SEC-LOG-TIME    TO FT-TIME(FT-COUNT)
007920         MOVE SEC-OPERATOR-ID TO FT-OPERATOR(FT-COUNT)
007930         MOVE SEC-TERMINAL-ID TO FT-TERMINAL(FT-COUNT)
007940         MOVE 'N'             TO FT-REVOKED-SW(FT-COUNT)
007950         IF   SEC-FAIL-REVOKED
007960          OR (SEC-FAIL-REASON = SPACE AND WS-OPERATOR-REVOKED)
007970             MOVE 'Y' TO FT-REVOKED-SW(FT-COUNT)
007980         END-IF
007990     ELSE
008000         PERFORM 4990-NOTE-OVERFLOW THRU 4990-EXIT
008010     END-IF.
008020*
008030     MOVE SEC-OPERATOR-ID TO WS-NEW-OT-OPERATOR.
008040     MOVE SEC-TERMINAL-ID TO WS-NEW-OT-TERMINAL.
008050     MOVE 1 TO WS-POS.
008060     PERFORM 2110-FIND-POSITION THRU 2110-EXIT
008070         UNTIL WS-POS > OT-COUNT
008080            OR OT-KEY(WS-POS) NOT < WS-NEW-OT-KEY.
008090*
008100     IF WS-POS > OT-COUNT OR OT-KEY(WS-POS) NOT = WS-NEW-OT-KEY
008110         IF OT-COUNT NOT < 200
008120             PERFORM 4990-NOTE-OVERFLOW THRU 4990-EXIT
008130             GO TO 2100-EXIT
008140         END-IF
008150         PERFORM 2120-SHIFT-ONE-UP THRU 2120-EXIT
008160             VARYING WS-SUB FROM OT-COUNT BY -1
008170             UNTIL WS-SUB < WS-POS
008180         ADD 1 TO OT-COUNT
008190         MOVE WS-NEW-OT-KEY TO OT-KEY(WS-POS)
008200         MOVE ZERO          TO OT-TOTAL(WS-POS)
008210                               OT-UNKNOWN(WS-POS)
008220                               OT-REVOKED(WS-POS)
008230                               OT-PASSWORD(WS-POS)
008240         MOVE SEC-LOG-TIME  TO OT-FIRST-TIME(WS-POS)
008250     END-IF.
008260*
008270     ADD 1 TO OT-TOTAL(WS-POS).
008280     MOVE SEC-LOG-TIME TO OT-LAST-TIME(WS-POS).
008290     EVALUATE TRUE
008300         WHEN SEC-FAIL-UNKNOWN-ID
008310             ADD 1 TO OT-UNKNOWN(WS-POS)
008320         WHEN SEC-FAIL-REVOKED
008330             ADD 1 TO OT-REVOKED(WS-POS)
008340         WHEN SEC-FAIL-PASSWORD OR SEC-FAIL-LOCKED-OUT
008350             ADD 1 TO OT-PASSWORD(WS-POS)
008360     END-EVALUATE.
008370*
008380 2100-EXIT.
008390     EXIT.
008400*
008410 2110-FIND-POSITION.
008420*
008430     ADD 1 TO WS-POS.
008440*
008450 2110-EXIT.
008460     EXIT.
008470*
008480 2120-SHIFT-ONE-UP.
008490*
008500     MOVE OT-ENTRY(WS-SUB) TO OT-ENTRY(WS-SUB + 1).
008510*
008520 2120-EXIT.
008530     EXIT.
008540*
008550 2150-LIST-ONE-OPERATOR-TERM.
008560*
008570     MOVE OT-OPERATOR(WS-SUB) TO FL-OPERATOR
008580                                 OS-OPERATOR-ID.
008590     PERFORM 4810-READ-OPERATOR THRU 4810-EXIT.
008600     MOVE WS-OPERATOR-NAME     TO FL-NAME.
008610     MOVE OT-TERMINAL(WS-SUB)  TO FL-TERMINAL.
008620     MOVE OT-TOTAL(WS-SUB)     TO FL-TOTAL.
008630     MOVE OT-UNKNOWN(WS-SUB)   TO FL-UNKNOWN.
008640     MOVE OT-REVOKED(WS-SUB)   TO FL-REVOKED.
008650     MOVE OT-PASSWORD(WS-SUB)  TO FL-PASSWORD.
008660     MOVE OT-FIRST-TIME(WS-SUB) TO WS-WORK-TIME-N.
008670     PERFORM 4700-EDIT-TIME THRU 4700-EXIT.
008680     MOVE WS-EDITED-TIME       TO FL-FIRST-TIME.
008690     MOVE OT-LAST-TIME(WS-SUB) TO WS-WORK-TIME-N.
008700     PERFORM 4700-EDIT-TIME THRU 4700-EXIT.
008710     MOVE WS-EDITED-TIME       TO FL-LAST-TIME.
008720     WRITE REPORT-LINE FROM FAILURE-LINE.
008730     ADD 1 TO WS-SECTION-LINES.
008740*
008750 2150-EXIT.
008760     EXIT.
008770*
008780******************************************************************
008790*   2200-CHECK-ONE-FAILURE -- COUNTS THE FAILURES FOR THE SAME   *
008800*   OPERATOR (OR TERMINAL) IN THE 60 MINUTES ENDING AT FAILURE   *
008810*   WS-I.  THE FIRST TIME THE COUNT PASSES THE LIMIT THE ID IS   *
008820*   LISTED, ONCE, WITH THE WINDOW THAT TRIPPED IT.               *
008830******************************************************************
008840 2200-CHECK-ONE-FAILURE.
008850*
008860     IF WS-BREACH-BY-OPERATOR
008870         MOVE FT-OPERATOR(WS-I) TO WS-BREACH-ID
008880     ELSE
008890         MOVE FT-TERMINAL(WS-I) TO WS-BREACH-ID
008900     END-IF.
008910*
008920     MOVE 'N' TO WS-ALREADY-FLAGGED-SW.
008930     PERFORM 2210-CHECK-FLAGGED THRU 2210-EXIT
008940         VARYING WS-J FROM 1 BY 1
008950         UNTIL WS-J > FG-COUNT
008960            OR WS-ALREADY-FLAGGED.
008970     IF WS-ALREADY-FLAGGED
008980         GO TO 2200-EXIT
008990     END-IF.
009000*
009010     MOVE ZERO TO WS-WINDOW-COUNT
009020                  WS-WINDOW-FIRST.
009030     PERFORM 2220-COUNT-IN-WINDOW THRU 2220-EXIT
009040         VARYING WS-J FROM 1 BY 1
009050         UNTIL WS-J > WS-I.
009060*
009070     IF WS-WINDOW-COUNT NOT > WS-FAILURE-LIMIT
009080         GO TO 2200-EXIT
009090     END-IF.
009100*
009110     ADD 1 TO WS-BREACH-COUNT.
009120     IF FG-COUNT < 200
009130         ADD 1 TO FG-COUNT
009140         MOVE WS-BREACH-KIND TO FG-KIND(FG-COUNT)
009150         MOVE WS-BREACH-ID   TO FG-ID(FG-COUNT)
009160     END-IF.
009170*
009180     MOVE SPACE TO BL-NAME.
009190     IF WS-BREACH-BY-OPERATOR
009200         MOVE 'OPERATOR' TO BL-KIND
009210         MOVE FT-OPERATOR(WS-I) TO OS-OPERATOR-ID
009220         PERFORM 4810-READ-OPERATOR THRU 4810-EXIT
009230         MOVE WS-OPERATOR-NAME TO BL-NAME
009240     ELSE
009250         MOVE 'TERMINAL' TO BL-KIND
009260     END-IF.
009270     MOVE WS-BREACH-ID    TO BL-ID.
009280     MOVE WS-WINDOW-COUNT TO BL-COUNT.
009290     MOVE FT-TIME(WS-WINDOW-FIRST) TO WS-WORK-TIME-N.
009300     PERFORM 4700-EDIT-TIME THRU 4700-EXIT.
009310     MOVE WS-EDITED-TIME  TO BL-FROM-TIME.
009320     MOVE FT-TIME(WS-I)   TO WS-WORK-TIME-N.
009330     PERFORM 4700-EDIT-TIME THRU 4700-EXIT.
009340     MOVE WS-EDITED-TIME  TO BL-TO-TIME.
009350     WRITE REPORT-LINE FROM BREACH-LINE.
009360     ADD 1 TO WS-SECTION-LINES.
009370*
009380 2200-EXIT.
009390     EXIT.
009400*
009410 2210-CHECK-FLAGGED.
009420*
009430     IF  FG-KIND(WS-J) = WS-BREACH-KIND
009440     AND FG-ID(WS-J)   = WS-BREACH-ID
009450         MOVE 'Y' TO WS-ALREADY-FLAGGED-SW
009460     END-IF.
009470*
009480 2210-EXIT.
009490     EXIT.
009500*
009510 2220-COUNT-IN-WINDOW.
009520*
009530     IF WS-BREACH-BY-OPERATOR
009540         MOVE FT-OPERATOR(WS-J) TO WS-CHECK-ID
009550     ELSE
009560         MOVE FT-TERMINAL(WS-J) TO WS-CHECK-ID
009570     END-IF.
009580*
009590     IF  WS-CHECK-ID = WS-BREACH-ID
009600     AND FT-SECONDS(WS-I) - FT-SECONDS(WS-J) < 3600
009610         ADD 1 TO WS-WINDOW-COUNT
009620         IF WS-WINDOW-FIRST = ZERO
009630             MOVE WS-J TO WS-WINDOW-FIRST
009640         END-IF
009650     END-IF.
009660*
009670 2220-EXIT.
009680     EXIT.
009690*
009700 2300-LIST-REFUSED-OPTION.
009710*
009720     ADD 1 TO WS-REFUSED-COUNT.
009730     MOVE SEC-LOG-TIME       TO WS-WORK-TIME-N.
009740     PERFORM 4700-EDIT-TIME THRU 4700-EXIT.
009750     MOVE WS-EDITED-TIME     TO RF-TIME.
009760     MOVE SEC-OPERATOR-ID    TO RF-OPERATOR.
009770     MOVE SEC-TERMINAL-ID    TO RF-TERMINAL.
009780     MOVE SEC-OPTION-DIGIT   TO RF-OPTION
009790                                MO-OPTION-DIGIT.
009800     READ MENUOPT-FILE
009810         INVALID KEY
009820             MOVE '*** NOT ON THE MENU OPTIONS FILE ***'
009830                 TO MO-DESCRIPTION
009840     END-READ.
009850     MOVE MO-DESCRIPTION     TO RF-DESCRIPTION.
009860     MOVE SEC-OPERATOR-LEVEL TO RF-OPERATOR-LEVEL.
009870     MOVE SEC-REQUIRED-LEVEL TO RF-REQUIRED-LEVEL.
009880     WRITE REPORT-LINE FROM REFUSED-LINE.
009890     ADD 1 TO WS-SECTION-LINES.
009900*
009910 2300-EXIT.
009920     EXIT.
009930*
009940 2400-LIST-FILE-ACTION.
009950*
009960     ADD 1 TO WS-FILE-ACTION-COUNT.
009970     MOVE SEC-LOG-TIME       TO WS-WORK-TIME-N.
009980     PERFORM 4700-EDIT-TIME THRU 4700-EXIT.
009990     MOVE WS-EDITED-TIME     TO FA-TIME.
010000     MOVE SEC-OPERATOR-ID    TO FA-OPERATOR.
010010     PERFORM 4800-GET-OPERATOR THRU 4800-EXIT.
010020     MOVE WS-OPERATOR-NAME   TO FA-NAME.
010030     MOVE SEC-TERMINAL-ID    TO FA-TERMINAL.
010040     IF SEC-FILE-QUIESCED
010050         MOVE 'QUIESCE' TO FA-ACTION
010060     ELSE
010070         MOVE 'REOPEN'  TO FA-ACTION
010080     END-IF.
010090*
010100     IF  SEC-FILE-COUNT NUMERIC
010110     AND SEC-FILE-COUNT > ZERO
010120     AND SEC-FILE-COUNT NOT > 12
010130         PERFORM 2410-LIST-ONE-FILE THRU 2410-EXIT
010140             VARYING WS-SUB FROM 1 BY 1
010150             UNTIL WS-SUB > SEC-FILE-COUNT
010160     ELSE
010170         MOVE SPACE                TO FA-FILE-NAME
010180         MOVE 'FILES NOT RECORDED' TO FA-RESULT
010190         WRITE REPORT-LINE FROM FILE-ACTION-LINE
010200         ADD 1 TO WS-SECTION-LINES
010210     END-IF.
010220*
010230 2400-EXIT.
010240     EXIT.
010250*
010260 2410-LIST-ONE-FILE.
010270*
010280     MOVE SEC-FILE-NAME(WS-SUB) TO FA-FILE-NAME.
010290     IF SEC-FILE-DONE(WS-SUB)
010300         MOVE 'DONE'                 TO FA-RESULT
010310     ELSE
010320         MOVE 'CICS REFUSED THE SET' TO FA-RESULT
010330     END-IF.
010340     WRITE REPORT-LINE FROM FILE-ACTION-LINE.
010350     ADD 1 TO WS-SECTION-LINES.
010360*
010370 2410-EXIT.
010380     EXIT.
010381*
010382******************************************************************
010383*   2450-LIST-MAINTENANCE -- AN OPRMNT1 ACTION IS LISTED UNDER   *
010384*   THE ADMINISTRATOR WHO TOOK IT; A LOCKOUT OR A PASSWORD       *
010385*   CHANGED AT SIGN-ON IS THE OPERATOR'S OWN DOING.              *
010386******************************************************************
010387 2450-LIST-MAINTENANCE.
010388*
010389     ADD 1 TO WS-MAINT-COUNT.
010390     MOVE SEC-LOG-TIME       TO WS-WORK-TIME-N.
010391     PERFORM 4700-EDIT-TIME THRU 4700-EXIT.
010392     MOVE WS-EDITED-TIME     TO MA-TIME.
010393     MOVE SEC-TERMINAL-ID    TO MA-TERMINAL.
010394*
010395     EVALUATE TRUE
010396         WHEN SEC-OPERATOR-ADDED
010397             MOVE 'ADDED'            TO MA-ACTION
010398         WHEN SEC-OPERATOR-CHANGED
010399             MOVE 'CHANGED'          TO MA-ACTION
010400         WHEN SEC-PASSWORD-RESET
010401             MOVE 'PASSWORD RESET'   TO MA-ACTION
010402         WHEN SEC-OPERATOR-REVOKED
010403             MOVE 'REVOKED'          TO MA-ACTION
010404         WHEN SEC-SIGNON-FAILED
010405             MOVE 'LOCKED OUT'       TO MA-ACTION
010406         WHEN OTHER
010407             MOVE 'PASSWORD CHANGED' TO MA-ACTION
010408     END-EVALUATE.
010409*
010410     IF SEC-TARGET-OPERATOR = SPACE
010411         MOVE SPACE              TO MA-BY-OPERATOR
010412         MOVE SPACE              TO MA-BY-NAME
010413         MOVE SEC-OPERATOR-ID    TO MA-OPERATOR
010414     ELSE
010415         MOVE SEC-OPERATOR-ID    TO MA-BY-OPERATOR
010416         PERFORM 4800-GET-OPERATOR THRU 4800-EXIT
010417         MOVE WS-OPERATOR-NAME   TO MA-BY-NAME
010418         MOVE SEC-TARGET-OPERATOR TO MA-OPERATOR
010419     END-IF.
010420     MOVE MA-OPERATOR        TO OS-OPERATOR-ID.
010421     PERFORM 4810-READ-OPERATOR THRU 4810-EXIT.
010422     MOVE WS-OPERATOR-NAME   TO MA-NAME.
010423     WRITE REPORT-LINE FROM MAINTENANCE-LINE.
010424     ADD 1 TO WS-SECTION-LINES.
010425*
010426 2450-EXIT.
010427     EXIT.
010428*
010429******************************************************************
010430*   2460-LIST-LEAVER-REVOKE -- AN OPRREVK REVOCATION NAMES THE   *
010431*   OPERATOR IN SEC-TARGET-OPERATOR WITH THE LEVEL HELD AT THE   *
010432*   TIME; THE EMPLOYEE NUMBER IS STILL ON THE OPSEC RECORD.      *
010433******************************************************************
010434 2460-LIST-LEAVER-REVOKE.
010435*
010436     ADD 1 TO WS-LEAVER-COUNT.
010437     MOVE SEC-LOG-DATE        TO LV-DATE.
010438     MOVE SEC-LOG-TIME        TO WS-WORK-TIME-N.
010439     PERFORM 4700-EDIT-TIME THRU 4700-EXIT.
010440     MOVE WS-EDITED-TIME      TO LV-TIME.
010441     MOVE SEC-TARGET-OPERATOR TO LV-OPERATOR
010442                                 OS-OPERATOR-ID.
010443     PERFORM 4810-READ-OPERATOR THRU 4810-EXIT.
010444     MOVE WS-OPERATOR-NAME    TO LV-NAME.
010445     MOVE SEC-OPERATOR-LEVEL  TO LV-LEVEL.
010446     IF WS-OPERATOR-FOUND
010447         MOVE OS-EMPLOYEE-NUMBER TO LV-EMPLOYEE
010448     ELSE
010449         MOVE SPACE              TO LV-EMPLOYEE
010450     END-IF.
010451     WRITE REPORT-LINE FROM LEAVER-LINE.
010452     ADD 1 TO WS-SECTION-LINES.
010453*
010454 2460-EXIT.
010455     EXIT.
010456*
010457******************************************************************
010458*   2500-LIST-EXCEPTIONS -- SECTION 2.                           *
010459******************************************************************
010460 2500-LIST-EXCEPTIONS.
010461*
010462     MOVE SPACE TO REPORT-LINE.
010463     WRITE REPORT-LINE.
010470     MOVE 'SECTION 2 -- EXCEPTIONS' TO TL-TEXT.
010480     WRITE REPORT-LINE FROM TITLE-LINE.
010490*
010500     MOVE '2A  SIGN-ONS OUTSIDE BUSINESS HOURS' TO TL-TEXT.
010510     PERFORM 4900-START-SUBSECTION THRU 4900-EXIT.
010520     WRITE REPORT-LINE FROM SIGNON-HEADING.
010530     SET WS-PASS-SIGNONS TO TRUE.
010540     PERFORM 4000-SCAN-THE-DAY THRU 4000-EXIT.
010550     PERFORM 4950-END-SUBSECTION THRU 4950-EXIT.
010560*
010570     MOVE '2B  SIGN-ON ATTEMPTS BY REVOKED OPERATORS' TO TL-TEXT.
010580     PERFORM 4900-START-SUBSECTION THRU 4900-EXIT.
010590     WRITE REPORT-LINE FROM SIGNON-HEADING.
010600     PERFORM 2700-LIST-REVOKED-ATTEMPT THRU 2700-EXIT
010610         VARYING WS-I FROM 1 BY 1
010620         UNTIL WS-I > FT-COUNT.
010630     PERFORM 4950-END-SUBSECTION THRU 4950-EXIT.
010640*
010650 2500-EXIT.
010660     EXIT.
010670*
010680 2600-CHECK-SIGNON-HOURS.
010690*
010700     ADD 1 TO WS-GOOD-SIGNON-COUNT.
010710     MOVE SEC-LOG-TIME TO WS-WORK-TIME-N.
010720     EVALUATE TRUE
010730         WHEN WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
010740             MOVE 'WEEKEND'      TO SN-NOTE
010750         WHEN WS-WORK-HHMM < WS-DAY-START
010760             MOVE 'BEFORE HOURS' TO SN-NOTE
010770         WHEN WS-WORK-HHMM NOT < WS-DAY-END
010780             MOVE 'AFTER HOURS'  TO SN-NOTE
010790         WHEN OTHER
010800             GO TO 2600-EXIT
010810     END-EVALUATE.
010820*
010830     ADD 1 TO WS-OFF-HOURS-COUNT.
010840     PERFORM 4700-EDIT-TIME THRU 4700-EXIT.
010850     MOVE WS-EDITED-TIME     TO SN-TIME.
010860     MOVE SEC-OPERATOR-ID    TO SN-OPERATOR.
010870     PERFORM 4800-GET-OPERATOR THRU 4800-EXIT.
010880     MOVE WS-OPERATOR-NAME   TO SN-NAME.
010890     MOVE SEC-TERMINAL-ID    TO SN-TERMINAL.
010900     MOVE SEC-OPERATOR-LEVEL TO SN-LEVEL.
010910     WRITE REPORT-LINE FROM SIGNON-LINE.
010920     ADD 1 TO WS-SECTION-LINES.
010930*
010940 2600-EXIT.
010950     EXIT.
010960*
010970 2700-LIST-REVOKED-ATTEMPT.
010980*
010990     IF NOT FT-REVOKED(WS-I)
011000         GO TO 2700-EXIT
011010     END-IF.
011020*
011030     ADD 1 TO WS-REVOKED-COUNT.
011040     MOVE FT-TIME(WS-I)      TO WS-WORK-TIME-N.
011050     PERFORM 4700-EDIT-TIME THRU 4700-EXIT.
011060     MOVE WS-EDITED-TIME     TO SN-TIME.
011070     MOVE FT-OPERATOR(WS-I)  TO SN-OPERATOR
011080                                OS-OPERATOR-ID.
011090     PERFORM 4810-READ-OPERATOR THRU 4810-EXIT.
011100     MOVE WS-OPERATOR-NAME   TO SN-NAME.
011110     MOVE FT-TERMINAL(WS-I)  TO SN-TERMINAL.
011120     IF WS-OPERATOR-FOUND
011130         MOVE OS-AUTHORITY-LEVEL TO SN-LEVEL
011140     ELSE
011150         MOVE ZERO               TO SN-LEVEL
011160     END-IF.
011170     MOVE 'ID IS REVOKED'    TO SN-NOTE.
011180     WRITE REPORT-LINE FROM SIGNON-LINE.
011190     ADD 1 TO WS-SECTION-LINES.
011200*
011210 2700-EXIT.
011220     EXIT.
011230*
011240 3000-TERMINATE.
011250*
011260     IF NOT WS-ABORT
011270         MOVE SPACE TO REPORT-LINE
011280         WRITE REPORT-LINE
011290         MOVE 'SECLOG RECORDS FOR THE DAY...:' TO SL-LABEL
011300         MOVE WS-RECORDS-READ      TO SL-COUNT
011310         WRITE REPORT-LINE FROM SUMMARY-LINE
011320         MOVE 'FAILED SIGN-ONS..............:' TO SL-LABEL
011330         MOVE WS-FAILURE-COUNT     TO SL-COUNT
011340         WRITE REPORT-LINE FROM SUMMARY-LINE
011350         MOVE 'IDS OVER THE HOURLY LIMIT....:' TO SL-LABEL
011360         MOVE WS-BREACH-COUNT      TO SL-COUNT
011370         WRITE REPORT-LINE FROM SUMMARY-LINE
011380         MOVE 'MENU OPTIONS REFUSED.........:' TO SL-LABEL
011390         MOVE WS-REFUSED-COUNT     TO SL-COUNT
011400         WRITE REPORT-LINE FROM SUMMARY-LINE
011410         MOVE 'QUIESCE/REOPEN SWEEPS........:' TO SL-LABEL
011420         MOVE WS-FILE-ACTION-COUNT TO SL-COUNT
011430         WRITE REPORT-LINE FROM SUMMARY-LINE
011440         MOVE 'GOOD SIGN-ONS................:' TO SL-LABEL
011450         MOVE WS-GOOD-SIGNON-COUNT TO SL-COUNT
011460         WRITE REPORT-LINE FROM SUMMARY-LINE
011470         MOVE 'SIGN-ONS OUTSIDE HOURS.......:' TO SL-LABEL
011480         MOVE WS-OFF-HOURS-COUNT   TO SL-COUNT
011490         WRITE REPORT-LINE FROM SUMMARY-LINE
011500         MOVE 'REVOKED-ID ATTEMPTS..........:' TO SL-LABEL
011510         MOVE WS-REVOKED-COUNT     TO SL-COUNT
011520         WRITE REPORT-LINE FROM SUMMARY-LINE
011521         MOVE 'OPERATOR MAINTENANCE ACTIONS.:' TO SL-LABEL
011522         MOVE WS-MAINT-COUNT       TO SL-COUNT
011523         WRITE REPORT-LINE FROM SUMMARY-LINE
011524         MOVE 'LEAVER IDS REVOKED...........:' TO SL-LABEL
011525         MOVE WS-LEAVER-COUNT TO SL-COUNT
011526         WRITE REPORT-LINE FROM SUMMARY-LINE
011530         IF WS-BREACH-COUNT    > ZERO
011540         OR WS-OFF-HOURS-COUNT > ZERO
011550         OR WS-REVOKED-COUNT   > ZERO
011560         OR WS-OVERFLOW
011570             MOVE 4 TO RETURN-CODE
011580         END-IF
011590     ELSE
011600         MOVE 8 TO RETURN-CODE
011610     END-IF.
011620*
011630     MOVE 'SECRPT  ' TO RL-PROGRAM.
011640     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
011650     MOVE 'SECRPT  ' TO RL-STEP-NAME.
011660     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
011670     MOVE WS-RECORDS-READ    TO RL-RECORDS-READ.
011680     MOVE ZERO               TO RL-RECORDS-WRITTEN.
011690     MOVE WS-FAILURE-COUNT   TO RL-RECORDS-REJECTED.
011700     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
011710     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
011720*
011730     IF WS-PARM-OPEN
011740         CLOSE PARM-FILE
011750     END-IF.
011760     IF WS-SECLOG-OPEN
011770         CLOSE SECLOG-FILE
011780     END-IF.
011790     IF WS-OPSEC-OPEN
011800         CLOSE OPSEC-FILE
011810     END-IF.
011820     IF WS-MENUOPT-OPEN
011830         CLOSE MENUOPT-FILE
011840     END-IF.
011850     IF WS-REPORT-OPEN
011860         CLOSE SECURITY-REPORT
011870     END-IF.
011880*
011890 3000-EXIT.
011900     EXIT.
011910*
011920******************************************************************
011930*   4000-SCAN-THE-DAY -- ONE PASS OF THE REPORT DATE'S SECLOG    *
011940*   RECORDS (THE KEY LEADS WITH THE DATE), HANDING EACH RECORD   *
011950*   OF THE KIND THIS PASS WANTS TO ITS PARAGRAPH.                *
011960******************************************************************
011970 4000-SCAN-THE-DAY.
011980*
011990     MOVE 'N' TO WS-DAY-EOF-SW.
012000     MOVE WS-REPORT-DATE-N TO SEC-LOG-DATE.
012010     MOVE ZERO             TO SEC-LOG-TIME.
012020     MOVE LOW-VALUE        TO SEC-TERMINAL-ID.
012030     START SECLOG-FILE KEY NOT < SEC-LOG-KEY
012040         INVALID KEY
012050             MOVE 'Y' TO WS-DAY-EOF-SW
012060     END-START.
012070*
012080     PERFORM 4100-NEXT-DAY-RECORD THRU 4100-EXIT
012090         UNTIL WS-DAY-EOF.
012100*
012110 4000-EXIT.
012120     EXIT.
012130*
012140 4100-NEXT-DAY-RECORD.
012150*
012160     READ SECLOG-FILE NEXT RECORD
012170         AT END
012180             MOVE 'Y' TO WS-DAY-EOF-SW
012190             GO TO 4100-EXIT
012200     END-READ.
012210*
012220     IF SEC-LOG-DATE NOT = WS-REPORT-DATE-N
012230         MOVE 'Y' TO WS-DAY-EOF-SW
012240         GO TO 4100-EXIT
012250     END-IF.
012260*
012270     EVALUATE TRUE
012280         WHEN WS-PASS-FAILURES
012290             ADD 1 TO WS-RECORDS-READ
012300             IF SEC-SIGNON-FAILED
012310                 PERFORM 2100-LOAD-ONE-FAILURE THRU 2100-EXIT
012320             END-IF
012330         WHEN WS-PASS-REFUSALS
012340             IF SEC-OPTION-REFUSED
012350                 PERFORM 2300-LIST-REFUSED-OPTION THRU 2300-EXIT
012360             END-IF
012370         WHEN WS-PASS-FILE-ACTIONS
012380             IF SEC-FILE-QUIESCED OR SEC-FILE-REOPENED
012390                 PERFORM 2400-LIST-FILE-ACTION THRU 2400-EXIT
012400             END-IF
012410         WHEN WS-PASS-SIGNONS
012420             IF SEC-SIGNON-GOOD
012430                 PERFORM 2600-CHECK-SIGNON-HOURS THRU 2600-EXIT
012440             END-IF
012441         WHEN WS-PASS-MAINTENANCE
012442             IF   SEC-OPERATOR-ADDED
012443               OR SEC-OPERATOR-CHANGED
012444               OR SEC-PASSWORD-RESET
012445               OR (SEC-OPERATOR-REVOKED
012446                 AND SEC-TERMINAL-ID NOT = 'BTCH')
012447               OR (SEC-SIGNON-FAILED AND SEC-FAIL-LOCKED-OUT)
012448               OR (SEC-SIGNON-GOOD AND SEC-PASSWORD-CHANGED)
012449                 PERFORM 2450-LIST-MAINTENANCE THRU 2450-EXIT
012450             END-IF
012451     END-EVALUATE.
012460*
012470 4100-EXIT.
012480     EXIT.
012481*
012482******************************************************************
012483*   4200-SCAN-LEAVER-WINDOW -- SECLOG FROM NOON ON THE REPORT    *
012484*   DATE TO NOON THE NEXT DAY, FOR THE OPRREVK REVOCATIONS       *
012485*   (REVOKES FROM TERMINAL BTCH).                                *
012486******************************************************************
012487 4200-SCAN-LEAVER-WINDOW.
012488*
012489     MOVE 'N' TO WS-DAY-EOF-SW.
012490     MOVE WS-REPORT-DATE-N TO SEC-LOG-DATE.
012491     MOVE 120000           TO SEC-LOG-TIME.
012492     MOVE LOW-VALUE        TO SEC-TERMINAL-ID.
012493     START SECLOG-FILE KEY NOT < SEC-LOG-KEY
012494         INVALID KEY
012495             MOVE 'Y' TO WS-DAY-EOF-SW
012496     END-START.
012497*
012498     PERFORM 4210-NEXT-WINDOW-RECORD THRU 4210-EXIT
012499         UNTIL WS-DAY-EOF.
012500*
012501 4200-EXIT.
012502     EXIT.
012503*
012504 4210-NEXT-WINDOW-RECORD.
012505*
012506     READ SECLOG-FILE NEXT RECORD
012507         AT END
012508             MOVE 'Y' TO WS-DAY-EOF-SW
012509             GO TO 4210-EXIT
012510     END-READ.
012511*
012512     IF   SEC-LOG-DATE > WS-NEXT-DAY-DATE
012513      OR (SEC-LOG-DATE = WS-NEXT-DAY-DATE
012514          AND SEC-LOG-TIME NOT < 120000)
012515         MOVE 'Y' TO WS-DAY-EOF-SW
012516         GO TO 4210-EXIT
012517     END-IF.
012518*
012519     IF SEC-OPERATOR-REVOKED AND SEC-TERMINAL-ID = 'BTCH'
012520         PERFORM 2460-LIST-LEAVER-REVOKE THRU 2460-EXIT
012521     END-IF.
012522*
012523 4210-EXIT.
012524     EXIT.
012525*
012526 4700-EDIT-TIME.
012527*
012528     MOVE WS-WORK-HH TO WS-ET-HH.
012530     MOVE WS-WORK-MI TO WS-ET-MI.
012540     MOVE WS-WORK-SS TO WS-ET-SS.
012550*
012560 4700-EXIT.
012570     EXIT.
012580*
012590 4800-GET-OPERATOR.
012600*
012610     MOVE SEC-OPERATOR-ID TO OS-OPERATOR-ID.
012620     PERFORM 4810-READ-OPERATOR THRU 4810-EXIT.
012630*
012640 4800-EXIT.
012650     EXIT.
012660*
012670 4810-READ-OPERATOR.
012680*
012690     MOVE 'Y' TO WS-OPERATOR-FOUND-SW.
012700     MOVE 'N' TO WS-OPERATOR-REVOKED-SW.
012710     READ OPSEC-FILE
012720         INVALID KEY
012730             MOVE 'N' TO WS-OPERATOR-FOUND-SW
012740     END-READ.
012750*
012760     IF WS-OPERATOR-FOUND
012770         MOVE OS-OPERATOR-NAME TO WS-OPERATOR-NAME
012780         IF OS-REVOKED
012790             MOVE 'Y' TO WS-OPERATOR-REVOKED-SW
012800         END-IF
012810     ELSE
012820         MOVE '*** NOT ON OPSEC ***' TO WS-OPERATOR-NAME
012830     END-IF.
012840*
012850 4810-EXIT.
012860     EXIT.
012870*
012880 4900-START-SUBSECTION.
012890*
012900     MOVE ZERO TO WS-SECTION-LINES.
012910     MOVE SPACE TO REPORT-LINE.
012920     WRITE REPORT-LINE.
012930     WRITE REPORT-LINE FROM TITLE-LINE.
012940*
012950 4900-EXIT.
012960     EXIT.
012970*
012980 4950-END-SUBSECTION.
012990*
013000     IF WS-SECTION-LINES = ZERO
013010         WRITE REPORT-LINE FROM NONE-LINE
013020     END-IF.
013030*
013040 4950-EXIT.
013050     EXIT.
013060*
013070 4990-NOTE-OVERFLOW.
013080*
013090     IF NOT WS-OVERFLOW
013100         DISPLAY 'SECRPT0008W FAILED SIGN-ON TABLE FULL, LATER '
013110             'FAILURES NOT ANALYSED'
013120         MOVE 'Y' TO WS-OVERFLOW-SW
013130     END-IF.
013140*
013150 4990-EXIT.
013160     EXIT.
