000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    L92094.
000040 AUTHOR.        OFFICE SYSTEMS GROUP.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   L92094 -- WEEKLY OFFICE DIRECTORY / EMPLOYEE FILE SYNC.      *
000110*   COMPARES THE NOTE FILE THAT L92092 MAINTAINS AGAINST THE     *
000120*   DAILY EMPLOYEE INDEXED FILE (THE ONE DELTA01 KEEPS) BY       *
000130*   NAME AND PRINTS THREE LISTS FOR THE OFFICE:                  *
000140*     1. PLEASE ADD  -- EMPLOYEES WITH NO DIRECTORY ENTRY.       *
000150*     2. DEPARTED    -- DIRECTORY ENTRIES WHOSE EMPLOYEE IS NO   *
000160*                       LONGER ON THE EMPLOYEE FILE.  THEY ARE   *
000170*                       FLAGGED 'D' WITH TODAY'S DATE, NOT       *
000180*                       DELETED; L92093 PRINTS THEM IN THEIR     *
000190*                       OWN SECTION AND THE OFFICE KILLS THEM    *
000200*                       THROUGH L92092 WHEN IT IS READY.  AN     *
000210*                       ENTRY WHOSE EMPLOYEE COMES BACK (A       *
000220*                       REHIRE) HAS ITS FLAG CLEARED.            *
000230*     3. POSSIBLE DUPLICATES -- NAMES THAT AGREE ONCE CASE,      *
000240*                       SPACING AND PUNCTUATION ARE IGNORED, OR  *
000250*                       WHOSE CONSONANT SKELETONS AGREE (A       *
000260*                       LIKELY MISSPELLING).  AN UNMATCHED       *
000270*                       DIRECTORY ENTRY THAT LOOKS LIKE A        *
000280*                       MISSPELT EMPLOYEE IS LISTED HERE FOR A   *
000290*                       PERSON TO DECIDE, NOT FLAGGED AS         *
000291*                       DEPARTED.                                *
000300*                                                                *
000310*   NAME MATCHING.  BOTH NAMES ARE FOLDED TO UPPER CASE AND      *
000320*   SQUEEZED TO LETTERS AND DIGITS ONLY.  THE DIRECTORY HOLDS    *
000330*   TEN CHARACTERS OF NAME AGAINST THE EMPLOYEE FILE'S THIRTY,   *
000340*   SO WHEN A DIRECTORY NAME FILLS ALL TEN POSITIONS IT IS       *
000350*   TAKEN AS CUT SHORT AND ONLY ITS OWN LENGTH IS COMPARED.      *
000360*                                                                *
000370*   RUN WEEKLY AFTER THE NIGHTLY STREAM HAS UPDATED THE          *
000380*   EMPLOYEE FILE.  THE NOTE FILE IS UPDATED IN PLACE, SO NO     *
000390*   ONE MAY HAVE L92092 OPEN WHILE IT RUNS.                      *
000400*                                                                *
000410*   RETURN CODES.  0 = DIRECTORY IN STEP WITH THE EMPLOYEE FILE; *
000420*   4 = SOMETHING IS LISTED FOR THE OFFICE TO ACT ON; 16 = A     *
000430*   FILE COULD NOT BE OPENED OR A TABLE OVERFLOWED.              *
000440*                                                                *
000450*   MODIFICATION HISTORY.                                        *
000460*   10/15/2026  OSG  INITIAL VERSION.                            *
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
000600     SELECT  NOTE-FILE      ASSIGN TO NOTE-MSD
000610             ORGANIZATION IS INDEXED
000620             ACCESS MODE IS DYNAMIC
000630             RECORD KEY IS NAME
000640             ALTERNATE RECORD KEY IS POSTCODE WITH DUPLICATES
000650             FILE STATUS IS WS-NOTE-STATUS.
000660*
000670     SELECT  EMPLOYEE-FILE  ASSIGN TO EMPIDX
000680             ORGANIZATION IS INDEXED
000690             ACCESS MODE IS SEQUENTIAL
000700             RECORD KEY IS EMP-NUM
000710             ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
000720             FILE STATUS IS WS-EMP-STATUS.
000730*
000740     SELECT  SYNC-LIST      ASSIGN TO PRTOUT
000750             ORGANIZATION IS LINE SEQUENTIAL
000760             FILE STATUS IS WS-PRINT-STATUS.
000770*
000780 DATA DIVISION.
000790*
000800 FILE SECTION.
000810*
000820 FD  NOTE-FILE
000830     LABEL RECORD IS STANDARD.
000840*
000850 01  NOTE-REC.
000860     02  NAME                     PIC X(10).
000870     02  POSTCODE                 PIC 9(6).
000880     02  ADDRE                    PIC X(20).
000890     02  TELEPHONE                PIC 9(7).
000900     02  ENTRY-STATUS             PIC X(1).
000910         88  ENTRY-DEPARTED                   VALUE 'D'.
000920     02  DEPART-DATE              PIC 9(8).
000930*
000940 FD  EMPLOYEE-FILE
000950     LABEL RECORD IS STANDARD.
000960*
000970 01  EMP-REC.
000980     05  EMP-NUM                  PIC X(6).
000990     05  FILLER                   PIC X(14).
001000     05  EMP-NAME                 PIC X(30).
001010     05  FILLER                   PIC X(30).
001020*
001030 FD  SYNC-LIST
001040     LABEL RECORDS ARE OMITTED.
001050*
001060 01  PRINT-LINE                   PIC X(80).
001070*
001080 WORKING-STORAGE SECTION.
001090*
001100 01  SWITCHES.
001110*
001120     05  WS-ABORT-SW              PIC X(01)   VALUE 'N'.
001130         88  WS-ABORT                         VALUE 'Y'.
001140     05  WS-NOTE-EOF-SW           PIC X(01)   VALUE 'N'.
001150         88  WS-NOTE-EOF                      VALUE 'Y'.
001160     05  WS-EMP-EOF-SW            PIC X(01)   VALUE 'N'.
001170         88  WS-EMP-EOF                       VALUE 'Y'.
001180     05  WS-FOUND-SW              PIC X(01)   VALUE 'N'.
001190         88  WS-FOUND                         VALUE 'Y'.
001200     05  WS-SAME-SW               PIC X(01)   VALUE 'N'.
001210         88  WS-SAME                          VALUE 'Y'.
001220*
001230 01  FILE-STATUS-FIELDS.
001240*
001250     05  WS-NOTE-STATUS           PIC X(02)   VALUE '00'.
001260     05  WS-EMP-STATUS            PIC X(02)   VALUE '00'.
001270     05  WS-PRINT-STATUS          PIC X(02)   VALUE '00'.
001280*
001290 01  WORK-FIELDS.
001300*
001310     05  WS-RUN-DATE              PIC 9(08)   VALUE ZERO.
001320     05  WS-DIR-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
001330     05  WS-EMP-READ        PIC S9(05) COMP-3 VALUE ZERO.
001340     05  WS-MATCH-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
001350     05  WS-ADD-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
001360     05  WS-DEPART-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
001370     05  WS-STILL-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
001380     05  WS-BACK-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
001390     05  WS-LINE-COUNT      PIC S9(03) COMP-3 VALUE 99.
001400     05  WS-PAGE-COUNT      PIC S9(03) COMP-3 VALUE ZERO.
001410     05  WS-DX                    PIC S9(04)  COMP.
001420     05  WS-DY                    PIC S9(04)  COMP.
001430     05  WS-EX                    PIC S9(04)  COMP.
001440     05  WS-CX                    PIC S9(04)  COMP.
001450     05  WS-KX                    PIC S9(04)  COMP.
001460     05  WS-CMP-LEN               PIC S9(04)  COMP.
001470     05  WS-SECTION-TITLE         PIC X(40)   VALUE SPACE.
001480*
001490*    NAME KEY WORK AREA.  WS-RAW-NAME GOES IN; WS-SQZ-KEY COMES
001500*    OUT AS THE NAME IN UPPER CASE, LETTERS AND DIGITS ONLY, AND
001510*    WS-SKL-KEY AS ITS CONSONANT SKELETON (FIRST CHARACTER KEPT,
001520*    LATER VOWELS, H, W AND Y DROPPED, DOUBLED LETTERS SINGLED).
001530*
001540 01  NAME-KEY-WORK.
001550*
001560     05  WS-RAW-NAME              PIC X(30).
001570     05  WS-RAW-CHAR REDEFINES WS-RAW-NAME
001580                                  PIC X(01)   OCCURS 30 TIMES.
001590     05  WS-SQZ-KEY               PIC X(30).
001600     05  WS-SQZ-CHAR REDEFINES WS-SQZ-KEY
001610                                  PIC X(01)   OCCURS 30 TIMES.
001620     05  WS-SQZ-LEN               PIC S9(04)  COMP.
001630     05  WS-SKL-KEY               PIC X(30).
001640     05  WS-SKL-CHAR REDEFINES WS-SKL-KEY
001650                                  PIC X(01)   OCCURS 30 TIMES.
001660     05  WS-SKL-LEN               PIC S9(04)  COMP.
001670     05  WS-ONE-CHAR              PIC X(01).
001680         88  WS-KEEP-CHAR             VALUE 'A' THRU 'I'
001690                                            'J' THRU 'R'
001700                                            'S' THRU 'Z'
001710                                            '0' THRU '9'.
001720         88  WS-SOFT-CHAR             VALUE 'A' 'E' 'I' 'O'
001730                                            'U' 'H' 'W' 'Y'.
001740*
001750*    THE WHOLE DIRECTORY IS HELD IN STORAGE.  DT-FULL MARKS A
001760*    NAME THAT USES ALL TEN POSITIONS AND MAY HAVE BEEN CUT.
001770*
001780 01  DIRECTORY-TABLE.
001790*
001800     05  DT-ENTRY                 OCCURS 500 TIMES.
001810         10  DT-NAME              PIC X(10).
001820         10  DT-SQZ-KEY           PIC X(30).
001830         10  DT-SQZ-LEN           PIC S9(04)  COMP.
001840         10  DT-SKL-KEY           PIC X(30).
001850         10  DT-SKL-LEN           PIC S9(04)  COMP.
001860         10  DT-FULL-SW           PIC X(01).
001870             88  DT-FULL                      VALUE 'Y'.
001880         10  DT-STATUS            PIC X(01).
001890             88  DT-DEPARTED                  VALUE 'D'.
001900         10  DT-MATCH-SW          PIC X(01).
001910             88  DT-MATCHED                   VALUE 'Y'.
001920         10  DT-LIKE-SW           PIC X(01).
001930             88  DT-LOOKS-LIKE                VALUE 'Y'.
001940*
001950*    EMPLOYEES WITH NO DIRECTORY MATCH, KEPT FOR THE PLEASE-ADD
001960*    LIST AND THE MISSPELLING CHECK.
001970*
001980 01  EMPLOYEE-TABLE.
001990*
002000     05  ET-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
002010     05  ET-ENTRY                 OCCURS 3000 TIMES.
002020         10  ET-NUM               PIC X(06).
002030         10  ET-NAME              PIC X(30).
002040         10  ET-SKL-KEY           PIC X(30).
002050         10  ET-SKL-LEN           PIC S9(04)  COMP.
002060         10  ET-LIKE-SW           PIC X(01).
002070             88  ET-LOOKS-LIKE                VALUE 'Y'.
002080*
002090*    DUPLICATE PAIRS ARE SAVED AS THEY ARE FOUND AND PRINTED
002100*    AFTER THE ADD AND DEPARTED LISTS.
002110*
002120 01  DUPLICATE-TABLE.
002130*
002140     05  DP-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
002150     05  DP-ENTRY                 OCCURS 500 TIMES.
002160         10  DP-NAME-1            PIC X(30).
002170         10  DP-NAME-2            PIC X(30).
002180         10  DP-REASON            PIC X(10).
002190*
002200 01  HEADING-LINE-1.
002210*
002220     05  FILLER                   PIC X(01)   VALUE SPACE.
002230     05  FILLER                   PIC X(37)   VALUE
002240             'OFFICE DIRECTORY / EMPLOYEE FILE SYNC'.
002250     05  FILLER                   PIC X(05)   VALUE SPACE.
002260     05  HL1-DATE                 PIC 9999/99/99.
002270     05  FILLER                   PIC X(05)   VALUE SPACE.
002280     05  FILLER                   PIC X(05)   VALUE 'PAGE '.
002290     05  HL1-PAGE                 PIC ZZ9.
002300     05  FILLER                   PIC X(14)   VALUE SPACE.
002310*
002320 01  HEADING-LINE-2.
002330*
002340     05  FILLER                   PIC X(01)   VALUE SPACE.
002350     05  HL2-TITLE                PIC X(40).
002360     05  FILLER                   PIC X(39)   VALUE SPACE.
002370*
002380 01  ADD-LINE.
002390*
002400     05  FILLER                   PIC X(03)   VALUE SPACE.
002410     05  AL-NUM                   PIC X(06).
002420     05  FILLER                   PIC X(02)   VALUE SPACE.
002430     05  AL-NAME                  PIC X(30).
002440     05  FILLER                   PIC X(39)   VALUE SPACE.
002450*
002460 01  DEPART-LINE.
002470*
002480     05  FILLER                   PIC X(03)   VALUE SPACE.
002490     05  DL-NAME                  PIC X(10).
002500     05  FILLER                   PIC X(02)   VALUE SPACE.
002510     05  DL-POSTCODE              PIC 9(06).
002520     05  FILLER                   PIC X(02)   VALUE SPACE.
002530     05  DL-ADDRE                 PIC X(20).
002540     05  FILLER                   PIC X(02)   VALUE SPACE.
002550     05  DL-DATE                  PIC 9999/99/99.
002560     05  FILLER                   PIC X(02)   VALUE SPACE.
002570     05  DL-NOTE                  PIC X(15).
002580     05  FILLER                   PIC X(08)   VALUE SPACE.
002590*
002600 01  DUPLICATE-LINE.
002610*
002620     05  FILLER                   PIC X(03)   VALUE SPACE.
002630     05  PL-NAME-1                PIC X(30).
002640     05  FILLER                   PIC X(02)   VALUE SPACE.
002650     05  PL-NAME-2                PIC X(30).
002660     05  FILLER                   PIC X(02)   VALUE SPACE.
002670     05  PL-REASON                PIC X(10).
002680     05  FILLER                   PIC X(03)   VALUE SPACE.
002690*
002700 01  TOTAL-LINE.
002710*
002720     05  FILLER                   PIC X(03)   VALUE SPACE.
002730     05  TL-LABEL                 PIC X(30).
002740     05  TL-COUNT                 PIC ZZZZ9.
002750     05  FILLER                   PIC X(42)   VALUE SPACE.
002760*
002770 PROCEDURE DIVISION.
002780*
002790 0000-MAINLINE.
002800*
002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002820     IF NOT WS-ABORT
002830         PERFORM 2000-LOAD-DIRECTORY THRU 2000-EXIT
002840     END-IF.
002850     IF NOT WS-ABORT
002860         PERFORM 3000-MATCH-EMPLOYEES THRU 3000-EXIT
002870     END-IF.
002880     IF NOT WS-ABORT
002890         PERFORM 4000-CHECK-LOOKALIKES THRU 4000-EXIT
002900         PERFORM 5000-PRINT-ADDS THRU 5000-EXIT
002910         PERFORM 6000-MARK-DEPARTED THRU 6000-EXIT
002920         PERFORM 7000-PRINT-DUPLICATES THRU 7000-EXIT
002930     END-IF.
002940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002950*
002960     STOP RUN.
002970*
002980******************************************************************
002990*   1000-INITIALIZE -- OPEN THE FILES.  THE NOTE FILE IS OPENED  *
003000*   I-O BECAUSE DEPARTED ENTRIES ARE FLAGGED IN PLACE.           *
003010******************************************************************
003020 1000-INITIALIZE.
003030*
003040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003050     MOVE WS-RUN-DATE TO HL1-DATE.
003060*
003070     OPEN I-O    NOTE-FILE.
003080     IF WS-NOTE-STATUS NOT = '00'
003090         DISPLAY 'L920940001E NOTE FILE OPEN FAILED, STATUS='
003100             WS-NOTE-STATUS
003110         MOVE 'Y' TO WS-ABORT-SW
003120         MOVE 16 TO RETURN-CODE
003130         GO TO 1000-EXIT
003140     END-IF.
003150*
003160     OPEN INPUT  EMPLOYEE-FILE.
003170     IF WS-EMP-STATUS NOT = '00'
003180         DISPLAY 'L920940002E EMPLOYEE FILE OPEN FAILED, STATUS='
003190             WS-EMP-STATUS
003200         MOVE 'Y' TO WS-ABORT-SW
003210         MOVE 16 TO RETURN-CODE
003220         GO TO 1000-EXIT
003230     END-IF.
003240*
003250     OPEN OUTPUT SYNC-LIST.
003260     IF WS-PRINT-STATUS NOT = '00'
003270         DISPLAY 'L920940003E PRTOUT OPEN FAILED, STATUS='
003280             WS-PRINT-STATUS
003290         MOVE 'Y' TO WS-ABORT-SW
003300         MOVE 16 TO RETURN-CODE
003310     END-IF.
003320*
003330 1000-EXIT.
003340     EXIT.
003350*
003360******************************************************************
003370*   2000-LOAD-DIRECTORY -- READ THE NOTE FILE FROM THE TOP IN    *
003380*   NAME ORDER AND BUILD THE MATCH KEYS FOR EVERY ENTRY.  TWO    *
003390*   ENTRIES THAT SQUEEZE TO THE SAME KEY ARE THE SAME NAME KEYED *
003400*   TWICE AND GO STRAIGHT ON THE DUPLICATE LIST.                 *
003410******************************************************************
003420 2000-LOAD-DIRECTORY.
003430*
003440     MOVE LOW-VALUES TO NAME.
003450     START NOTE-FILE KEY NOT < NAME
003460         INVALID KEY
003470             MOVE 'Y' TO WS-NOTE-EOF-SW
003480     END-START.
003490*
003500     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
003510         UNTIL WS-NOTE-EOF OR WS-ABORT.
003520*
003530 2000-EXIT.
003540     EXIT.
003550*
003560 2100-LOAD-ONE-ENTRY.
003570*
003580     READ NOTE-FILE NEXT RECORD
003590         AT END
003600             MOVE 'Y' TO WS-NOTE-EOF-SW
003610             GO TO 2100-EXIT
003620     END-READ.
003630*
003640     IF WS-DIR-COUNT NOT < 500
003650         DISPLAY 'L920940004E MORE THAN 500 DIRECTORY ENTRIES'
003660         MOVE 'Y' TO WS-ABORT-SW
003670         MOVE 16 TO RETURN-CODE
003680         GO TO 2100-EXIT
003690     END-IF.
003700*
003710     ADD 1 TO WS-DIR-COUNT.
003720     MOVE WS-DIR-COUNT TO WS-DX.
003730     MOVE NAME TO DT-NAME (WS-DX) WS-RAW-NAME.
003740     PERFORM 8000-BUILD-KEYS THRU 8000-EXIT.
003750     MOVE WS-SQZ-KEY TO DT-SQZ-KEY (WS-DX).
003760     MOVE WS-SQZ-LEN TO DT-SQZ-LEN (WS-DX).
003770     MOVE WS-SKL-KEY TO DT-SKL-KEY (WS-DX).
003780     MOVE WS-SKL-LEN TO DT-SKL-LEN (WS-DX).
003790     IF NAME (10:1) NOT = SPACE
003800         MOVE 'Y' TO DT-FULL-SW (WS-DX)
003810     ELSE
003820         MOVE 'N' TO DT-FULL-SW (WS-DX)
003830     END-IF.
003840     MOVE ENTRY-STATUS TO DT-STATUS (WS-DX).
003850     MOVE 'N' TO DT-MATCH-SW (WS-DX) DT-LIKE-SW (WS-DX).
003860*
003870     MOVE 1 TO WS-DY.
003880     PERFORM 2200-CHECK-SAME-NAME THRU 2200-EXIT
003890         UNTIL WS-DY NOT < WS-DX.
003900*
003910 2100-EXIT.
003920     EXIT.
003930*
003940 2200-CHECK-SAME-NAME.
003950*
003960     IF DT-SQZ-KEY (WS-DY) = DT-SQZ-KEY (WS-DX)
003970         MOVE DT-NAME (WS-DY) TO DP-NAME-1 (1)
003980         MOVE DT-NAME (WS-DX) TO DP-NAME-2 (1)
003990         MOVE 'SPACING' TO DP-REASON (1)
004000         PERFORM 8500-SAVE-DUPLICATE THRU 8500-EXIT
004010     ELSE
004020         IF DT-SKL-KEY (WS-DY) = DT-SKL-KEY (WS-DX)
004030             MOVE DT-NAME (WS-DY) TO DP-NAME-1 (1)
004040             MOVE DT-NAME (WS-DX) TO DP-NAME-2 (1)
004050             MOVE 'SPELLING' TO DP-REASON (1)
004060             PERFORM 8500-SAVE-DUPLICATE THRU 8500-EXIT
004070         END-IF
004080     END-IF.
004090     ADD 1 TO WS-DY.
004100*
004110 2200-EXIT.
004120     EXIT.
004130*
004140******************************************************************
004150*   3000-MATCH-EMPLOYEES -- READ THE EMPLOYEE FILE FROM END TO   *
004160*   END AND LOOK EACH NAME UP IN THE DIRECTORY TABLE.  A MATCH   *
004170*   WHOSE SPELLING DIFFERS ONLY IN CASE OR SPACING IS STILL A    *
004180*   MATCH, BUT IS LISTED SO THE DIRECTORY CAN BE TIDIED.         *
004190******************************************************************
004200 3000-MATCH-EMPLOYEES.
004210*
004220     PERFORM 3100-MATCH-ONE-EMPLOYEE THRU 3100-EXIT
004230         UNTIL WS-EMP-EOF OR WS-ABORT.
004240*
004250 3000-EXIT.
004260     EXIT.
004270*
004280 3100-MATCH-ONE-EMPLOYEE.
004290*
004300     READ EMPLOYEE-FILE
004310         AT END
004320             MOVE 'Y' TO WS-EMP-EOF-SW
004330             GO TO 3100-EXIT
004340     END-READ.
004350     ADD 1 TO WS-EMP-READ.
004360*
004370     MOVE EMP-NAME TO WS-RAW-NAME.
004380     PERFORM 8000-BUILD-KEYS THRU 8000-EXIT.
004390*
004400     MOVE 'N' TO WS-FOUND-SW.
004410     MOVE 1 TO WS-DX.
004420     PERFORM 3200-SEARCH-DIRECTORY THRU 3200-EXIT
004430         UNTIL WS-FOUND OR WS-DX > WS-DIR-COUNT.
004440*
004450     IF WS-FOUND
004460         GO TO 3100-EXIT
004470     END-IF.
004480*
004490     IF ET-COUNT NOT < 3000
004500         DISPLAY 'L920940005E MORE THAN 3000 UNLISTED EMPLOYEES'
004510         MOVE 'Y' TO WS-ABORT-SW
004520         MOVE 16 TO RETURN-CODE
004530         GO TO 3100-EXIT
004540     END-IF.
004550     ADD 1 TO ET-COUNT.
004560     MOVE ET-COUNT TO WS-EX.
004570     MOVE EMP-NUM TO ET-NUM (WS-EX).
004580     MOVE EMP-NAME TO ET-NAME (WS-EX).
004590     MOVE WS-SKL-KEY TO ET-SKL-KEY (WS-EX).
004600     MOVE WS-SKL-LEN TO ET-SKL-LEN (WS-EX).
004610     MOVE 'N' TO ET-LIKE-SW (WS-EX).
004620*
004630 3100-EXIT.
004640     EXIT.
004650*
004660 3200-SEARCH-DIRECTORY.
004670*
004680     IF DT-FULL (WS-DX)
004690         MOVE DT-SQZ-LEN (WS-DX) TO WS-CMP-LEN
004700     ELSE
004710         MOVE 30 TO WS-CMP-LEN
004720     END-IF.
004730*
004740     IF WS-CMP-LEN > ZERO
004750         IF WS-SQZ-KEY (1:WS-CMP-LEN) =
004760            DT-SQZ-KEY (WS-DX) (1:WS-CMP-LEN)
004770             MOVE 'Y' TO WS-FOUND-SW
004780             IF NOT DT-MATCHED (WS-DX)
004790                 MOVE 'Y' TO DT-MATCH-SW (WS-DX)
004800                 ADD 1 TO WS-MATCH-COUNT
004810             END-IF
004820             IF EMP-NAME (1:10) NOT = DT-NAME (WS-DX)
004830             AND NOT DT-FULL (WS-DX)
004840                 MOVE EMP-NAME TO DP-NAME-1 (1)
004850                 MOVE DT-NAME (WS-DX) TO DP-NAME-2 (1)
004860                 MOVE 'SPACING' TO DP-REASON (1)
004870                 PERFORM 8500-SAVE-DUPLICATE THRU 8500-EXIT
004880             END-IF
004890             GO TO 3200-EXIT
004900         END-IF
004910     END-IF.
004920     ADD 1 TO WS-DX.
004930*
004940 3200-EXIT.
004950     EXIT.
004960*
004970******************************************************************
004980*   4000-CHECK-LOOKALIKES -- PAIR EVERY UNMATCHED DIRECTORY      *
004990*   ENTRY WITH ANY UNLISTED EMPLOYEE WHOSE CONSONANT SKELETON    *
005000*   AGREES.  BOTH SIDES OF SUCH A PAIR GO ON THE DUPLICATE LIST  *
005010*   INSTEAD OF THE ADD AND DEPARTED LISTS.                       *
005020******************************************************************
005030 4000-CHECK-LOOKALIKES.
005040*
005050     MOVE 1 TO WS-DX.
005060     PERFORM 4100-CHECK-ONE-ENTRY THRU 4100-EXIT
005070         UNTIL WS-DX > WS-DIR-COUNT.
005080*
005090 4000-EXIT.
005100     EXIT.
005110*
005120 4100-CHECK-ONE-ENTRY.
005130*
005140     IF NOT DT-MATCHED (WS-DX)
005150         MOVE 1 TO WS-EX
005160         PERFORM 4200-COMPARE-SKELETON THRU 4200-EXIT
005170             UNTIL WS-EX > ET-COUNT
005180     END-IF.
005190     ADD 1 TO WS-DX.
005200*
005210 4100-EXIT.
005220     EXIT.
005230*
005240 4200-COMPARE-SKELETON.
005250*
005260     IF DT-FULL (WS-DX)
005270         MOVE DT-SKL-LEN (WS-DX) TO WS-CMP-LEN
005280     ELSE
005290         MOVE 30 TO WS-CMP-LEN
005300     END-IF.
005310*
005320     IF WS-CMP-LEN > ZERO
005330         IF ET-SKL-KEY (WS-EX) (1:WS-CMP-LEN) =
005340            DT-SKL-KEY (WS-DX) (1:WS-CMP-LEN)
005350             MOVE 'Y' TO DT-LIKE-SW (WS-DX)
005360             MOVE 'Y' TO ET-LIKE-SW (WS-EX)
005370             MOVE ET-NAME (WS-EX) TO DP-NAME-1 (1)
005380             MOVE DT-NAME (WS-DX) TO DP-NAME-2 (1)
005390             MOVE 'SPELLING' TO DP-REASON (1)
005400             PERFORM 8500-SAVE-DUPLICATE THRU 8500-EXIT
005410         END-IF
005420     END-IF.
005430     ADD 1 TO WS-EX.
005440*
005450 4200-EXIT.
005460     EXIT.
005470*
005480******************************************************************
005490*   5000-PRINT-ADDS -- EMPLOYEES WITH NO DIRECTORY ENTRY AND NO  *
005500*   LOOK-ALIKE, IN EMPLOYEE-NUMBER ORDER.                        *
005510******************************************************************
005520 5000-PRINT-ADDS.
005530*
005540     MOVE 'NEW EMPLOYEES -- PLEASE ADD TO DIRECTORY'
005550         TO WS-SECTION-TITLE.
005560     PERFORM 8800-PRINT-HEADINGS THRU 8800-EXIT.
005570*
005580     MOVE 1 TO WS-EX.
005590     PERFORM 5100-PRINT-ONE-ADD THRU 5100-EXIT
005600         UNTIL WS-EX > ET-COUNT.
005610*
005620     MOVE 'EMPLOYEES TO ADD.............' TO TL-LABEL.
005630     MOVE WS-ADD-COUNT TO TL-COUNT.
005640     PERFORM 8900-PRINT-TOTAL THRU 8900-EXIT.
005650*
005660 5000-EXIT.
005670     EXIT.
005680*
005690 5100-PRINT-ONE-ADD.
005700*
005710     IF NOT ET-LOOKS-LIKE (WS-EX)
005720         IF WS-LINE-COUNT > 50
005730             PERFORM 8800-PRINT-HEADINGS THRU 8800-EXIT
005740         END-IF
005750         MOVE ET-NUM (WS-EX) TO AL-NUM
005760         MOVE ET-NAME (WS-EX) TO AL-NAME
005770         WRITE PRINT-LINE FROM ADD-LINE
005780         ADD 1 TO WS-LINE-COUNT
005790         ADD 1 TO WS-ADD-COUNT
005800     END-IF.
005810     ADD 1 TO WS-EX.
005820*
005830 5100-EXIT.
005840     EXIT.
005850*
005860******************************************************************
005870*   6000-MARK-DEPARTED -- WALK THE DIRECTORY TABLE.  AN ENTRY    *
005880*   WITH NO EMPLOYEE AND NO LOOK-ALIKE IS FLAGGED DEPARTED (IF   *
005890*   NOT ALREADY) AND LISTED; ONE THAT WAS FLAGGED BUT HAS ITS    *
005900*   EMPLOYEE BACK HAS THE FLAG CLEARED AND IS LISTED AS BACK.    *
005910******************************************************************
005920 6000-MARK-DEPARTED.
005930*
005940     MOVE 'DEPARTED EMPLOYEES -- FLAGGED IN DIRECTORY'
005950         TO WS-SECTION-TITLE.
005960     PERFORM 8800-PRINT-HEADINGS THRU 8800-EXIT.
005970*
005980     MOVE 1 TO WS-DX.
005990     PERFORM 6100-CHECK-ONE-DEPARTED THRU 6100-EXIT
006000         UNTIL WS-DX > WS-DIR-COUNT OR WS-ABORT.
006010*
006020     MOVE 'NEWLY FLAGGED DEPARTED.......' TO TL-LABEL.
006030     MOVE WS-DEPART-COUNT TO TL-COUNT.
006040     PERFORM 8900-PRINT-TOTAL THRU 8900-EXIT.
006050     MOVE 'STILL FLAGGED DEPARTED.......' TO TL-LABEL.
006060     MOVE WS-STILL-COUNT TO TL-COUNT.
006070     WRITE PRINT-LINE FROM TOTAL-LINE.
006080     MOVE 'BACK ON EMPLOYEE FILE........' TO TL-LABEL.
006090     MOVE WS-BACK-COUNT TO TL-COUNT.
006100     WRITE PRINT-LINE FROM TOTAL-LINE.
006110     ADD 2 TO WS-LINE-COUNT.
006120*
006130 6000-EXIT.
006140     EXIT.
006150*
006160 6100-CHECK-ONE-DEPARTED.
006170*
006180     IF DT-MATCHED (WS-DX)
006190         IF DT-DEPARTED (WS-DX)
006200             PERFORM 6300-CLEAR-DEPARTED THRU 6300-EXIT
006210         END-IF
006220     ELSE
006230         IF NOT DT-LOOKS-LIKE (WS-DX)
006240             PERFORM 6200-SET-DEPARTED THRU 6200-EXIT
006250         END-IF
006260     END-IF.
006270     ADD 1 TO WS-DX.
006280*
006290 6100-EXIT.
006300     EXIT.
006310*
006320 6200-SET-DEPARTED.
006330*
006340     MOVE DT-NAME (WS-DX) TO NAME.
006350     READ NOTE-FILE
006360         INVALID KEY
006370             DISPLAY 'L920940006W ENTRY GONE BEFORE UPDATE: '
006380                 NAME
006390             GO TO 6200-EXIT
006400     END-READ.
006410*
006420     IF ENTRY-DEPARTED
006430         MOVE 'STILL DEPARTED' TO DL-NOTE
006440         ADD 1 TO WS-STILL-COUNT
006450     ELSE
006460         MOVE 'D' TO ENTRY-STATUS
006470         MOVE WS-RUN-DATE TO DEPART-DATE
006480         REWRITE NOTE-REC
006490             INVALID KEY
006500                 DISPLAY 'L920940007E REWRITE FAILED, STATUS='
006510                     WS-NOTE-STATUS ' NAME=' NAME
006520                 MOVE 'Y' TO WS-ABORT-SW
006530                 MOVE 16 TO RETURN-CODE
006540                 GO TO 6200-EXIT
006550         END-REWRITE
006560         MOVE 'FLAGGED TODAY' TO DL-NOTE
006570         ADD 1 TO WS-DEPART-COUNT
006580     END-IF.
006590     PERFORM 6400-PRINT-DEPARTED THRU 6400-EXIT.
006600*
006610 6200-EXIT.
006620     EXIT.
006630*
006640 6300-CLEAR-DEPARTED.
006650*
006660     MOVE DT-NAME (WS-DX) TO NAME.
006670     READ NOTE-FILE
006680         INVALID KEY
006690             DISPLAY 'L920940006W ENTRY GONE BEFORE UPDATE: '
006700                 NAME
006710             GO TO 6300-EXIT
006720     END-READ.
006730*
006740     MOVE SPACE TO ENTRY-STATUS.
006750     MOVE ZERO TO DEPART-DATE.
006760     REWRITE NOTE-REC
006770         INVALID KEY
006780             DISPLAY 'L920940007E REWRITE FAILED, STATUS='
006790                 WS-NOTE-STATUS ' NAME=' NAME
006800             MOVE 'Y' TO WS-ABORT-SW
006810             MOVE 16 TO RETURN-CODE
006820             GO TO 6300-EXIT
006830     END-REWRITE.
006840     MOVE 'BACK - CLEARED' TO DL-NOTE.
006850     ADD 1 TO WS-BACK-COUNT.
006860     PERFORM 6400-PRINT-DEPARTED THRU 6400-EXIT.
006870*
006880 6300-EXIT.
006890     EXIT.
006900*
006910 6400-PRINT-DEPARTED.
006920*
006930     IF WS-LINE-COUNT > 50
006940         PERFORM 8800-PRINT-HEADINGS THRU 8800-EXIT
006950     END-IF.
006960     MOVE NAME TO DL-NAME.
006970     MOVE POSTCODE TO DL-POSTCODE.
006980     MOVE ADDRE TO DL-ADDRE.
006990     MOVE DEPART-DATE TO DL-DATE.
007000     WRITE PRINT-LINE FROM DEPART-LINE.
007010     ADD 1 TO WS-LINE-COUNT.
007020*
007030 6400-EXIT.
007040     EXIT.
007050*
007060******************************************************************
007070*   7000-PRINT-DUPLICATES -- THE PAIRS SAVED DURING THE LOAD,    *
007080*   THE MATCH AND THE LOOK-ALIKE CHECK.  SPACING = SAME NAME     *
007090*   ONCE CASE, SPACES AND PUNCTUATION ARE IGNORED; SPELLING =    *
007100*   SAME CONSONANT SKELETON.                                     *
007110******************************************************************
007120 7000-PRINT-DUPLICATES.
007130*
007140     MOVE 'POSSIBLE DUPLICATES -- PLEASE CHECK'
007150         TO WS-SECTION-TITLE.
007160     PERFORM 8800-PRINT-HEADINGS THRU 8800-EXIT.
007170*
007180     MOVE 2 TO WS-KX.
007190     PERFORM 7100-PRINT-ONE-DUPLICATE THRU 7100-EXIT
007200         UNTIL WS-KX > DP-COUNT + 1.
007210*
007220     MOVE 'POSSIBLE DUPLICATES..........' TO TL-LABEL.
007230     MOVE DP-COUNT TO TL-COUNT.
007240     PERFORM 8900-PRINT-TOTAL THRU 8900-EXIT.
007250*
007260     MOVE SPACES TO PRINT-LINE.
007270     WRITE PRINT-LINE.
007280     MOVE 'DIRECTORY ENTRIES READ.......' TO TL-LABEL.
007290     MOVE WS-DIR-COUNT TO TL-COUNT.
007300     WRITE PRINT-LINE FROM TOTAL-LINE.
007310     MOVE 'EMPLOYEE RECORDS READ........' TO TL-LABEL.
007320     MOVE WS-EMP-READ TO TL-COUNT.
007330     WRITE PRINT-LINE FROM TOTAL-LINE.
007340     MOVE 'ENTRIES MATCHED TO EMPLOYEES.' TO TL-LABEL.
007350     MOVE WS-MATCH-COUNT TO TL-COUNT.
007360     WRITE PRINT-LINE FROM TOTAL-LINE.
007370*
007380 7000-EXIT.
007390     EXIT.
007400*
007410 7100-PRINT-ONE-DUPLICATE.
007420*
007430     IF WS-LINE-COUNT > 50
007440         PERFORM 8800-PRINT-HEADINGS THRU 8800-EXIT
007450     END-IF.
007460     MOVE DP-NAME-1 (WS-KX) TO PL-NAME-1.
007470     MOVE DP-NAME-2 (WS-KX) TO PL-NAME-2.
007480     MOVE DP-REASON (WS-KX) TO PL-REASON.
007490     WRITE PRINT-LINE FROM DUPLICATE-LINE.
007500     ADD 1 TO WS-LINE-COUNT.
007510     ADD 1 TO WS-KX.
007520*
007530 7100-EXIT.
007540     EXIT.
007550*
007560******************************************************************
007570*   8000-BUILD-KEYS -- FOLD WS-RAW-NAME TO UPPER CASE, SQUEEZE   *
007580*   IT TO LETTERS AND DIGITS, THEN DERIVE THE SKELETON.          *
007590******************************************************************
007600 8000-BUILD-KEYS.
007610*
007620     INSPECT WS-RAW-NAME CONVERTING
007630         'abcdefghijklmnopqrstuvwxyz'
007640         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
007650     MOVE SPACES TO WS-SQZ-KEY WS-SKL-KEY.
007660     MOVE ZERO TO WS-SQZ-LEN WS-SKL-LEN.
007670*
007680     MOVE 1 TO WS-CX.
007690     PERFORM 8100-SQUEEZE-ONE-CHAR THRU 8100-EXIT
007700         UNTIL WS-CX > 30.
007710*
007720     MOVE 1 TO WS-CX.
007730     PERFORM 8200-SKELETON-ONE-CHAR THRU 8200-EXIT
007740         UNTIL WS-CX > WS-SQZ-LEN.
007750*
007760 8000-EXIT.
007770     EXIT.
007780*
007790 8100-SQUEEZE-ONE-CHAR.
007800*
007810     MOVE WS-RAW-CHAR (WS-CX) TO WS-ONE-CHAR.
007820     IF WS-KEEP-CHAR
007830         ADD 1 TO WS-SQZ-LEN
007840         MOVE WS-ONE-CHAR TO WS-SQZ-CHAR (WS-SQZ-LEN)
007850     END-IF.
007860     ADD 1 TO WS-CX.
007870*
007880 8100-EXIT.
007890     EXIT.
007900*
007910 8200-SKELETON-ONE-CHAR.
007920*
007930     MOVE WS-SQZ-CHAR (WS-CX) TO WS-ONE-CHAR.
007940     IF WS-CX = 1
007950         MOVE 1 TO WS-SKL-LEN
007960         MOVE WS-ONE-CHAR TO WS-SKL-CHAR (1)
007970         GO TO 8200-CONTINUE
007980     END-IF.
007990     IF WS-SOFT-CHAR
008000         GO TO 8200-CONTINUE
008010     END-IF.
008020     IF WS-ONE-CHAR = WS-SKL-CHAR (WS-SKL-LEN)
008030         GO TO 8200-CONTINUE
008040     END-IF.
008050     ADD 1 TO WS-SKL-LEN.
008060     MOVE WS-ONE-CHAR TO WS-SKL-CHAR (WS-SKL-LEN).
008070*
008080 8200-CONTINUE.
008090     ADD 1 TO WS-CX.
008100*
008110 8200-EXIT.
008120     EXIT.
008130*
008140******************************************************************
008150*   8500-SAVE-DUPLICATE -- SLOT 1 OF THE TABLE IS THE BUILD      *
008160*   AREA; SAVED PAIRS START AT SLOT 2.  A PAIR ALREADY SAVED     *
008170*   (IN EITHER ORDER) IS NOT SAVED AGAIN.                        *
008180******************************************************************
008190 8500-SAVE-DUPLICATE.
008200*
008210     MOVE 'N' TO WS-SAME-SW.
008220     MOVE 2 TO WS-KX.
008230     PERFORM 8600-CHECK-SAVED-PAIR THRU 8600-EXIT
008240         UNTIL WS-SAME OR WS-KX > DP-COUNT + 1.
008250     IF WS-SAME
008260         GO TO 8500-EXIT
008270     END-IF.
008280*
008290     IF DP-COUNT NOT < 499
008300         DISPLAY 'L920940008W DUPLICATE LIST FULL, PAIR DROPPED: '
008310             DP-NAME-1 (1)
008320         GO TO 8500-EXIT
008330     END-IF.
008340     ADD 1 TO DP-COUNT.
008350     COMPUTE WS-KX = DP-COUNT + 1.
008360     MOVE DP-ENTRY (1) TO DP-ENTRY (WS-KX).
008370*
008380 8500-EXIT.
008390     EXIT.
008400*
008410 8600-CHECK-SAVED-PAIR.
008420*
008430     IF (DP-NAME-1 (WS-KX) = DP-NAME-1 (1)
008440     AND DP-NAME-2 (WS-KX) = DP-NAME-2 (1))
008450     OR (DP-NAME-1 (WS-KX) = DP-NAME-2 (1)
008460     AND DP-NAME-2 (WS-KX) = DP-NAME-1 (1))
008470         MOVE 'Y' TO WS-SAME-SW
008480     END-IF.
008490     ADD 1 TO WS-KX.
008500*
008510 8600-EXIT.
008520     EXIT.
008530*
008540******************************************************************
008550*   8800/8900 -- PRINT SERVICES.  EVERY SECTION STARTS A PAGE.   *
008560******************************************************************
008570 8800-PRINT-HEADINGS.
008580*
008590     ADD 1 TO WS-PAGE-COUNT.
008600     MOVE WS-PAGE-COUNT TO HL1-PAGE.
008610     MOVE WS-SECTION-TITLE TO HL2-TITLE.
008620     WRITE PRINT-LINE FROM HEADING-LINE-1.
008630     WRITE PRINT-LINE FROM HEADING-LINE-2.
008640     MOVE SPACES TO PRINT-LINE.
008650     WRITE PRINT-LINE.
008660     MOVE 3 TO WS-LINE-COUNT.
008670*
008680 8800-EXIT.
008690     EXIT.
008700*
008710 8900-PRINT-TOTAL.
008720*
008730     MOVE SPACES TO PRINT-LINE.
008740     WRITE PRINT-LINE.
008750     WRITE PRINT-LINE FROM TOTAL-LINE.
008760     ADD 2 TO WS-LINE-COUNT.
008770*
008780 8900-EXIT.
008790     EXIT.
008800*
008810******************************************************************
008820*   9000-TERMINATE -- CLOSE UP AND SET THE RETURN CODE.          *
008830******************************************************************
008840 9000-TERMINATE.
008850*
008860     IF NOT WS-ABORT
008870         IF WS-ADD-COUNT > ZERO OR WS-DEPART-COUNT > ZERO
008880         OR WS-BACK-COUNT > ZERO OR DP-COUNT > ZERO
008890             MOVE 4 TO RETURN-CODE
008900         END-IF
008910     END-IF.
008920     DISPLAY 'L92094 - DIRECTORY ENTRIES READ : ' WS-DIR-COUNT.
008930     DISPLAY 'L92094 - EMPLOYEES READ         : ' WS-EMP-READ.
008940     DISPLAY 'L92094 - EMPLOYEES TO ADD       : ' WS-ADD-COUNT.
008950     DISPLAY 'L92094 - NEWLY DEPARTED         : ' WS-DEPART-COUNT.
008960     DISPLAY 'L92094 - POSSIBLE DUPLICATES    : ' DP-COUNT.
008970     CLOSE NOTE-FILE EMPLOYEE-FILE SYNC-LIST.
008980*
008990 9000-EXIT.
009000     EXIT.
