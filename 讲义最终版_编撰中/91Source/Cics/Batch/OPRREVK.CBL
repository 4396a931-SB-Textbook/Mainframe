000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    OPRREVK.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   OPRREVK -- NIGHTLY OPERATOR REVOCATION FOR LEAVERS.  RUNS IN *
000110*   THE NITELY EMPLOYEE STREAM BEHIND HISTLOAD AND READS THE     *
000120*   SAME DELTA01 CHANGE FILE (CHGDD).  EACH DELETE ON IT IS AN   *
000130*   EMPLOYEE GONE FROM TONIGHT'S EXTRACT; EVERY OPERATOR ID ON   *
000140*   OPSEC LINKED TO THAT EMPLOYEE (OS-EMPLOYEE-NUMBER, READ      *
000150*   THROUGH THE OPSEMP ALTERNATE INDEX) THAT IS STILL ACTIVE IS  *
000160*   REVOKED WITH OS-REVOKED-BY-LEAVER, STAMPED, AND LOGGED TO    *
000170*   SECLOG AS A REVOKE ('X') FROM TERMINAL BTCH NAMING THE ID IN *
000180*   SEC-TARGET-OPERATOR, WHICH IS HOW THE SECRPT MORNING REPORT  *
000190*   SHOWS IT.  AN ID ALREADY REVOKED IS LISTED BUT LEFT ALONE,   *
000200*   SO A RERUN CHANGES NOTHING.  ADDS AND CHANGES ARE SKIPPED.   *
000210*                                                                *
000220*   THE REPORT THEN LISTS EVERY ACTIVE OPERATOR ID WITH NO       *
000230*   EMPLOYEE LINK, WHICH NO LEAVER CAN EVER REVOKE, FOR SECURITY *
000240*   TO INVESTIGATE.  ANYTHING ON THAT LIST, OR AN OPSEC OR       *
000250*   SECLOG UPDATE THAT FAILED, SETS RETURN CODE 4.  THE RUN IS   *
000260*   LOGGED THROUGH RUNLOGW.                                      *
000270*                                                                *
000280*   MODIFICATION HISTORY.                                        *
000290*   10/15/2026  RH   INITIAL VERSION.                            *
000300******************************************************************
000310*
000320 ENVIRONMENT DIVISION.
000330*
000340 CONFIGURATION SECTION.
000350*
000360 SOURCE-COMPUTER.  IBM-370.
000370 OBJECT-COMPUTER.  IBM-370.
000380*
000390 INPUT-OUTPUT SECTION.
000400*
000410 FILE-CONTROL.
000420*
000430     SELECT  CHANGE-FILE    ASSIGN TO CHGDD
000440             ORGANIZATION IS SEQUENTIAL
000450             FILE STATUS IS WS-CHANGE-STATUS.
000460*
000470     SELECT  OPSEC-FILE     ASSIGN TO OPSEC
000480             ORGANIZATION IS INDEXED
000490             ACCESS MODE IS DYNAMIC
000500             RECORD KEY IS OS-OPERATOR-ID
000510             ALTERNATE RECORD KEY IS OS-EMPLOYEE-NUMBER
000520                 WITH DUPLICATES
000530             FILE STATUS IS WS-OPSEC-STATUS.
000540*
000550     SELECT  SECLOG-FILE    ASSIGN TO SECLOG
000560             ORGANIZATION IS INDEXED
000570             ACCESS MODE IS RANDOM
000580             RECORD KEY IS SEC-LOG-KEY
000590             FILE STATUS IS WS-SECLOG-STATUS.
000600*
000610     SELECT  REVOKE-REPORT  ASSIGN TO RPTOUT
000620             ORGANIZATION IS LINE SEQUENTIAL
000630             FILE STATUS IS WS-REPORT-STATUS.
000640*
000650 DATA DIVISION.
000660*
000670 FILE SECTION.
000680*
000690******************************************************************
000700*   CHANGE-RECORD -- THE DELTA01 CHANGE FILE: ONE ADD, CHANGE,   *
000710*   OR DELETE PER EMPLOYEE, WITH THE NAME BEFORE AND AFTER.      *
000720******************************************************************
000730 FD  CHANGE-FILE
000740     LABEL RECORDS ARE STANDARD.
000750*
000760 01  CHANGE-RECORD.
000770     05  CHG-TYPE                     PIC X(01).
000780         88  CHG-ADD                              VALUE 'A'.
000790         88  CHG-CHANGE                           VALUE 'C'.
000800         88  CHG-DELETE                           VALUE 'D'.
000810     05  CHG-EMPLOYEE-NUMBER          PIC X(06).
000820     05  CHG-OLD-NAME                 PIC X(30).
000830     05  CHG-NEW-NAME                 PIC X(30).
000840     05  FILLER                       PIC X(13).
000850*
000860 FD  OPSEC-FILE
000870     LABEL RECORDS ARE STANDARD.
000880*
000890     COPY OPSEC.
000900*
000910 FD  SECLOG-FILE
000920     LABEL RECORDS ARE STANDARD.
000930*
000940     COPY SECLOG.
000950*
000960 FD  REVOKE-REPORT
000970     LABEL RECORDS ARE OMITTED.
000980*
000990 01  REPORT-LINE                      PIC X(132).
001000*
001010 WORKING-STORAGE SECTION.
001020*
001030     COPY RUNLOG.
001040*
001050     COPY PREDPARM.
001060*
001070 01  RUN-TIMING-FIELDS.
001080     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001090*
001100 01  SWITCHES.
001110*
001120     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001130         88  WS-ABORT                             VALUE 'Y'.
001140     05  WS-CHANGE-OPEN-SW            PIC X(01)   VALUE 'N'.
001150         88  WS-CHANGE-OPEN                       VALUE 'Y'.
001160     05  WS-OPSEC-OPEN-SW             PIC X(01)   VALUE 'N'.
001170         88  WS-OPSEC-OPEN                        VALUE 'Y'.
001180     05  WS-SECLOG-OPEN-SW            PIC X(01)   VALUE 'N'.
001190         88  WS-SECLOG-OPEN                       VALUE 'Y'.
001200     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001210         88  WS-REPORT-OPEN                       VALUE 'Y'.
001220     05  WS-CHANGE-EOF-SW             PIC X(01)   VALUE 'N'.
001230         88  WS-CHANGE-EOF                        VALUE 'Y'.
001240     05  WS-MORE-OPERATORS-SW         PIC X(01)   VALUE 'N'.
001250         88  WS-MORE-OPERATORS                    VALUE 'Y'.
001260     05  WS-LOGGED-SW                 PIC X(01)   VALUE 'N'.
001270         88  WS-LOGGED                            VALUE 'Y'.
001280*
001290 01  FILE-STATUS-FIELDS.
001300*
001310     05  WS-CHANGE-STATUS             PIC X(02)   VALUE '00'.
001320     05  WS-OPSEC-STATUS              PIC X(02)   VALUE '00'.
001330     05  WS-SECLOG-STATUS             PIC X(02)   VALUE '00'.
001340     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001350*
001360 01  WORK-FIELDS.
001370*
001380     05  WS-CHANGES-READ        PIC S9(07) COMP-3 VALUE ZERO.
001390     05  WS-LEAVER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
001400     05  WS-NO-OPERATOR-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
001410     05  WS-REVOKED-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
001420     05  WS-ALREADY-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
001430     05  WS-UNLINKED-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
001440     05  WS-FAILED-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
001450     05  WS-LEAVER-OPERATORS    PIC S9(03) COMP-3 VALUE ZERO.
001460     05  WS-TRIES               PIC S9(03) COMP-3 VALUE ZERO.
001470     05  WS-LEAVER-NUMBER       PIC X(06)         VALUE SPACE.
001480     05  WS-LOG-TIME-RAW        PIC 9(08)         VALUE ZERO.
001490*
001500 01  WS-RUN-DATE.
001510     05  WS-RUN-YYYY                  PIC 9(04).
001520     05  WS-RUN-MM                    PIC 9(02).
001530     05  WS-RUN-DD                    PIC 9(02).
001540*
001550 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001560                                      PIC 9(08).
001570*
001580 01  WS-LOG-TIME.
001590     05  WS-LOG-HH                    PIC 9(02).
001600     05  WS-LOG-MI                    PIC 9(02).
001610     05  WS-LOG-SS                    PIC 9(02).
001620*
001630 01  WS-LOG-TIME-N REDEFINES WS-LOG-TIME
001640                                      PIC 9(06).
001650*
001660 01  HEADING-LINE-1.
001670*
001680     05  FILLER                       PIC X(01)   VALUE SPACE.
001690     05  FILLER                       PIC X(48)   VALUE
001700             'OPERATOR SIGN-ON REVOCATION FOR LEAVERS'.
001710     05  FILLER                       PIC X(07)   VALUE 'RUN OF'.
001720     05  HL1-RUN-DATE                 PIC 9(08).
001730     05  FILLER                       PIC X(68)   VALUE SPACE.
001740*
001750 01  TITLE-LINE.
001760*
001770     05  FILLER                       PIC X(01)   VALUE SPACE.
001780     05  TL-TEXT                      PIC X(80).
001790     05  FILLER                       PIC X(51)   VALUE SPACE.
001800*
001810 01  NONE-LINE.
001820*
001830     05  FILLER                       PIC X(01)   VALUE SPACE.
001840     05  FILLER                       PIC X(40)   VALUE
001850             '    (NONE)'.
001860     05  FILLER                       PIC X(91)   VALUE SPACE.
001870*
001880 01  REVOKE-HEADING.
001890*
001900     05  FILLER                       PIC X(01)   VALUE SPACE.
001910     05  FILLER                       PIC X(10)   VALUE
001920             'EMPLOYEE'.
001930     05  FILLER                       PIC X(32)   VALUE
001940             'EMPLOYEE NAME'.
001950     05  FILLER                       PIC X(06)   VALUE 'OPER'.
001960     05  FILLER                       PIC X(32)   VALUE
001970             'OPERATOR NAME'.
001980     05  FILLER                       PIC X(07)   VALUE 'LEVEL'.
001990     05  FILLER                       PIC X(44)   VALUE 'RESULT'.
002000*
002010 01  REVOKE-LINE.
002020*
002030     05  FILLER                       PIC X(01)   VALUE SPACE.
002040     05  RV-EMPLOYEE-NUMBER           PIC X(06).
002050     05  FILLER                       PIC X(04)   VALUE SPACE.
002060     05  RV-EMPLOYEE-NAME             PIC X(30).
002070     05  FILLER                       PIC X(02)   VALUE SPACE.
002080     05  RV-OPERATOR-ID               PIC X(03).
002090     05  FILLER                       PIC X(03)   VALUE SPACE.
002100     05  RV-OPERATOR-NAME             PIC X(30).
002110     05  FILLER                       PIC X(04)   VALUE SPACE.
002120     05  RV-LEVEL                     PIC 9(01).
002130     05  FILLER                       PIC X(04)   VALUE SPACE.
002140     05  RV-RESULT                    PIC X(30).
002150     05  FILLER                       PIC X(14)   VALUE SPACE.
002160*
002170 01  UNLINKED-HEADING.
002180*
002190     05  FILLER                       PIC X(01)   VALUE SPACE.
002200     05  FILLER                       PIC X(06)   VALUE 'OPER'.
002210     05  FILLER                       PIC X(32)   VALUE
002220             'OPERATOR NAME'.
002230     05  FILLER                       PIC X(07)   VALUE 'LEVEL'.
002240     05  FILLER                       PIC X(12)   VALUE
002250             'LAST MAINT'.
002260     05  FILLER                       PIC X(74)   VALUE 'BY'.
002270*
002280 01  UNLINKED-LINE.
002290*
002300     05  FILLER                       PIC X(01)   VALUE SPACE.
002310     05  UL-OPERATOR-ID               PIC X(03).
002320     05  FILLER                       PIC X(03)   VALUE SPACE.
002330     05  UL-OPERATOR-NAME             PIC X(30).
002340     05  FILLER                       PIC X(04)   VALUE SPACE.
002350     05  UL-LEVEL                     PIC 9(01).
002360     05  FILLER                       PIC X(04)   VALUE SPACE.
002370     05  UL-MAINT-DATE                PIC 9(08).
002380     05  FILLER                       PIC X(04)   VALUE SPACE.
002390     05  UL-MAINT-OPERATOR            PIC X(03).
002400     05  FILLER                       PIC X(71)   VALUE SPACE.
002410*
002420 01  SUMMARY-LINE.
002430*
002440     05  FILLER                       PIC X(01)   VALUE SPACE.
002450     05  SL-LABEL                     PIC X(30).
002460     05  SL-COUNT                     PIC ZZZZZZ9.
002470     05  FILLER                       PIC X(94)   VALUE SPACE.
002480*
002490 PROCEDURE DIVISION.
002500*
002510 0000-MAINLINE.
002520*
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002540     IF NOT WS-ABORT
002550         PERFORM 2000-REVOKE-LEAVERS THRU 2000-EXIT
002560         PERFORM 2500-LIST-UNLINKED THRU 2500-EXIT
002570     END-IF.
002580     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002590*
002600     STOP RUN.
002610*
002620 1000-INITIALIZE.
002630*
002640     ACCEPT WS-START-TIME-RAW FROM TIME.
002650     MOVE 'OPRREVK ' TO PC-PROGRAM.
002660     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002670     IF PC-REFUSED
002680         MOVE PC-RETURN-CODE TO RETURN-CODE
002690         STOP RUN
002700     END-IF.
002710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002720*
002730     OPEN INPUT  CHANGE-FILE.
002740     OPEN I-O    OPSEC-FILE.
002750     OPEN I-O    SECLOG-FILE.
002760     OPEN OUTPUT REVOKE-REPORT.
002770*
002780     IF WS-CHANGE-STATUS = '00'
002790         MOVE 'Y' TO WS-CHANGE-OPEN-SW
002800     ELSE
002810         DISPLAY 'OPRREVK0001E CHGDD FILE OPEN FAILED, STATUS='
002820             WS-CHANGE-STATUS
002830         MOVE 'Y' TO WS-ABORT-SW
002840     END-IF.
002850*
002860     IF WS-OPSEC-STATUS = '00'
002870         MOVE 'Y' TO WS-OPSEC-OPEN-SW
002880     ELSE
002890         DISPLAY 'OPRREVK0002E OPSEC FILE OPEN FAILED, STATUS='
002900             WS-OPSEC-STATUS
002910         MOVE 'Y' TO WS-ABORT-SW
002920     END-IF.
002930*
002940     IF WS-SECLOG-STATUS = '00'
002950         MOVE 'Y' TO WS-SECLOG-OPEN-SW
002960     ELSE
002970         DISPLAY 'OPRREVK0003E SECLOG FILE OPEN FAILED, STATUS='
002980             WS-SECLOG-STATUS
002990         MOVE 'Y' TO WS-ABORT-SW
003000     END-IF.
003010*
003020     IF WS-REPORT-STATUS = '00'
003030         MOVE 'Y' TO WS-REPORT-OPEN-SW
003040     ELSE
003050         DISPLAY 'OPRREVK0004E RPTOUT FILE OPEN FAILED, STATUS='
003060             WS-REPORT-STATUS
003070         MOVE 'Y' TO WS-ABORT-SW
003080     END-IF.
003090*
003100     IF WS-ABORT
003110         GO TO 1000-EXIT
003120     END-IF.
003130*
003140     MOVE WS-RUN-DATE-N TO HL1-RUN-DATE.
003150     WRITE REPORT-LINE FROM HEADING-LINE-1.
003160*
003170 1000-EXIT.
003180     EXIT.
003190*
003200******************************************************************
003210*   2000-REVOKE-LEAVERS -- SECTION 1, ONE LINE FOR EVERY         *
003220*   OPERATOR ID HELD BY AN EMPLOYEE DELETED TONIGHT.             *
003230******************************************************************
003240 2000-REVOKE-LEAVERS.
003250*
003260     MOVE SPACE TO REPORT-LINE.
003270     WRITE REPORT-LINE.
003280     MOVE 'OPERATOR IDS REVOKED FOR EMPLOYEES WHO HAVE LEFT'
003290         TO TL-TEXT.
003300     WRITE REPORT-LINE FROM TITLE-LINE.
003310     WRITE REPORT-LINE FROM REVOKE-HEADING.
003320*
003330     PERFORM 2100-READ-CHANGE THRU 2100-EXIT
003340         UNTIL WS-CHANGE-EOF.
003350*
003360     IF WS-REVOKED-COUNT = ZERO AND WS-ALREADY-COUNT = ZERO
003370         WRITE REPORT-LINE FROM NONE-LINE
003380     END-IF.
003390*
003400 2000-EXIT.
003410     EXIT.
003420*
003430 2100-READ-CHANGE.
003440*
003450     READ CHANGE-FILE
003460         AT END
003470             MOVE 'Y' TO WS-CHANGE-EOF-SW
003480     END-READ.
003490     IF WS-CHANGE-EOF
003500         GO TO 2100-EXIT
003510     END-IF.
003520     ADD 1 TO WS-CHANGES-READ.
003530*
003540     IF NOT CHG-DELETE
003550         GO TO 2100-EXIT
003560     END-IF.
003570     ADD 1 TO WS-LEAVER-COUNT.
003580*
003590     MOVE CHG-EMPLOYEE-NUMBER TO WS-LEAVER-NUMBER
003600                                 OS-EMPLOYEE-NUMBER.
003610     MOVE ZERO TO WS-LEAVER-OPERATORS.
003620     START OPSEC-FILE KEY = OS-EMPLOYEE-NUMBER
003630         INVALID KEY
003640             MOVE 'N' TO WS-MORE-OPERATORS-SW
003650         NOT INVALID KEY
003660             MOVE 'Y' TO WS-MORE-OPERATORS-SW
003670     END-START.
003680*
003690     PERFORM 2200-NEXT-LINKED-OPERATOR THRU 2200-EXIT
003700         UNTIL NOT WS-MORE-OPERATORS.
003710*
003720     IF WS-LEAVER-OPERATORS = ZERO
003730         ADD 1 TO WS-NO-OPERATOR-COUNT
003740     END-IF.
003750*
003760 2100-EXIT.
003770     EXIT.
003780*
003790 2200-NEXT-LINKED-OPERATOR.
003800*
003810     READ OPSEC-FILE NEXT RECORD
003820         AT END
003830             MOVE 'N' TO WS-MORE-OPERATORS-SW
003840             GO TO 2200-EXIT
003850     END-READ.
003860     IF OS-EMPLOYEE-NUMBER NOT = WS-LEAVER-NUMBER
003870         MOVE 'N' TO WS-MORE-OPERATORS-SW
003880         GO TO 2200-EXIT
003890     END-IF.
003900     ADD 1 TO WS-LEAVER-OPERATORS.
003910*
003920     MOVE CHG-EMPLOYEE-NUMBER TO RV-EMPLOYEE-NUMBER.
003930     MOVE CHG-OLD-NAME        TO RV-EMPLOYEE-NAME.
003940     MOVE OS-OPERATOR-ID      TO RV-OPERATOR-ID.
003950     MOVE OS-OPERATOR-NAME    TO RV-OPERATOR-NAME.
003960     MOVE OS-AUTHORITY-LEVEL  TO RV-LEVEL.
003970*
003980     IF OS-REVOKED
003990         ADD 1 TO WS-ALREADY-COUNT
004000         MOVE 'ALREADY REVOKED' TO RV-RESULT
004010         WRITE REPORT-LINE FROM REVOKE-LINE
004020         GO TO 2200-EXIT
004030     END-IF.
004040*
004050     SET OS-REVOKED           TO TRUE.
004060     SET OS-REVOKED-BY-LEAVER TO TRUE.
004070     MOVE WS-RUN-DATE-N       TO OS-LAST-MAINT-DATE.
004080     MOVE SPACE               TO OS-LAST-MAINT-OPERATOR.
004090     REWRITE OPERATOR-SECURITY-RECORD
004100         INVALID KEY
004110             DISPLAY 'OPRREVK0005W OPSEC REWRITE FAILED FOR '
004120                 OS-OPERATOR-ID ', STATUS=' WS-OPSEC-STATUS
004130             ADD 1 TO WS-FAILED-COUNT
004140             MOVE '** NOT REVOKED - REWRITE FAILED' TO RV-RESULT
004150             WRITE REPORT-LINE FROM REVOKE-LINE
004160             GO TO 2200-EXIT
004170     END-REWRITE.
004180     ADD 1 TO WS-REVOKED-COUNT.
004190*
004200     PERFORM 2300-LOG-REVOCATION THRU 2300-EXIT.
004210     IF WS-LOGGED
004220         MOVE 'REVOKED' TO RV-RESULT
004230     ELSE
004240         MOVE 'REVOKED - NOT ON SECLOG' TO RV-RESULT
004250     END-IF.
004260     WRITE REPORT-LINE FROM REVOKE-LINE.
004270*
004280 2200-EXIT.
004290     EXIT.
004300*
004310******************************************************************
004320*   2300-LOG-REVOCATION -- THE SECLOG RECORD OPRMNT1 WRITES FOR  *
004330*   A REVOKE, FROM TERMINAL BTCH WITH NO ADMINISTRATOR, AND THE  *
004340*   OPERATOR'S LEVEL AT THE TIME.  SEVERAL REVOCATIONS IN ONE    *
004350*   SECOND WOULD SHARE A KEY, SO A DUPLICATE IS MOVED ON A       *
004360*   SECOND AT A TIME RATHER THAN DROPPED.                        *
004370******************************************************************
004380 2300-LOG-REVOCATION.
004390*
004400     MOVE SPACE TO SECURITY-LOG-RECORD.
004410     ACCEPT SEC-LOG-DATE    FROM DATE YYYYMMDD.
004420     ACCEPT WS-LOG-TIME-RAW FROM TIME.
004430     MOVE WS-LOG-TIME-RAW(1:6) TO WS-LOG-TIME-N.
004440     MOVE 'BTCH'               TO SEC-TERMINAL-ID.
004450     MOVE SPACE                TO SEC-OPERATOR-ID.
004460     SET SEC-OPERATOR-REVOKED  TO TRUE.
004470     MOVE OS-AUTHORITY-LEVEL   TO SEC-OPERATOR-LEVEL.
004480     MOVE ZERO                 TO SEC-REQUIRED-LEVEL
004490                                  SEC-FILE-COUNT.
004500     MOVE OS-OPERATOR-ID       TO SEC-TARGET-OPERATOR.
004510*
004520     MOVE 'N'  TO WS-LOGGED-SW.
004530     MOVE ZERO TO WS-TRIES.
004540     PERFORM 2310-WRITE-SECLOG THRU 2310-EXIT
004550         UNTIL WS-LOGGED
004560            OR WS-TRIES NOT < 60.
004570*
004580     IF NOT WS-LOGGED
004590         DISPLAY 'OPRREVK0006W SECLOG WRITE FAILED FOR '
004600             OS-OPERATOR-ID ', STATUS=' WS-SECLOG-STATUS
004610         ADD 1 TO WS-FAILED-COUNT
004620     END-IF.
004630*
004640 2300-EXIT.
004650     EXIT.
004660*
004670 2310-WRITE-SECLOG.
004680*
004690     ADD 1 TO WS-TRIES.
004700     MOVE WS-LOG-TIME-N TO SEC-LOG-TIME.
004710     WRITE SECURITY-LOG-RECORD
004720         INVALID KEY
004730             CONTINUE
004740         NOT INVALID KEY
004750             MOVE 'Y' TO WS-LOGGED-SW
004760     END-WRITE.
004770     IF WS-LOGGED
004780         GO TO 2310-EXIT
004790     END-IF.
004800     IF WS-SECLOG-STATUS NOT = '22'
004810      OR WS-LOG-TIME-N = 235959
004820         MOVE 60 TO WS-TRIES
004830         GO TO 2310-EXIT
004840     END-IF.
004850*
004860     ADD 1 TO WS-LOG-SS.
004870     IF WS-LOG-SS = 60
004880         MOVE ZERO TO WS-LOG-SS
004890         ADD 1 TO WS-LOG-MI
004900         IF WS-LOG-MI = 60
004910             MOVE ZERO TO WS-LOG-MI
004920             ADD 1 TO WS-LOG-HH
004930         END-IF
004940     END-IF.
004950*
004960 2310-EXIT.
004970     EXIT.
004980*
004990******************************************************************
005000*   2500-LIST-UNLINKED -- SECTION 2, EVERY ACTIVE OPERATOR ID    *
005010*   WITH NO EMPLOYEE NUMBER, IN OPERATOR ORDER.  NO LEAVER CAN   *
005020*   REVOKE THESE, SO SECURITY CHECKS EACH ONE HAS AN OWNER.      *
005030******************************************************************
005040 2500-LIST-UNLINKED.
005050*
005060     MOVE SPACE TO REPORT-LINE.
005070     WRITE REPORT-LINE.
005080     MOVE 'ACTIVE OPERATOR IDS WITH NO EMPLOYEE LINK'
005090         TO TL-TEXT.
005100     WRITE REPORT-LINE FROM TITLE-LINE.
005110     WRITE REPORT-LINE FROM UNLINKED-HEADING.
005120*
005130     MOVE LOW-VALUE TO OS-OPERATOR-ID.
005140     START OPSEC-FILE KEY NOT < OS-OPERATOR-ID
005150         INVALID KEY
005160             MOVE 'N' TO WS-MORE-OPERATORS-SW
005170         NOT INVALID KEY
005180             MOVE 'Y' TO WS-MORE-OPERATORS-SW
005190     END-START.
005200*
005210     PERFORM 2510-CHECK-ONE-OPERATOR THRU 2510-EXIT
005220         UNTIL NOT WS-MORE-OPERATORS.
005230*
005240     IF WS-UNLINKED-COUNT = ZERO
005250         WRITE REPORT-LINE FROM NONE-LINE
005260     END-IF.
005270*
005280 2500-EXIT.
005290     EXIT.
005300*
005310 2510-CHECK-ONE-OPERATOR.
005320*
005330     READ OPSEC-FILE NEXT RECORD
005340         AT END
005350             MOVE 'N' TO WS-MORE-OPERATORS-SW
005360             GO TO 2510-EXIT
005370     END-READ.
005380*
005390     IF NOT OS-ACTIVE
005400      OR OS-EMPLOYEE-NUMBER NOT = SPACE
005410         GO TO 2510-EXIT
005420     END-IF.
005430*
005440     ADD 1 TO WS-UNLINKED-COUNT.
005450     MOVE OS-OPERATOR-ID         TO UL-OPERATOR-ID.
005460     MOVE OS-OPERATOR-NAME       TO UL-OPERATOR-NAME.
005470     MOVE OS-AUTHORITY-LEVEL     TO UL-LEVEL.
005480     MOVE OS-LAST-MAINT-DATE     TO UL-MAINT-DATE.
005490     MOVE OS-LAST-MAINT-OPERATOR TO UL-MAINT-OPERATOR.
005500     WRITE REPORT-LINE FROM UNLINKED-LINE.
005510*
005520 2510-EXIT.
005530     EXIT.
005540*
005550 3000-TERMINATE.
005560*
005570     IF NOT WS-ABORT
005580         MOVE SPACE TO REPORT-LINE
005590         WRITE REPORT-LINE
005600         MOVE 'CHANGE RECORDS READ..........:' TO SL-LABEL
005610         MOVE WS-CHANGES-READ      TO SL-COUNT
005620         WRITE REPORT-LINE FROM SUMMARY-LINE
005630         MOVE 'EMPLOYEES DELETED............:' TO SL-LABEL
005640         MOVE WS-LEAVER-COUNT      TO SL-COUNT
005650         WRITE REPORT-LINE FROM SUMMARY-LINE
005660         MOVE 'DELETED, HOLDING NO ID.......:' TO SL-LABEL
005670         MOVE WS-NO-OPERATOR-COUNT TO SL-COUNT
005680         WRITE REPORT-LINE FROM SUMMARY-LINE
005690         MOVE 'OPERATOR IDS REVOKED.........:' TO SL-LABEL
005700         MOVE WS-REVOKED-COUNT     TO SL-COUNT
005710         WRITE REPORT-LINE FROM SUMMARY-LINE
005720         MOVE 'IDS ALREADY REVOKED..........:' TO SL-LABEL
005730         MOVE WS-ALREADY-COUNT     TO SL-COUNT
005740         WRITE REPORT-LINE FROM SUMMARY-LINE
005750         MOVE 'ACTIVE IDS WITH NO EMPLOYEE..:' TO SL-LABEL
005760         MOVE WS-UNLINKED-COUNT    TO SL-COUNT
005770         WRITE REPORT-LINE FROM SUMMARY-LINE
005780         MOVE 'UPDATES FAILED...............:' TO SL-LABEL
005790         MOVE WS-FAILED-COUNT      TO SL-COUNT
005800         WRITE REPORT-LINE FROM SUMMARY-LINE
005810         IF WS-UNLINKED-COUNT > ZERO
005820         OR WS-FAILED-COUNT   > ZERO
005830             MOVE 4 TO RETURN-CODE
005840         END-IF
005850     ELSE
005860         MOVE 8 TO RETURN-CODE
005870     END-IF.
005880*
005890     MOVE 'OPRREVK ' TO RL-PROGRAM.
005900     MOVE 'NITELY  ' TO RL-JOB-NAME.
005910     MOVE 'STEP040 ' TO RL-STEP-NAME.
005920     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
005930     MOVE WS-CHANGES-READ    TO RL-RECORDS-READ.
005940     MOVE WS-REVOKED-COUNT   TO RL-RECORDS-WRITTEN.
005950     MOVE WS-FAILED-COUNT    TO RL-RECORDS-REJECTED.
005960     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
005970     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
005980*
005990     IF WS-CHANGE-OPEN
006000         CLOSE CHANGE-FILE
006010     END-IF.
006020     IF WS-OPSEC-OPEN
006030         CLOSE OPSEC-FILE
006040     END-IF.
006050     IF WS-SECLOG-OPEN
006060         CLOSE SECLOG-FILE
006070     END-IF.
006080     IF WS-REPORT-OPEN
006090         CLOSE REVOKE-REPORT
006100     END-IF.
006110*
006120 3000-EXIT.
006130     EXIT.
