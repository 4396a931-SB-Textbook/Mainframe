000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    CRLUPD.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   CRLUPD -- APPLY APPROVED CREDIT-LIMIT PROPOSALS.             *
000110*   THE CREDIT DESK MARKS UP THE CRLREV RECOMMENDATION LISTING   *
000120*   AND RETURNS ONE APPROVAL CARD (CRLAPPR) PER LINE TO BE       *
000130*   TAKEN:                                                       *
000140*     1-6    CUSTOMER NUMBER                                     *
000150*     8-16   CREDIT LIMIT TO USE INSTEAD OF THE PROPOSAL, IN     *
000160*            CENTS (ZERO-FILLED; BLANK TAKES THE PROPOSAL)       *
000170*     18-20  APPROVING OPERATOR                                  *
000180*   THE APPROVER MUST BE AN ACTIVE OPSEC OPERATOR OF AUTHORITY   *
000190*   8 OR ABOVE, THE BAR CRHOLD1 SETS FOR A CREDIT RELEASE.  EACH *
000200*   CARD IS MATCHED TO THE CUSTOMER'S RECORD ON CRLPROP AND      *
000210*   CM-CREDIT-LIMIT IS UPDATED -- BUT ONLY WHILE THE MASTER      *
000220*   STILL HOLDS THE LIMIT THE PROPOSAL WAS WORKED FROM, SO A     *
000230*   CHANGE KEYED ONLINE SINCE THE REVIEW IS NOT OVERLAID.        *
000240*                                                                *
000250*   EVERY CHANGE GOES TO THE AUDIT TRAIL: AN AFTER-IMAGE OF THE  *
000260*   CUSTOMER RECORD IS WRITTEN TO JRNOUT IN THE AFTJRNL LAYOUT   *
000270*   THE ONLINE PROGRAMS JOURNAL THROUGH AJRNW, STAMPED WITH      *
000280*   TERMINAL BTCH AND THE APPROVING OPERATOR, SO AJRNRPL AND     *
000290*   UNUSUAL READ IT WITH THE DAY'S JOURNAL.  THE REGISTER BELOW  *
000300*   SHOWS EACH OLD AND NEW LIMIT.  EVERY CARD IS LISTED AS       *
000310*   APPLIED OR REJECTED WITH THE REASON, AND THE JOB ENDS WITH   *
000320*   RETURN CODE 4 IF ANY CARD WAS REJECTED, AS ROPUPD DOES.      *
000330*   THE RUN IS LOGGED THROUGH RUNLOGW.                           *
000340*                                                                *
000350*   MODIFICATION HISTORY.                                        *
000360*   10/15/2026  RH   INITIAL VERSION.                            *
000361*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000362*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000363*                    NOT COMPLETED.                              *
000370******************************************************************
000380*
000390 ENVIRONMENT DIVISION.
000400*
000410 CONFIGURATION SECTION.
000420*
000430 SOURCE-COMPUTER.  IBM-370.
000440 OBJECT-COMPUTER.  IBM-370.
000450*
000460 INPUT-OUTPUT SECTION.
000470*
000480 FILE-CONTROL.
000490*
000500     SELECT  APPROVAL-CARDS ASSIGN TO CRLAPPR
000510             ORGANIZATION IS LINE SEQUENTIAL
000520             FILE STATUS IS WS-CARDS-STATUS.
000530*
000540     SELECT  PROPOSAL-FILE  ASSIGN TO CRLPROP
000550             ORGANIZATION IS LINE SEQUENTIAL
000560             FILE STATUS IS WS-PROPOSAL-STATUS.
000570*
000580     SELECT  CUSTMAS-FILE   ASSIGN TO CUSTMAS
000590             ORGANIZATION IS INDEXED
000600             ACCESS MODE IS RANDOM
000610             RECORD KEY IS CM-CUSTOMER-NUMBER
000620             FILE STATUS IS WS-CUSTMAS-STATUS.
000630*
000640     SELECT  OPSEC-FILE     ASSIGN TO OPSEC
000650             ORGANIZATION IS INDEXED
000660             ACCESS MODE IS RANDOM
000670             RECORD KEY IS OS-OPERATOR-ID
000680             FILE STATUS IS WS-OPSEC-STATUS.
000690*
000700     SELECT  JOURNAL-FILE   ASSIGN TO JRNOUT
000710             ORGANIZATION IS SEQUENTIAL
000720             FILE STATUS IS WS-JOURNAL-STATUS.
000730*
000740     SELECT  UPDATE-REPORT  ASSIGN TO RPTOUT
000750             ORGANIZATION IS LINE SEQUENTIAL
000760             FILE STATUS IS WS-REPORT-STATUS.
000770*
000780 DATA DIVISION.
000790*
000800 FILE SECTION.
000810*
000820 FD  APPROVAL-CARDS
000830     LABEL RECORDS ARE STANDARD.
000840*
000850 01  APPROVAL-CARD.
000860     05  AC-CUSTOMER-NUMBER           PIC X(06).
000870     05  FILLER                       PIC X(01).
000880     05  AC-CREDIT-LIMIT              PIC X(09).
000890     05  AC-CREDIT-LIMIT-N REDEFINES AC-CREDIT-LIMIT
000900                                      PIC 9(07)V99.
000910     05  FILLER                       PIC X(01).
000920     05  AC-APPROVER-ID               PIC X(03).
000930     05  FILLER                       PIC X(60).
000940*
000950 FD  PROPOSAL-FILE
000960     LABEL RECORDS ARE STANDARD.
000970*
000980     COPY CRLPROP.
000990*
001000 FD  CUSTMAS-FILE
001010     LABEL RECORDS ARE STANDARD.
001020*
001030     COPY CUSTMAS.
001040*
001050 FD  OPSEC-FILE
001060     LABEL RECORDS ARE STANDARD.
001070*
001080     COPY OPSEC.
001090*
001100 FD  JOURNAL-FILE
001110     LABEL RECORDS ARE STANDARD.
001120*
001130     COPY AFTJRNL.
001140*
001150 FD  UPDATE-REPORT
001160     LABEL RECORDS ARE OMITTED.
001170*
001180 01  REPORT-LINE                      PIC X(132).
001190*
001200 WORKING-STORAGE SECTION.
001210*
001220     COPY RUNLOG.
001221*
001222     COPY PREDPARM.
001230*
001240 01  RUN-TIMING-FIELDS.
001250     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001260*
001270 01  SWITCHES.
001280*
001290     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001300         88  WS-ABORT                             VALUE 'Y'.
001310     05  WS-CARDS-OPEN-SW             PIC X(01)   VALUE 'N'.
001320         88  WS-CARDS-OPEN                        VALUE 'Y'.
001330     05  WS-PROPOSAL-OPEN-SW          PIC X(01)   VALUE 'N'.
001340         88  WS-PROPOSAL-OPEN                     VALUE 'Y'.
001350     05  WS-CUSTMAS-OPEN-SW           PIC X(01)   VALUE 'N'.
001360         88  WS-CUSTMAS-OPEN                      VALUE 'Y'.
001370     05  WS-OPSEC-OPEN-SW             PIC X(01)   VALUE 'N'.
001380         88  WS-OPSEC-OPEN                        VALUE 'Y'.
001390     05  WS-JOURNAL-OPEN-SW           PIC X(01)   VALUE 'N'.
001400         88  WS-JOURNAL-OPEN                      VALUE 'Y'.
001410     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001420         88  WS-REPORT-OPEN                       VALUE 'Y'.
001430     05  WS-CARDS-EOF-SW              PIC X(01)   VALUE 'N'.
001440         88  WS-CARDS-EOF                         VALUE 'Y'.
001450     05  WS-PROPOSAL-EOF-SW           PIC X(01)   VALUE 'N'.
001460         88  WS-PROPOSAL-EOF                      VALUE 'Y'.
001470     05  WS-CARD-VALID-SW             PIC X(01)   VALUE 'Y'.
001480         88  WS-CARD-VALID                        VALUE 'Y'.
001490*
001500 01  FILE-STATUS-FIELDS.
001510*
001520     05  WS-CARDS-STATUS              PIC X(02)   VALUE '00'.
001530     05  WS-PROPOSAL-STATUS           PIC X(02)   VALUE '00'.
001540     05  WS-CUSTMAS-STATUS            PIC X(02)   VALUE '00'.
001550     05  WS-OPSEC-STATUS              PIC X(02)   VALUE '00'.
001560     05  WS-JOURNAL-STATUS            PIC X(02)   VALUE '00'.
001570     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001580*
001590 01  WORK-FIELDS.
001600*
001610     05  WS-CARDS-READ          PIC S9(05) COMP-3 VALUE ZERO.
001620     05  WS-CARDS-APPLIED       PIC S9(05) COMP-3 VALUE ZERO.
001630     05  WS-CARDS-REJECTED      PIC S9(05) COMP-3 VALUE ZERO.
001640     05  WS-PROPOSAL-SUB        PIC S9(05) COMP-3 VALUE ZERO.
001650     05  WS-NEW-CREDIT-LIMIT    PIC 9(07)V99      VALUE ZERO.
001660     05  WS-REJECT-REASON       PIC X(30)         VALUE SPACE.
001670     05  WS-STAMP-TIME-RAW      PIC 9(08)         VALUE ZERO.
001680*
001690 01  WS-RUN-DATE.
001700     05  WS-RUN-YYYY                  PIC 9(04).
001710     05  WS-RUN-MM                    PIC 9(02).
001720     05  WS-RUN-DD                    PIC 9(02).
001730*
001740 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001750                                      PIC 9(08).
001760*
001770******************************************************************
001780*   PROPOSAL TABLE -- CRLPROP IS WRITTEN IN CUSTOMER ORDER, SO   *
001790*   THE TABLE LOADS IN KEY ORDER FOR SEARCH ALL.  THE APPLIED    *
001800*   SWITCH CATCHES A SECOND CARD FOR THE SAME CUSTOMER.          *
001810******************************************************************
001820 01  PROPOSAL-TABLE-CONTROL.
001830     05  PP-MAX-ENTRIES         PIC S9(05) COMP-3 VALUE +2000.
001840     05  PP-ENTRY-COUNT         PIC S9(05) COMP   VALUE ZERO.
001850*
001860 01  PROPOSAL-TABLE.
001870     05  PP-ENTRY OCCURS 1 TO 2000 TIMES
001880             DEPENDING ON PP-ENTRY-COUNT
001890             ASCENDING KEY IS PP-CUSTOMER-NUMBER
001900             INDEXED BY PP-IDX.
001910         10  PP-CUSTOMER-NUMBER PIC X(06).
001920         10  PP-ACTION-CODE     PIC X(01).
001930         10  PP-OLD-CREDIT-LIMIT
001940                                PIC 9(07)V99.
001950         10  PP-NEW-CREDIT-LIMIT
001960                                PIC 9(07)V99.
001970         10  PP-APPLIED-SW      PIC X(01).
001980             88  PP-APPLIED                    VALUE 'Y'.
001990*
002000 01  HEADING-LINE-1.
002010*
002020     05  FILLER                       PIC X(01)   VALUE SPACE.
002030     05  FILLER                       PIC X(50)   VALUE
002040             'CREDIT-LIMIT UPDATE REGISTER'.
002050     05  FILLER                       PIC X(81)   VALUE SPACE.
002060*
002070 01  HEADING-LINE-2.
002080*
002090     05  FILLER                       PIC X(01)   VALUE SPACE.
002100     05  FILLER                       PIC X(09)   VALUE 'CUST #'.
002110     05  FILLER                       PIC X(08)   VALUE 'ACTION'.
002120     05  FILLER                       PIC X(15)   VALUE
002130             '   OLD LIMIT'.
002140     05  FILLER                       PIC X(16)   VALUE
002150             '   NEW LIMIT'.
002160     05  FILLER                       PIC X(08)   VALUE 'APPR'.
002170     05  FILLER                       PIC X(12)   VALUE
002180             'DISPOSITION'.
002190     05  FILLER                       PIC X(30)   VALUE 'REASON'.
002200     05  FILLER                       PIC X(33)   VALUE SPACE.
002210*
002220 01  DETAIL-LINE.
002230*
002240     05  FILLER                       PIC X(01)   VALUE SPACE.
002250     05  DL-CUSTOMER-NUMBER           PIC X(06).
002260     05  FILLER                       PIC X(03)   VALUE SPACE.
002270     05  DL-ACTION                    PIC X(05).
002280     05  FILLER                       PIC X(03)   VALUE SPACE.
002290     05  DL-OLD-CREDIT-LIMIT          PIC Z,ZZZ,ZZ9.99.
002300     05  FILLER                       PIC X(03)   VALUE SPACE.
002310     05  DL-NEW-CREDIT-LIMIT          PIC Z,ZZZ,ZZ9.99.
002320     05  FILLER                       PIC X(04)   VALUE SPACE.
002330     05  DL-APPROVER-ID               PIC X(03).
002340     05  FILLER                       PIC X(05)   VALUE SPACE.
002350     05  DL-DISPOSITION               PIC X(10).
002360     05  FILLER                       PIC X(02)   VALUE SPACE.
002370     05  DL-REASON                    PIC X(30).
002380     05  FILLER                       PIC X(33)   VALUE SPACE.
002390*
002400 01  SUMMARY-LINE-1.
002410*
002420     05  FILLER                       PIC X(01)   VALUE SPACE.
002430     05  FILLER                       PIC X(25)   VALUE
002440             'CARDS READ..............:'.
002450     05  SL1-CARDS-READ               PIC ZZZZ9.
002460     05  FILLER                       PIC X(101)  VALUE SPACE.
002470*
002480 01  SUMMARY-LINE-2.
002490*
002500     05  FILLER                       PIC X(01)   VALUE SPACE.
002510     05  FILLER                       PIC X(25)   VALUE
002520             'CARDS APPLIED...........:'.
002530     05  SL2-CARDS-APPLIED            PIC ZZZZ9.
002540     05  FILLER                       PIC X(101)  VALUE SPACE.
002550*
002560 01  SUMMARY-LINE-3.
002570*
002580     05  FILLER                       PIC X(01)   VALUE SPACE.
002590     05  FILLER                       PIC X(25)   VALUE
002600             'CARDS REJECTED..........:'.
002610     05  SL3-CARDS-REJECTED           PIC ZZZZ9.
002620     05  FILLER                       PIC X(101)  VALUE SPACE.
002630*
002640 PROCEDURE DIVISION.
002650*
002660 0000-MAINLINE.
002670*
002680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002690     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
002700     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002710*
002720     STOP RUN.
002730*
002740 1000-INITIALIZE.
002750*
002760     ACCEPT WS-START-TIME-RAW FROM TIME.
002761     MOVE 'CRLUPD  ' TO PC-PROGRAM.
002762     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002763     IF PC-REFUSED
002764         MOVE PC-RETURN-CODE TO RETURN-CODE
002765         STOP RUN
002766     END-IF.
002767*
002770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002780*
002790     OPEN INPUT  APPROVAL-CARDS.
002800     OPEN INPUT  PROPOSAL-FILE.
002810     OPEN I-O    CUSTMAS-FILE.
002820     OPEN INPUT  OPSEC-FILE.
002830     OPEN OUTPUT JOURNAL-FILE.
002840     OPEN OUTPUT UPDATE-REPORT.
002850*
002860     IF WS-CARDS-STATUS = '00'
002870         MOVE 'Y' TO WS-CARDS-OPEN-SW
002880     ELSE
002890         DISPLAY 'CRLUPD0001E CRLAPPR FILE OPEN FAILED, STATUS='
002900             WS-CARDS-STATUS
002910         MOVE 'Y' TO WS-ABORT-SW
002920     END-IF.
002930*
002940     IF WS-PROPOSAL-STATUS = '00'
002950         MOVE 'Y' TO WS-PROPOSAL-OPEN-SW
002960     ELSE
002970         DISPLAY 'CRLUPD0002E CRLPROP FILE OPEN FAILED, STATUS='
002980             WS-PROPOSAL-STATUS
002990         MOVE 'Y' TO WS-ABORT-SW
003000     END-IF.
003010*
003020     IF WS-CUSTMAS-STATUS = '00'
003030         MOVE 'Y' TO WS-CUSTMAS-OPEN-SW
003040     ELSE
003050         DISPLAY 'CRLUPD0003E CUSTMAS FILE OPEN FAILED, STATUS='
003060             WS-CUSTMAS-STATUS
003070         MOVE 'Y' TO WS-ABORT-SW
003080     END-IF.
003090*
003100     IF WS-OPSEC-STATUS = '00'
003110         MOVE 'Y' TO WS-OPSEC-OPEN-SW
003120     ELSE
003130         DISPLAY 'CRLUPD0004E OPSEC FILE OPEN FAILED, STATUS='
003140             WS-OPSEC-STATUS
003150         MOVE 'Y' TO WS-ABORT-SW
003160     END-IF.
003170*
003180     IF WS-JOURNAL-STATUS = '00'
003190         MOVE 'Y' TO WS-JOURNAL-OPEN-SW
003200     ELSE
003210         DISPLAY 'CRLUPD0005E JRNOUT FILE OPEN FAILED, STATUS='
003220             WS-JOURNAL-STATUS
003230         MOVE 'Y' TO WS-ABORT-SW
003240     END-IF.
003250*
003260     IF WS-REPORT-STATUS = '00'
003270         MOVE 'Y' TO WS-REPORT-OPEN-SW
003280     ELSE
003290         DISPLAY 'CRLUPD0006E RPTOUT FILE OPEN FAILED, STATUS='
003300             WS-REPORT-STATUS
003310         MOVE 'Y' TO WS-ABORT-SW
003320     END-IF.
003330*
003340     IF NOT WS-ABORT
003350         PERFORM 1200-LOAD-PROPOSALS THRU 1200-EXIT
003360     END-IF.
003370*
003380     IF NOT WS-ABORT
003390         WRITE REPORT-LINE FROM HEADING-LINE-1
003400         MOVE SPACE TO REPORT-LINE
003410         WRITE REPORT-LINE
003420         WRITE REPORT-LINE FROM HEADING-LINE-2
003430     END-IF.
003440*
003450 1000-EXIT.
003460     EXIT.
003470*
003480 1200-LOAD-PROPOSALS.
003490*
003500     PERFORM 1210-LOAD-ONE-PROPOSAL THRU 1210-EXIT
003510         UNTIL WS-PROPOSAL-EOF.
003520*
003530 1200-EXIT.
003540     EXIT.
003550*
003560 1210-LOAD-ONE-PROPOSAL.
003570*
003580     READ PROPOSAL-FILE
003590         AT END
003600             MOVE 'Y' TO WS-PROPOSAL-EOF-SW
003610     END-READ.
003620*
003630     IF WS-PROPOSAL-EOF
003640         GO TO 1210-EXIT
003650     END-IF.
003660*
003670     IF PP-ENTRY-COUNT NOT < PP-MAX-ENTRIES
003680         DISPLAY 'CRLUPD0007E PROPOSAL TABLE FULL AT '
003690             PP-MAX-ENTRIES ' ENTRIES'
003700         MOVE 'Y' TO WS-ABORT-SW
003710         MOVE 'Y' TO WS-PROPOSAL-EOF-SW
003720         GO TO 1210-EXIT
003730     END-IF.
003740*
003750     ADD 1 TO PP-ENTRY-COUNT.
003760     MOVE PP-ENTRY-COUNT TO WS-PROPOSAL-SUB.
003770     MOVE CLP-CUSTOMER-NUMBER
003780         TO PP-CUSTOMER-NUMBER(WS-PROPOSAL-SUB).
003790     MOVE CLP-ACTION-CODE
003800         TO PP-ACTION-CODE(WS-PROPOSAL-SUB).
003810     MOVE CLP-OLD-CREDIT-LIMIT
003820         TO PP-OLD-CREDIT-LIMIT(WS-PROPOSAL-SUB).
003830     MOVE CLP-NEW-CREDIT-LIMIT
003840         TO PP-NEW-CREDIT-LIMIT(WS-PROPOSAL-SUB).
003850     MOVE 'N' TO PP-APPLIED-SW(WS-PROPOSAL-SUB).
003860*
003870 1210-EXIT.
003880     EXIT.
003890*
003900 2000-PROCESS-CARDS.
003910*
003920     IF NOT WS-ABORT
003930         PERFORM 2100-PROCESS-ONE-CARD THRU 2100-EXIT
003940             UNTIL WS-CARDS-EOF
003950     END-IF.
003960*
003970 2000-EXIT.
003980     EXIT.
003990*
004000 2100-PROCESS-ONE-CARD.
004010*
004020     READ APPROVAL-CARDS
004030         AT END
004040             MOVE 'Y' TO WS-CARDS-EOF-SW
004050     END-READ.
004060*
004070     IF WS-CARDS-EOF
004080         GO TO 2100-EXIT
004090     END-IF.
004100*
004110     ADD 1 TO WS-CARDS-READ.
004120     MOVE SPACE TO DETAIL-LINE.
004130     MOVE AC-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
004140     MOVE AC-APPROVER-ID     TO DL-APPROVER-ID.
004150*
004160     PERFORM 2200-EDIT-CARD THRU 2200-EXIT.
004170     IF WS-CARD-VALID
004180         PERFORM 2300-APPLY-CARD THRU 2300-EXIT
004190     END-IF.
004200*
004210     IF WS-ABORT
004220         GO TO 2100-EXIT
004230     END-IF.
004240*
004250     IF WS-CARD-VALID
004260         ADD 1 TO WS-CARDS-APPLIED
004270         MOVE 'APPLIED'  TO DL-DISPOSITION
004280     ELSE
004290         ADD 1 TO WS-CARDS-REJECTED
004300         MOVE 'REJECTED' TO DL-DISPOSITION
004310         MOVE WS-REJECT-REASON TO DL-REASON
004320     END-IF.
004330     WRITE REPORT-LINE FROM DETAIL-LINE.
004340*
004350 2100-EXIT.
004360     EXIT.
004370*
004380 2200-EDIT-CARD.
004390*
004400     MOVE 'Y'   TO WS-CARD-VALID-SW.
004410     MOVE SPACE TO WS-REJECT-REASON.
004420*
004430     IF AC-CUSTOMER-NUMBER = SPACE
004440         MOVE 'N' TO WS-CARD-VALID-SW
004450         MOVE 'CUSTOMER NUMBER MISSING' TO WS-REJECT-REASON
004460         GO TO 2200-EXIT
004470     END-IF.
004480*
004490     PERFORM 2250-CHECK-APPROVER THRU 2250-EXIT.
004500     IF NOT WS-CARD-VALID
004510         GO TO 2200-EXIT
004520     END-IF.
004530*
004540     MOVE ZERO TO WS-PROPOSAL-SUB.
004550     SEARCH ALL PP-ENTRY
004560         AT END
004570             CONTINUE
004580         WHEN PP-CUSTOMER-NUMBER(PP-IDX) = AC-CUSTOMER-NUMBER
004590             SET WS-PROPOSAL-SUB TO PP-IDX
004600     END-SEARCH.
004610     IF WS-PROPOSAL-SUB = ZERO
004620         MOVE 'N' TO WS-CARD-VALID-SW
004630         MOVE 'NO PROPOSAL FOR CUSTOMER' TO WS-REJECT-REASON
004640         GO TO 2200-EXIT
004650     END-IF.
004660*
004670     IF PP-ACTION-CODE(WS-PROPOSAL-SUB) = 'R'
004680         MOVE 'RAISE' TO DL-ACTION
004690     ELSE
004700         MOVE 'LOWER' TO DL-ACTION
004710     END-IF.
004720     MOVE PP-OLD-CREDIT-LIMIT(WS-PROPOSAL-SUB)
004730         TO DL-OLD-CREDIT-LIMIT.
004740*
004750     IF PP-APPLIED(WS-PROPOSAL-SUB)
004760         MOVE 'N' TO WS-CARD-VALID-SW
004770         MOVE 'CUSTOMER ALREADY APPLIED' TO WS-REJECT-REASON
004780         GO TO 2200-EXIT
004790     END-IF.
004800*
004810     IF AC-CREDIT-LIMIT = SPACE
004820         MOVE PP-NEW-CREDIT-LIMIT(WS-PROPOSAL-SUB)
004830             TO WS-NEW-CREDIT-LIMIT
004840     ELSE
004850         IF AC-CREDIT-LIMIT-N NOT NUMERIC
004860             MOVE 'N' TO WS-CARD-VALID-SW
004870             MOVE 'CREDIT LIMIT NOT NUMERIC' TO WS-REJECT-REASON
004880             GO TO 2200-EXIT
004890         END-IF
004900         IF AC-CREDIT-LIMIT-N = ZERO
004910             MOVE 'N' TO WS-CARD-VALID-SW
004920             MOVE 'CREDIT LIMIT ZERO' TO WS-REJECT-REASON
004930             GO TO 2200-EXIT
004940         END-IF
004950         MOVE AC-CREDIT-LIMIT-N TO WS-NEW-CREDIT-LIMIT
004960     END-IF.
004970*
004980     MOVE WS-NEW-CREDIT-LIMIT TO DL-NEW-CREDIT-LIMIT.
004990*
005000     MOVE AC-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
005010     READ CUSTMAS-FILE
005020         INVALID KEY
005030             MOVE 'N' TO WS-CARD-VALID-SW
005040             MOVE 'CUSTOMER NOT ON MASTER' TO WS-REJECT-REASON
005050             GO TO 2200-EXIT
005060     END-READ.
005070*
005080     IF CM-CREDIT-LIMIT NOT = PP-OLD-CREDIT-LIMIT(WS-PROPOSAL-SUB)
005090         MOVE 'N' TO WS-CARD-VALID-SW
005100         MOVE 'MASTER CHANGED SINCE PROPOSAL' TO WS-REJECT-REASON
005110         GO TO 2200-EXIT
005120     END-IF.
005130*
005140 2200-EXIT.
005150     EXIT.
005160*
005170******************************************************************
005180*   2250-CHECK-APPROVER -- THE APPROVING OPERATOR MUST BE AN     *
005190*   ACTIVE SUPERVISOR (AUTHORITY 8 OR ABOVE), AS IN CHKREC.  A   *
005200*   CARD WITHOUT ONE IS REJECTED, NOT APPLIED.                   *
005210******************************************************************
005220 2250-CHECK-APPROVER.
005230*
005240     IF AC-APPROVER-ID = SPACE
005250         MOVE 'N' TO WS-CARD-VALID-SW
005260         MOVE 'APPROVER MISSING' TO WS-REJECT-REASON
005270         GO TO 2250-EXIT
005280     END-IF.
005290*
005300     MOVE AC-APPROVER-ID TO OS-OPERATOR-ID.
005310     READ OPSEC-FILE
005320         INVALID KEY
005330             MOVE 'N' TO WS-CARD-VALID-SW
005340             MOVE 'APPROVER NOT ON OPSEC' TO WS-REJECT-REASON
005350             GO TO 2250-EXIT
005360     END-READ.
005370*
005380     IF NOT OS-ACTIVE OR OS-AUTHORITY-LEVEL < 8
005390         MOVE 'N' TO WS-CARD-VALID-SW
005400         MOVE 'APPROVER NOT AUTHORIZED' TO WS-REJECT-REASON
005410         GO TO 2250-EXIT
005420     END-IF.
005430*
005440 2250-EXIT.
005450     EXIT.
005460*
005470 2300-APPLY-CARD.
005480*
005490     MOVE WS-NEW-CREDIT-LIMIT TO CM-CREDIT-LIMIT.
005500     REWRITE CUSTOMER-MASTER-RECORD
005510         INVALID KEY
005520             DISPLAY 'CRLUPD0008E CUSTMAS REWRITE FAILED, KEY='
005530                 CM-CUSTOMER-NUMBER ' STATUS=' WS-CUSTMAS-STATUS
005540             MOVE 'Y' TO WS-ABORT-SW
005550             MOVE 'Y' TO WS-CARDS-EOF-SW
005560             GO TO 2300-EXIT
005570     END-REWRITE.
005580*
005590     MOVE 'Y' TO PP-APPLIED-SW(WS-PROPOSAL-SUB).
005600*
005610     ACCEPT WS-STAMP-TIME-RAW FROM TIME.
005620     MOVE SPACE                  TO AFTER-IMAGE-JOURNAL.
005630     MOVE 'CUSTMAS '             TO AJ-FILE-NAME.
005640     MOVE 'R'                    TO AJ-ACTION-CODE.
005650     MOVE CM-CUSTOMER-NUMBER     TO AJ-RECORD-KEY.
005660     MOVE WS-RUN-DATE-N          TO AJ-STAMP-DATE.
005670     MOVE WS-STAMP-TIME-RAW(1:6) TO AJ-STAMP-TIME.
005680     MOVE 'BTCH'                 TO AJ-TERMINAL-ID.
005690     MOVE AC-APPROVER-ID         TO AJ-OPERATOR-ID.
005700     MOVE CUSTOMER-MASTER-RECORD TO AJ-RECORD-IMAGE.
005710     WRITE AFTER-IMAGE-JOURNAL.
005720     IF WS-JOURNAL-STATUS NOT = '00'
005730         DISPLAY 'CRLUPD0009E JRNOUT WRITE FAILED, KEY='
005740             CM-CUSTOMER-NUMBER ' STATUS=' WS-JOURNAL-STATUS
005750         MOVE 'Y' TO WS-ABORT-SW
005760         MOVE 'Y' TO WS-CARDS-EOF-SW
005770         GO TO 2300-EXIT
005780     END-IF.
005790*
005800 2300-EXIT.
005810     EXIT.
005820*
005830 3000-TERMINATE.
005840*
005850     IF NOT WS-ABORT
005860         MOVE SPACE TO REPORT-LINE
005870         WRITE REPORT-LINE
005880         MOVE WS-CARDS-READ     TO SL1-CARDS-READ
005890         WRITE REPORT-LINE FROM SUMMARY-LINE-1
005900         MOVE WS-CARDS-APPLIED  TO SL2-CARDS-APPLIED
005910         WRITE REPORT-LINE FROM SUMMARY-LINE-2
005920         MOVE WS-CARDS-REJECTED TO SL3-CARDS-REJECTED
005930         WRITE REPORT-LINE FROM SUMMARY-LINE-3
005940         IF WS-CARDS-REJECTED > ZERO
005950             MOVE 4 TO RETURN-CODE
005960         END-IF
005970     ELSE
005980         MOVE 8 TO RETURN-CODE
005990     END-IF.
006000*
006010     MOVE 'CRLUPD  ' TO RL-PROGRAM.
006020     MOVE 'MONTHLY ' TO RL-JOB-NAME.
006030     MOVE 'CRLUPD  ' TO RL-STEP-NAME.
006040     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
006050     MOVE WS-CARDS-READ     TO RL-RECORDS-READ.
006060     MOVE WS-CARDS-APPLIED  TO RL-RECORDS-WRITTEN.
006070     MOVE WS-CARDS-REJECTED TO RL-RECORDS-REJECTED.
006080     MOVE RETURN-CODE       TO RL-COMPLETION-CODE.
006090     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
006100*
006110     IF WS-CARDS-OPEN
006120         CLOSE APPROVAL-CARDS
006130     END-IF.
006140     IF WS-PROPOSAL-OPEN
006150         CLOSE PROPOSAL-FILE
006160     END-IF.
006170     IF WS-CUSTMAS-OPEN
006180         CLOSE CUSTMAS-FILE
006190     END-IF.
006200     IF WS-OPSEC-OPEN
006210         CLOSE OPSEC-FILE
006220     END-IF.
006230     IF WS-JOURNAL-OPEN
006240         CLOSE JOURNAL-FILE
006250     END-IF.
006260     IF WS-REPORT-OPEN
006270         CLOSE UPDATE-REPORT
006280     END-IF.
006290*
006300 3000-EXIT.
006310     EXIT.
