000100*****************************************************************
000200 IDENTIFICATION DIVISION.
000300*****************************************************************
000400 PROGRAM-ID. EMPTURN.
000500 AUTHOR.     ZHENGYS.
000600*****************************************************************
000700*    PURPOSE :  MONTHLY EMPLOYEE HEADCOUNT AND TURNOVER REPORT.  *
000800*    FUNCTION:  FOR EACH OF THE TWELVE MONTHS ENDING WITH THE    *
000900*               REPORT MONTH, SHOW OPENING HEADCOUNT, HIRES,     *
001000*               REHIRES, TERMINATIONS, CLOSING HEADCOUNT AND     *
001100*               TURNOVER PERCENT, THEN LIST EVERY EMPLOYEE WHO   *
001200*               WAS BOTH ADDED AND DELETED IN THE SAME MONTH.    *
001300*               THE FIGURES COME FROM THE CHANGE HISTORY         *
001400*               (HISTMST) HISTLOAD BUILDS FROM DELTA01'S ADDS    *
001500*               AND DELETES, ANCHORED ON TODAY'S COUNT OF THE    *
001600*               CURRENT INDEXED FILE (CURIDX) -- THE SAME        *
001700*               CURRENT-PLUS-HISTORY RULE EMPASOF USES:          *
001800*               HEADCOUNT AT A MONTH END = CURRENT COUNT, LESS   *
001900*               ADDS SINCE, PLUS DELETES SINCE.                  *
002000*               A REHIRE IS AN ADD FOR AN EMPLOYEE NUMBER THAT   *
002100*               HAS AN EARLIER DELETE ON THE HISTORY.  NAME      *
002200*               CHANGES ('C') DO NOT MOVE THE HEADCOUNT.         *
002300*               TURNOVER PERCENT = TERMINATIONS / AVERAGE OF     *
002400*               OPENING AND CLOSING HEADCOUNT * 100.             *
002500*    CONTROL :  OPTIONAL SYSIN CARD -- REPORT MONTH YYYYMM IN    *
002600*               COLS 1-6.  NO CARD (OR A BLANK OR ZERO ONE)      *
002700*               MEANS THE MONTH BEFORE THE RUN DATE, THE         *
002800*               NORMAL MONTH-END RUN.                            *
002900*****************************************************************
003000*
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300*****************************************************************
003400 INPUT-OUTPUT        SECTION.
003500 FILE-CONTROL.
003600     SELECT CURIDX   ASSIGN      TO      CURIDX
003700     ORGANIZATION    IS          INDEXED
003800     ACCESS MODE     IS          SEQUENTIAL
003900     RECORD KEY      IS          CUR-NUM
004000     FILE   STATUS   IS          CURIDX-STATUS.
004100*
004200     SELECT HISTMST  ASSIGN      TO      HISTMST
004300     ORGANIZATION    IS          INDEXED
004400     ACCESS MODE     IS          SEQUENTIAL
004500     RECORD KEY      IS          CH-KEY
004600     FILE   STATUS   IS          HISTMST-STATUS.
004700*
004800     SELECT RPTDD    ASSIGN      TO      RPTDD
004900     ORGANIZATION    IS          LINE SEQUENTIAL
005000     FILE   STATUS   IS          RPTDD-STATUS.
005100*
005200*****************************************************************
005300 DATA DIVISION.
005400*****************************************************************
005500 FILE                SECTION.
005600 FD CURIDX LABEL     RECORD      IS      STANDARD.
005700 01 CUR-REC.
005800    05 CUR-NUM                   PIC X(6).
005900    05                           PIC X(14).
006000    05 CUR-NAME                  PIC X(30).
006100    05                           PIC X(30).
006200*
006300 FD HISTMST LABEL    RECORD      IS      STANDARD.
006400 01 CH-REC.
006500    05 CH-KEY.
006600       10 CH-NUM                 PIC X(6).
006700       10 CH-DATE                PIC 9(8).
006800       10 CH-DATE-PARTS REDEFINES CH-DATE.
006900          15 CH-YM               PIC 9(6).
007000          15                     PIC 9(2).
007100       10 CH-SEQ                 PIC 9(4).
007200    05 CH-TYPE                   PIC X(1).
007300    05 CH-OLD-NAME               PIC X(30).
007400    05 CH-NEW-NAME               PIC X(30).
007500    05                           PIC X(1).
007600*
007700 FD RPTDD  LABEL     RECORD      IS      OMITTED.
007800 01 RPT-LINE                     PIC X(132).
007900*
008000 WORKING-STORAGE SECTION.
008100*
008200 77 CURIDX-STATUS                PIC X(2).
008300 77 HISTMST-STATUS               PIC X(2).
008400 77 RPTDD-STATUS                 PIC X(2).
008500*
008600 01 WK-SWITCHES.
008700    05 WK-CUR-EOF-SW             PIC X(01) VALUE "N".
008800       88 CUR-EOF                          VALUE "Y".
008900    05 WK-HIST-EOF-SW            PIC X(01) VALUE "N".
009000       88 HIST-EOF                         VALUE "Y".
009100    05 WK-EMP-DELETED-SW         PIC X(01) VALUE "N".
009200       88 EMP-WAS-DELETED                  VALUE "Y".
009300*
009400 01 WK-RUNLOG-REC.
009500    05 WK-RL-KEY.
009600       10 WK-RL-DATE              PIC 9(08).
009700       10 WK-RL-END-TIME          PIC 9(06).
009800       10 WK-RL-PROGRAM           PIC X(08).
009900    05 WK-RL-JOB                  PIC X(08).
010000    05 WK-RL-STEP                 PIC X(08).
010100    05 WK-RL-START-TIME           PIC 9(06).
010200    05 WK-RL-READ                 PIC 9(09).
010300    05 WK-RL-WRITTEN              PIC 9(09).
010400    05 WK-RL-REJECTED             PIC 9(09).
010500    05 WK-RL-COMPCODE             PIC 9(04).
010600 01 WK-START-TIME-RAW             PIC 9(08) VALUE ZERO.
010700*
010800 01 WK-RUN-DATE                  PIC 9(08) VALUE ZERO.
010900 01 WK-RUN-PARTS REDEFINES WK-RUN-DATE.
011000    05 WK-RUN-YM                 PIC 9(06).
011100    05                           PIC 9(02).
011200 01 WK-PARM-CARD                 PIC X(80) VALUE SPACE.
011300 01 WK-PARM-YM REDEFINES WK-PARM-CARD.
011400    05 WK-PARM-YYYYMM            PIC 9(06).
011500    05                           PIC X(74).
011600 01 WK-WORK-YM                   PIC 9(06) VALUE ZERO.
011700 01 WK-WORK-YM-PARTS REDEFINES WK-WORK-YM.
011800    05 WK-WORK-YYYY              PIC 9(04).
011900    05 WK-WORK-MM                PIC 9(02).
012000 01 WK-LAST-YM                   PIC 9(06) VALUE ZERO.
012100 01 WK-FIRST-YM                  PIC 9(06) VALUE ZERO.
012200*
012300 01 WK-PREV-NUM                  PIC X(06) VALUE LOW-VALUES.
012400 01 WK-LAST-ADD-DATE             PIC 9(08) VALUE ZERO.
012500 01 WK-LAST-ADD-PARTS REDEFINES WK-LAST-ADD-DATE.
012600    05 WK-LAST-ADD-YM            PIC 9(06).
012700    05                           PIC 9(02).
012800 01 WK-LAST-ADD-NAME             PIC X(30) VALUE SPACE.
012900*
013000 01 WK-SUBSCRIPTS.
013100    05 WK-MX                     PIC S9(04) COMP VALUE ZERO.
013200    05 WK-SX                     PIC S9(04) COMP VALUE ZERO.
013300*
013400 01 WK-TOTALS.
013500    05 WK-CUR-CNT                PIC 9(07) VALUE ZERO.
013600    05 WK-HIST-READ              PIC 9(07) VALUE ZERO.
013700    05 WK-ADDS-AFTER             PIC 9(07) VALUE ZERO.
013800    05 WK-DELS-AFTER             PIC 9(07) VALUE ZERO.
013900    05 WK-TOT-HIRES              PIC 9(07) VALUE ZERO.
014000    05 WK-TOT-REHIRES            PIC 9(07) VALUE ZERO.
014100    05 WK-TOT-TERMS              PIC 9(07) VALUE ZERO.
014200    05 WK-SAME-CNT               PIC 9(07) VALUE ZERO.
014300    05 WK-PCT-TERMS              PIC 9(07) VALUE ZERO.
014400    05 WK-AVG-HEADCOUNT          PIC S9(07)V9 VALUE ZERO.
014500    05 WK-TURNOVER-PCT           PIC S9(05)V99 VALUE ZERO.
014600    05 WK-HEADCOUNT              PIC S9(07) VALUE ZERO.
014700*
014800*    ONE ROW PER MONTH, OLDEST FIRST.  ROW 12 IS THE REPORT
014900*    MONTH.
015000 01 WK-MONTH-TABLE.
015100    05 WK-MONTH-ROW              OCCURS 12 TIMES.
015200       10 WK-MTH-YM              PIC 9(06).
015300       10 WK-MTH-OPEN            PIC S9(07).
015400       10 WK-MTH-HIRES           PIC 9(07).
015500       10 WK-MTH-REHIRES         PIC 9(07).
015600       10 WK-MTH-TERMS           PIC 9(07).
015700       10 WK-MTH-CLOSE           PIC S9(07).
015800*
015900*    ADDED-AND-DELETED-IN-THE-SAME-MONTH EMPLOYEES, PRINTED
016000*    AFTER THE MONTHLY TABLE.  ANY BEYOND 500 ARE COUNTED ONLY.
016100 01 WK-SAME-TABLE.
016200    05 WK-SAME-ROW               OCCURS 500 TIMES.
016300       10 WK-SAME-NUM            PIC X(06).
016400       10 WK-SAME-NAME           PIC X(30).
016500       10 WK-SAME-ADD-DATE       PIC 9(08).
016600       10 WK-SAME-DEL-DATE       PIC 9(08).
016700*
016800 01 WK-HEAD-1.
016900    05                           PIC X(01) VALUE SPACE.
017000    05                           PIC X(44) VALUE
017100       "EMPTURN - EMPLOYEE HEADCOUNT AND TURNOVER".
017200    05                           PIC X(14) VALUE
017300       "12 MONTHS TO ".
017400    05 WK-H1-YM                  PIC 9999/99.
017500    05                           PIC X(05) VALUE SPACE.
017600    05                           PIC X(09) VALUE "RUN DATE ".
017700    05 WK-H1-RUN-DATE            PIC 9999/99/99.
017800    05                           PIC X(42) VALUE SPACE.
017900*
018000 01 WK-HEAD-2.
018100    05                           PIC X(01) VALUE SPACE.
018200    05                           PIC X(10) VALUE "MONTH".
018300    05                           PIC X(11) VALUE "  OPENING".
018400    05                           PIC X(11) VALUE "    HIRES".
018500    05                           PIC X(11) VALUE "  REHIRES".
018600    05                           PIC X(11) VALUE "    TERMS".
018700    05                           PIC X(11) VALUE "  CLOSING".
018800    05                           PIC X(12) VALUE "  TURNOVER %".
018900    05                           PIC X(54) VALUE SPACE.
019000*
019100 01 WK-MONTH-LINE.
019200    05                           PIC X(01) VALUE SPACE.
019300    05 WK-ML-YM                  PIC 9999/99.
019400    05                           PIC X(03) VALUE SPACE.
019500    05 WK-ML-OPEN                PIC -(8)9.
019600    05                           PIC X(02) VALUE SPACE.
019700    05 WK-ML-HIRES               PIC Z(8)9.
019800    05                           PIC X(02) VALUE SPACE.
019900    05 WK-ML-REHIRES             PIC Z(8)9.
020000    05                           PIC X(02) VALUE SPACE.
020100    05 WK-ML-TERMS               PIC Z(8)9.
020200    05                           PIC X(02) VALUE SPACE.
020300    05 WK-ML-CLOSE               PIC -(8)9.
020400    05                           PIC X(04) VALUE SPACE.
020500    05 WK-ML-PCT                 PIC -(5)9.99.
020600    05                           PIC X(54) VALUE SPACE.
020700*
020800 01 WK-TOTAL-LINE.
020900    05                           PIC X(01) VALUE SPACE.
021000    05                           PIC X(10) VALUE "12 MONTHS".
021100    05 WK-TL-OPEN                PIC -(8)9.
021200    05                           PIC X(02) VALUE SPACE.
021300    05 WK-TL-HIRES               PIC Z(8)9.
021400    05                           PIC X(02) VALUE SPACE.
021500    05 WK-TL-REHIRES             PIC Z(8)9.
021600    05                           PIC X(02) VALUE SPACE.
021700    05 WK-TL-TERMS               PIC Z(8)9.
021800    05                           PIC X(02) VALUE SPACE.
021900    05 WK-TL-CLOSE               PIC -(8)9.
022000    05                           PIC X(04) VALUE SPACE.
022100    05 WK-TL-PCT                 PIC -(5)9.99.
022200    05                           PIC X(54) VALUE SPACE.
022300*
022400 01 WK-HEAD-3.
022500    05                           PIC X(01) VALUE SPACE.
022600    05                           PIC X(60) VALUE
022700       "ADDED AND DELETED IN THE SAME MONTH".
022800    05                           PIC X(71) VALUE SPACE.
022900*
023000 01 WK-HEAD-4.
023100    05                           PIC X(01) VALUE SPACE.
023200    05                           PIC X(08) VALUE "EMP-NUM".
023300    05                           PIC X(32) VALUE "NAME".
023400    05                           PIC X(12) VALUE "ADDED".
023500    05                           PIC X(12) VALUE "DELETED".
023600    05                           PIC X(67) VALUE SPACE.
023700*
023800 01 WK-SAME-LINE.
023900    05                           PIC X(01) VALUE SPACE.
024000    05 WK-SL-NUM                 PIC X(06).
024100    05                           PIC X(02) VALUE SPACE.
024200    05 WK-SL-NAME                PIC X(30).
024300    05                           PIC X(02) VALUE SPACE.
024400    05 WK-SL-ADD-DATE            PIC 9999/99/99.
024500    05                           PIC X(02) VALUE SPACE.
024600    05 WK-SL-DEL-DATE            PIC 9999/99/99.
024700    05                           PIC X(69) VALUE SPACE.
024800*
024900 01 WK-COUNT-LINE.
025000    05                           PIC X(01) VALUE SPACE.
025100    05 WK-CL-LABEL               PIC X(40).
025200    05 WK-CL-COUNT               PIC Z(6)9.
025300    05                           PIC X(84) VALUE SPACE.
025400*
025500*****************************************************************
025600 PROCEDURE DIVISION.
025700*****************************************************************
025800 100-BEGIN-EMPTURN.
025900     ACCEPT  WK-START-TIME-RAW   FROM    TIME.
026000     ACCEPT  WK-RUN-DATE         FROM    DATE YYYYMMDD.
026100     ACCEPT  WK-PARM-CARD        FROM    SYSIN.
026200*    NO CARD (OR A BLANK OR ZERO ONE) MEANS THE MONTH JUST
026300*    ENDED.  A CARD WITH A BAD MONTH STOPS THE RUN.
026400     IF      WK-PARM-YYYYMM NOT NUMERIC
026500          OR WK-PARM-YYYYMM = ZERO
026600             MOVE    WK-RUN-YM   TO      WK-WORK-YM
026700             PERFORM 150-BACK-ONE-MONTH THRU 150-END-BACK
026800     ELSE
026900             MOVE    WK-PARM-YYYYMM TO   WK-WORK-YM
027000             IF      WK-WORK-MM < 1 OR WK-WORK-MM > 12
027100                     DISPLAY "EMPTURN - SYSIN MONTH INVALID: "
027200                             WK-PARM-CARD (1:6)
027300                     MOVE    16  TO      RETURN-CODE
027400                     STOP    RUN
027500             END-IF
027600     END-IF.
027700     MOVE    WK-WORK-YM          TO      WK-LAST-YM.
027800*
027900*    BUILD THE TWELVE MONTH ROWS, REPORT MONTH LAST.
028000     MOVE    12                  TO      WK-MX.
028100     PERFORM 160-SET-MONTH-ROW THRU 160-END-SET
028200             UNTIL   WK-MX < 1.
028300     MOVE    WK-MTH-YM (1)       TO      WK-FIRST-YM.
028400*
028500     OPEN    INPUT   CURIDX.
028600     PERFORM 900-CHECK-CURIDX-STATUS THRU 900-END-CURIDX-STATUS.
028700     OPEN    INPUT   HISTMST.
028800     PERFORM 910-CHECK-HISTMST-STATUS
028900             THRU 910-END-HISTMST-STATUS.
029000     OPEN    OUTPUT  RPTDD.
029100     PERFORM 920-CHECK-RPTDD-STATUS THRU 920-END-RPTDD-STATUS.
029200*
029300     PERFORM 200-COUNT-CURRENT THRU 200-END-COUNT
029400             UNTIL   CUR-EOF.
029500     PERFORM 300-READ-HISTORY THRU 300-END-READ-HISTORY
029600             UNTIL   HIST-EOF.
029700     PERFORM 400-ROLL-HEADCOUNT THRU 400-END-ROLL.
029800     PERFORM 500-PRINT-MONTHS THRU 500-END-PRINT-MONTHS.
029900     PERFORM 600-PRINT-SAME-MONTH THRU 600-END-PRINT-SAME.
030000*
030100 100-END-PROGRAM.
030200     CLOSE   CURIDX.
030300     CLOSE   HISTMST.
030400     CLOSE   RPTDD.
030500     DISPLAY "EMPTURN - REPORT MONTH           : " WK-LAST-YM.
030600     DISPLAY "EMPTURN - CURRENT EMPLOYEES      : " WK-CUR-CNT.
030700     DISPLAY "EMPTURN - HISTORY RECORDS READ   : " WK-HIST-READ.
030800     DISPLAY "EMPTURN - SAME-MONTH ADD/DELETES : " WK-SAME-CNT.
030900*    LOG THE RUN TO THE SHARED RUN-HISTORY FILE.
031000     MOVE    "EMPTURN"   TO      WK-RL-PROGRAM.
031100     MOVE    "MONTHLY"   TO      WK-RL-JOB.
031200     MOVE    "STEP010"   TO      WK-RL-STEP.
031300     MOVE    WK-START-TIME-RAW(1:6) TO WK-RL-START-TIME.
031400     COMPUTE WK-RL-READ = WK-CUR-CNT + WK-HIST-READ.
031500     MOVE    ZERO        TO      WK-RL-WRITTEN.
031600     MOVE    ZERO        TO      WK-RL-REJECTED.
031700     MOVE    RETURN-CODE TO      WK-RL-COMPCODE.
031800     CALL    "RUNLOGW"   USING   WK-RUNLOG-REC.
031900     STOP    RUN.
032000*****************************************************************
032100*    150 : STEP WK-WORK-YM BACK ONE MONTH, ACROSS A YEAR END.    *
032200*****************************************************************
032300 150-BACK-ONE-MONTH.
032400     IF      WK-WORK-MM = 1
032500             MOVE    12          TO      WK-WORK-MM
032600             SUBTRACT 1          FROM    WK-WORK-YYYY
032700     ELSE
032800             SUBTRACT 1          FROM    WK-WORK-MM
032900     END-IF.
033000 150-END-BACK.
033100     EXIT.
033200*
033300 160-SET-MONTH-ROW.
033400     MOVE    WK-WORK-YM          TO      WK-MTH-YM (WK-MX).
033500     MOVE    ZERO                TO      WK-MTH-OPEN (WK-MX)
033600                                         WK-MTH-HIRES (WK-MX)
033700                                         WK-MTH-REHIRES (WK-MX)
033800                                         WK-MTH-TERMS (WK-MX)
033900                                         WK-MTH-CLOSE (WK-MX).
034000     PERFORM 150-BACK-ONE-MONTH THRU 150-END-BACK.
034100     SUBTRACT 1                  FROM    WK-MX.
034200 160-END-SET.
034300     EXIT.
034400*****************************************************************
034500*    200-COUNT-CURRENT -- TODAY'S HEADCOUNT, THE ANCHOR.         *
034600*****************************************************************
034700 200-COUNT-CURRENT.
034800     READ    CURIDX NEXT RECORD
034900     AT END
035000             SET     CUR-EOF     TO      TRUE
035100     NOT AT END
035200             ADD     1           TO      WK-CUR-CNT
035300     END-READ.
035400 200-END-COUNT.
035500     EXIT.
035600*****************************************************************
035700*    300-READ-HISTORY -- WALK THE HISTORY IN KEY ORDER, WHICH    *
035800*    IS EMPLOYEE THEN DATE, SO EACH EMPLOYEE'S ADDS AND DELETES  *
035900*    ARRIVE OLDEST FIRST.  THAT IS WHAT LETS AN ADD BE TOLD      *
036000*    APART AS A REHIRE, AND A DELETE BE PAIRED WITH AN ADD IN    *
036100*    THE SAME MONTH.  ACTIVITY AFTER THE REPORT MONTH ONLY       *
036200*    WINDS THE CURRENT COUNT BACK; ACTIVITY BEFORE THE FIRST     *
036300*    MONTH ONLY SETS THE REHIRE MEMORY.                          *
036400*****************************************************************
036500 300-READ-HISTORY.
036600     READ    HISTMST NEXT RECORD
036700     AT END
036800             SET     HIST-EOF    TO      TRUE
036900             GO TO   300-END-READ-HISTORY
037000     END-READ.
037100     ADD     1                   TO      WK-HIST-READ.
037200*
037300     IF      CH-NUM NOT = WK-PREV-NUM
037400             MOVE    CH-NUM      TO      WK-PREV-NUM
037500             MOVE    "N"         TO      WK-EMP-DELETED-SW
037600             MOVE    ZERO        TO      WK-LAST-ADD-DATE
037700             MOVE    SPACE       TO      WK-LAST-ADD-NAME
037800     END-IF.
037900*
038000     EVALUATE CH-TYPE
038100     WHEN    "A"
038200             PERFORM 310-COUNT-ADD THRU 310-END-COUNT-ADD
038300     WHEN    "D"
038400             PERFORM 320-COUNT-DELETE THRU 320-END-COUNT-DELETE
038500     WHEN    OTHER
038600             CONTINUE
038700     END-EVALUATE.
038800 300-END-READ-HISTORY.
038900     EXIT.
039000*
039100 310-COUNT-ADD.
039200     IF      CH-YM > WK-LAST-YM
039300             ADD     1           TO      WK-ADDS-AFTER
039400     ELSE
039500             IF      CH-YM NOT < WK-FIRST-YM
039600                     PERFORM 330-FIND-MONTH THRU 330-END-FIND
039700                     IF      EMP-WAS-DELETED
039800                             ADD 1 TO WK-MTH-REHIRES (WK-MX)
039900                     ELSE
040000                             ADD 1 TO WK-MTH-HIRES (WK-MX)
040100                     END-IF
040200             END-IF
040300     END-IF.
040400     MOVE    CH-DATE             TO      WK-LAST-ADD-DATE.
040500     MOVE    CH-NEW-NAME         TO      WK-LAST-ADD-NAME.
040600 310-END-COUNT-ADD.
040700     EXIT.
040800*
040900 320-COUNT-DELETE.
041000     MOVE    "Y"                 TO      WK-EMP-DELETED-SW.
041100     IF      CH-YM > WK-LAST-YM
041200             ADD     1           TO      WK-DELS-AFTER
041300             GO TO   320-END-COUNT-DELETE
041400     END-IF.
041500     IF      CH-YM < WK-FIRST-YM
041600             GO TO   320-END-COUNT-DELETE
041700     END-IF.
041800*
041900     PERFORM 330-FIND-MONTH THRU 330-END-FIND.
042000     ADD     1                   TO      WK-MTH-TERMS (WK-MX).
042100*
042200     IF      WK-LAST-ADD-YM = CH-YM
042300             ADD     1           TO      WK-SAME-CNT
042400             IF      WK-SAME-CNT NOT > 500
042500                     MOVE    WK-SAME-CNT TO  WK-SX
042600                     MOVE    CH-NUM  TO  WK-SAME-NUM (WK-SX)
042700                     MOVE    WK-LAST-ADD-NAME
042800                             TO      WK-SAME-NAME (WK-SX)
042900                     MOVE    WK-LAST-ADD-DATE
043000                             TO      WK-SAME-ADD-DATE (WK-SX)
043100                     MOVE    CH-DATE TO  WK-SAME-DEL-DATE (WK-SX)
043200             END-IF
043300     END-IF.
043400 320-END-COUNT-DELETE.
043500     EXIT.
043600*
043700 330-FIND-MONTH.
043800     MOVE    1                   TO      WK-MX.
043900     PERFORM 340-NEXT-MONTH THRU 340-END-NEXT
044000             UNTIL   WK-MX = 12
044100             OR      WK-MTH-YM (WK-MX) = CH-YM.
044200 330-END-FIND.
044300     EXIT.
044400*
044500 340-NEXT-MONTH.
044600     ADD     1                   TO      WK-MX.
044700 340-END-NEXT.
044800     EXIT.
044900*****************************************************************
045000*    400-ROLL-HEADCOUNT -- CLOSING HEADCOUNT OF THE REPORT MONTH *
045100*    IS TODAY'S COUNT LESS THE ADDS SINCE PLUS THE DELETES       *
045200*    SINCE; EACH EARLIER MONTH IS ROLLED BACK FROM THE ONE       *
045300*    AFTER IT.                                                   *
045400*****************************************************************
045500 400-ROLL-HEADCOUNT.
045600     COMPUTE WK-HEADCOUNT =
045700             WK-CUR-CNT - WK-ADDS-AFTER + WK-DELS-AFTER.
045800     MOVE    12                  TO      WK-MX.
045900     PERFORM 410-ROLL-ONE-MONTH THRU 410-END-ROLL-ONE
046000             UNTIL   WK-MX < 1.
046100 400-END-ROLL.
046200     EXIT.
046300*
046400 410-ROLL-ONE-MONTH.
046500     MOVE    WK-HEADCOUNT        TO      WK-MTH-CLOSE (WK-MX).
046600     COMPUTE WK-HEADCOUNT = WK-HEADCOUNT
046700             - WK-MTH-HIRES (WK-MX)
046800             - WK-MTH-REHIRES (WK-MX)
046900             + WK-MTH-TERMS (WK-MX).
047000     MOVE    WK-HEADCOUNT        TO      WK-MTH-OPEN (WK-MX).
047100     SUBTRACT 1                  FROM    WK-MX.
047200 410-END-ROLL-ONE.
047300     EXIT.
047400*****************************************************************
047500*    500-PRINT-MONTHS -- THE MONTHLY TABLE AND A TWELVE-MONTH    *
047600*    TOTAL LINE, WHOSE TURNOVER IS THE YEAR'S TERMINATIONS OVER  *
047700*    THE AVERAGE OF THE YEAR'S OPENING AND CLOSING HEADCOUNT.    *
047800*****************************************************************
047900 500-PRINT-MONTHS.
048000     MOVE    WK-LAST-YM          TO      WK-H1-YM.
048100     MOVE    WK-RUN-DATE         TO      WK-H1-RUN-DATE.
048200     WRITE   RPT-LINE            FROM    WK-HEAD-1.
048300     MOVE    SPACE               TO      RPT-LINE.
048400     WRITE   RPT-LINE.
048500     WRITE   RPT-LINE            FROM    WK-HEAD-2.
048600*
048700     MOVE    1                   TO      WK-MX.
048800     PERFORM 510-PRINT-ONE-MONTH THRU 510-END-PRINT-ONE
048900             UNTIL   WK-MX > 12.
049000*
049100     MOVE    SPACE               TO      RPT-LINE.
049200     WRITE   RPT-LINE.
049300     MOVE    WK-MTH-OPEN (1)     TO      WK-TL-OPEN.
049400     MOVE    WK-TOT-HIRES        TO      WK-TL-HIRES.
049500     MOVE    WK-TOT-REHIRES      TO      WK-TL-REHIRES.
049600     MOVE    WK-TOT-TERMS        TO      WK-TL-TERMS.
049700     MOVE    WK-MTH-CLOSE (12)   TO      WK-TL-CLOSE.
049800     COMPUTE WK-AVG-HEADCOUNT =
049900             (WK-MTH-OPEN (1) + WK-MTH-CLOSE (12)) / 2.
050000     MOVE    WK-TOT-TERMS        TO      WK-PCT-TERMS.
050100     PERFORM 520-COMPUTE-TURNOVER THRU 520-END-COMPUTE.
050200     MOVE    WK-TURNOVER-PCT     TO      WK-TL-PCT.
050300     WRITE   RPT-LINE            FROM    WK-TOTAL-LINE.
050400 500-END-PRINT-MONTHS.
050500     EXIT.
050600*
050700 510-PRINT-ONE-MONTH.
050800     MOVE    WK-MTH-YM (WK-MX)   TO      WK-ML-YM.
050900     MOVE    WK-MTH-OPEN (WK-MX) TO      WK-ML-OPEN.
051000     MOVE    WK-MTH-HIRES (WK-MX) TO     WK-ML-HIRES.
051100     MOVE    WK-MTH-REHIRES (WK-MX) TO   WK-ML-REHIRES.
051200     MOVE    WK-MTH-TERMS (WK-MX) TO     WK-ML-TERMS.
051300     MOVE    WK-MTH-CLOSE (WK-MX) TO     WK-ML-CLOSE.
051400     COMPUTE WK-AVG-HEADCOUNT =
051500             (WK-MTH-OPEN (WK-MX) + WK-MTH-CLOSE (WK-MX)) / 2.
051600     MOVE    WK-MTH-TERMS (WK-MX) TO     WK-PCT-TERMS.
051700     PERFORM 520-COMPUTE-TURNOVER THRU 520-END-COMPUTE.
051800     MOVE    WK-TURNOVER-PCT     TO      WK-ML-PCT.
051900     WRITE   RPT-LINE            FROM    WK-MONTH-LINE.
052000*    THE TWELVE-MONTH TOTALS ARE KEPT AS THE ROWS PRINT.
052100     ADD     WK-MTH-HIRES (WK-MX) TO     WK-TOT-HIRES.
052200     ADD     WK-MTH-REHIRES (WK-MX) TO   WK-TOT-REHIRES.
052300     ADD     WK-MTH-TERMS (WK-MX) TO     WK-TOT-TERMS.
052400     ADD     1                   TO      WK-MX.
052500 510-END-PRINT-ONE.
052600     EXIT.
052700*
052800*    TERMINATIONS (IN WK-PCT-TERMS) OVER WK-AVG-HEADCOUNT.  NO
052900*    HEADCOUNT MEANS NO TURNOVER FIGURE, NOT A DIVIDE CHECK.
053000 520-COMPUTE-TURNOVER.
053100     IF      WK-AVG-HEADCOUNT > ZERO
053200             COMPUTE WK-TURNOVER-PCT ROUNDED =
053300                     WK-PCT-TERMS * 100 / WK-AVG-HEADCOUNT
053400     ELSE
053500             MOVE    ZERO        TO      WK-TURNOVER-PCT
053600     END-IF.
053700 520-END-COMPUTE.
053800     EXIT.
053900*****************************************************************
054000*    600-PRINT-SAME-MONTH -- EMPLOYEES ADDED AND DELETED WITHIN  *
054100*    ONE MONTH OF THE REPORT YEAR, IN EMPLOYEE ORDER.            *
054200*****************************************************************
054300 600-PRINT-SAME-MONTH.
054400     MOVE    SPACE               TO      RPT-LINE.
054500     WRITE   RPT-LINE.
054600     WRITE   RPT-LINE.
054700     WRITE   RPT-LINE            FROM    WK-HEAD-3.
054800     WRITE   RPT-LINE            FROM    WK-HEAD-4.
054900     MOVE    1                   TO      WK-SX.
055000     PERFORM 610-PRINT-ONE-SAME THRU 610-END-PRINT-ONE-SAME
055100             UNTIL   WK-SX > WK-SAME-CNT
055200             OR      WK-SX > 500.
055300     MOVE    SPACE               TO      RPT-LINE.
055400     WRITE   RPT-LINE.
055500     MOVE    "EMPLOYEES ADDED AND DELETED SAME MONTH:"
055600                                 TO      WK-CL-LABEL.
055700     MOVE    WK-SAME-CNT         TO      WK-CL-COUNT.
055800     WRITE   RPT-LINE            FROM    WK-COUNT-LINE.
055900     IF      WK-SAME-CNT > 500
056000             MOVE    "  (ONLY THE FIRST 500 ARE LISTED)"
056100                                 TO      WK-CL-LABEL
056200             MOVE    500         TO      WK-CL-COUNT
056300             WRITE   RPT-LINE    FROM    WK-COUNT-LINE
056400     END-IF.
056500 600-END-PRINT-SAME.
056600     EXIT.
056700*
056800 610-PRINT-ONE-SAME.
056900     MOVE    WK-SAME-NUM (WK-SX) TO      WK-SL-NUM.
057000     MOVE    WK-SAME-NAME (WK-SX) TO     WK-SL-NAME.
057100     MOVE    WK-SAME-ADD-DATE (WK-SX) TO WK-SL-ADD-DATE.
057200     MOVE    WK-SAME-DEL-DATE (WK-SX) TO WK-SL-DEL-DATE.
057300     WRITE   RPT-LINE            FROM    WK-SAME-LINE.
057400     ADD     1                   TO      WK-SX.
057500 610-END-PRINT-ONE-SAME.
057600     EXIT.
057700*****************************************************************
057800*    900-SERIES -- FILE STATUS CHECKS, FATAL ON ANYTHING OTHER   *
057900*    THAN "00".                                                  *
058000*****************************************************************
058100 900-CHECK-CURIDX-STATUS.
058200     IF      CURIDX-STATUS = "00"
058300             CONTINUE
058400     ELSE
058500             DISPLAY "EMPTURN - CURIDX FILE STATUS ERROR: "
058600                                 CURIDX-STATUS
058700             MOVE    16          TO      RETURN-CODE
058800             STOP    RUN
058900     END-IF.
059000 900-END-CURIDX-STATUS.
059100     EXIT.
059200 910-CHECK-HISTMST-STATUS.
059300     IF      HISTMST-STATUS = "00"
059400             CONTINUE
059500     ELSE
059600             DISPLAY "EMPTURN - HISTMST FILE STATUS ERROR: "
059700                                 HISTMST-STATUS
059800             MOVE    16          TO      RETURN-CODE
059900             CLOSE   CURIDX
060000             STOP    RUN
060100     END-IF.
060200 910-END-HISTMST-STATUS.
060300     EXIT.
060400 920-CHECK-RPTDD-STATUS.
060500     IF      RPTDD-STATUS = "00"
060600             CONTINUE
060700     ELSE
060800             DISPLAY "EMPTURN - RPTDD FILE STATUS ERROR: "
060900                                 RPTDD-STATUS
061000             MOVE    16          TO      RETURN-CODE
061100             CLOSE   CURIDX
061200             CLOSE   HISTMST
061300             STOP    RUN
061400     END-IF.
061500 920-END-RPTDD-STATUS.
061600     EXIT.
