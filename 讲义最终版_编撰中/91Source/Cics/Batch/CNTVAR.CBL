000080*
000090******************************************************************
000100*   CNTVAR -- CYCLE-COUNT VARIANCE REPORT AND ADJUSTMENT.        *
000110*   FOR EVERY COUNTED RECORD ON THE CYCLE-COUNT FILE, PRINTS     *
000120*   BOOK-VERSUS-COUNTED AND THE VARIANCE.  WHEN THE CONTROL      *
000130*   CARD (APPIN) CARRIES APPROVAL -- 'Y' IN COLUMN 1 AND THE     *
000140*   ADJUSTMENT REASON CODE IN COLUMNS 3-4 -- THE APPROVED        *
000150*   VARIANCES ARE APPLIED: PRM-QUANTITY-ON-HAND IS SET TO THE    *
000160*   COUNTED FIGURE AND THE COUNT RECORD IS MARKED ADJUSTED       *
000170*   WITH THE REASON, WHICH IS THE ADJUSTMENT-REASON TRAIL.       *
000180*   WITHOUT APPROVAL THE RUN IS REPORT-ONLY, SO THE DESK CAN     *
000190*   REVIEW BEFORE ANYTHING MOVES.                                *
000200*                                                                *
000210*   MODIFICATION HISTORY.                                        *
000220*   08/20/2026  RH   INITIAL VERSION.                            *
000222*   10/15/2026  RH   POST EACH APPLIED ADJUSTMENT TO THE         *
000224*                    STKLED PERPETUAL STOCK LEDGER.              *
000225*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000226*                    FILE (RUNLOGW).                             *
000227*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000228*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000229*                    NOT COMPLETED.                              *
000230******************************************************************
000240*
000250 ENVIRONMENT DIVISION.
000480             ACCESS MODE IS RANDOM
000490             RECORD KEY IS LS-STOCK-KEY
000500             FILE STATUS IS WS-LOCSTK-STATUS.
000501*
000502     SELECT  STKLED-FILE    ASSIGN TO STKLED
000503             ORGANIZATION IS INDEXED
000504             ACCESS MODE IS RANDOM
000505             RECORD KEY IS SL-LEDGER-KEY
000506             FILE STATUS IS WS-STKLED-STATUS.
000510*
000520     SELECT  PRODUCT-FILE   ASSIGN TO PRODUCT
000530             ORGANIZATION IS INDEXED
000870*
000880     COPY LOCSTK.
000890*
000891 FD  STKLED-FILE
000892     LABEL RECORDS ARE STANDARD.
000893*
000894     COPY STKLED.
000895*
000900 FD  VARIANCE-REPORT
000910     LABEL RECORDS ARE OMITTED.
000920*
000940*
000950 WORKING-STORAGE SECTION.
000960*
000961     COPY RUNLOG.
000962*
000963     COPY PREDPARM.
000964*
000965 01  RUN-TIMING-FIELDS.
000966     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000967*
000970 01  SWITCHES.
000980*
000990     05  WS-ABORT-SW              PIC X(01)   VALUE 'N'.
001020         88  WS-CYCCNT-EOF                    VALUE 'Y'.
001030     05  WS-APPLY-SW              PIC X(01)   VALUE 'N'.
001040         88  WS-APPLY-ADJUSTMENTS             VALUE 'Y'.
001042     05  WS-LEDGER-WRITTEN-SW     PIC X(01)   VALUE 'N'.
001044         88  WS-LEDGER-WRITTEN                VALUE 'Y'.
001050*
001060 01  FILE-STATUS-FIELDS.
001070*
001090     05  WS-CYCCNT-STATUS         PIC X(02)   VALUE '00'.
001100     05  WS-PRODUCT-STATUS        PIC X(02)   VALUE '00'.
001110     05  WS-LOCSTK-STATUS         PIC X(02)   VALUE '00'.
001112     05  WS-STKLED-STATUS         PIC X(02)   VALUE '00'.
001120     05  WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001130*
001140 01  WORK-FIELDS.
001180     05  WS-ADJUSTED        PIC S9(05) COMP-3 VALUE ZERO.
001190     05  WS-VARIANCE-QTY    PIC S9(06) COMP-3 VALUE ZERO.
001200     05  WS-ADJUST-DELTA    PIC S9(06) COMP-3 VALUE ZERO.
001202     05  WS-LEDGER-TIME.
001204         10  WS-LEDGER-HHMMSS   PIC 9(06).
001206         10  FILLER             PIC 9(02).
001210*
001220 01  HEADING-LINE-1.
001230*
001780*
001790 1000-INITIALIZE.
001800*
001801     ACCEPT WS-START-TIME-RAW FROM TIME.
001802     MOVE 'CNTVAR  ' TO PC-PROGRAM.
001803     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001804     IF PC-REFUSED
001805         MOVE PC-RETURN-CODE TO RETURN-CODE
001806         STOP RUN
001807     END-IF.
001808*
001810     OPEN INPUT  APPROVAL-CARDS.
001820     OPEN I-O    CYCCNT-FILE.
001830     OPEN I-O    PRODUCT-FILE.
001840     OPEN I-O    LOCSTK-FILE.
001842     OPEN I-O    STKLED-FILE.
001850     OPEN OUTPUT VARIANCE-REPORT.
001860*
001870     IF WS-CARDS-STATUS NOT = '00'
001880      OR WS-CYCCNT-STATUS NOT = '00'
001890      OR WS-PRODUCT-STATUS NOT = '00'
001900      OR WS-LOCSTK-STATUS NOT = '00'
001902      OR WS-STKLED-STATUS NOT = '00'
001910      OR WS-REPORT-STATUS NOT = '00'
001920         DISPLAY 'CNTVAR0001E FILE OPEN FAILED, APP='
001930             WS-CARDS-STATUS ' CNT=' WS-CYCCNT-STATUS
001940             ' PRD=' WS-PRODUCT-STATUS ' RPT=' WS-REPORT-STATUS
001950             ' LOC=' WS-LOCSTK-STATUS
001952             ' LED=' WS-STKLED-STATUS
001960         MOVE 'Y' TO WS-ABORT-SW
001970         MOVE 'Y' TO WS-CYCCNT-EOF-SW
001980         MOVE 16 TO RETURN-CODE
002930     IF WS-ABORT
002940         GO TO 2100-EXIT
002950     END-IF.
002952*
002954     IF WS-ADJUST-DELTA NOT = ZERO
002956         PERFORM 2700-WRITE-STOCK-LEDGER THRU 2700-EXIT
002958     END-IF.
002960*
002970     SET CC-ADJUSTED TO TRUE.
002980     MOVE AC-REASON-CODE TO CC-REASON-CODE.
003200******************************************************************
003210 2150-ADJUST-LOCATION-STOCK.
003220*
003222     MOVE SPACE           TO SL-LOCATION-CODE.
003224     MOVE ZERO            TO SL-LOCATION-BALANCE.
003230     MOVE CC-PRODUCT-CODE TO LS-PRODUCT-CODE.
003240     MOVE 'W'             TO LS-LOCATION-CODE.
003250     READ LOCSTK-FILE
003380             MOVE 'Y' TO WS-CYCCNT-EOF-SW
003390             MOVE 16 TO RETURN-CODE
003400     END-REWRITE.
003402     MOVE 'W'                 TO SL-LOCATION-CODE.
003404     MOVE LS-QUANTITY-ON-HAND TO SL-LOCATION-BALANCE.
003410*
003420 2150-EXIT.
003430     EXIT.
003530         WRITE REPORT-LINE FROM SUMMARY-LINE-3
003540     END-IF.
003550*
003551     MOVE 'CNTVAR  ' TO RL-PROGRAM.
003552     MOVE 'ADHOC   ' TO RL-JOB-NAME.
003553     MOVE 'CNTVAR  ' TO RL-STEP-NAME.
003554     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
003555     MOVE WS-COUNTED-READ    TO RL-RECORDS-READ.
003556     MOVE WS-ADJUSTED        TO RL-RECORDS-WRITTEN.
003557     MOVE ZERO               TO RL-RECORDS-REJECTED.
003558     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
003559     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
003560*
003561     CLOSE APPROVAL-CARDS.
003570     CLOSE CYCCNT-FILE.
003580     CLOSE PRODUCT-FILE.
003590     CLOSE LOCSTK-FILE.
003592     CLOSE STKLED-FILE.
003600     CLOSE VARIANCE-REPORT.
003610*
003620 3000-EXIT.
003630     EXIT.
003640
003650*
003660******************************************************************
003670*   2700-WRITE-STOCK-LEDGER -- ONE STKLED RECORD FOR THE SWING   *
003680*   2100 JUST APPLIED, WITH THE PRODUCT AND WAREHOUSE BALANCES   *
003690*   LEFT AFTER IT AND THE APPROVED REASON CODE AS THE DOCUMENT,  *
003700*   STAMPED THE WAY STKLW STAMPS THE ONLINE MOVEMENTS.  THE      *
003710*   LEDGER IS A TRAIL, NOT A GATE: A RECORD THAT WILL NOT        *
003720*   WRITE IS REPORTED AND THE RUN ENDS WITH A WARNING.           *
003730******************************************************************
003740 2700-WRITE-STOCK-LEDGER.
003750*
003760     MOVE CC-PRODUCT-CODE      TO SL-PRODUCT-CODE.
003770     ACCEPT SL-STAMP-DATE FROM DATE YYYYMMDD.
003780     ACCEPT WS-LEDGER-TIME FROM TIME.
003790     MOVE WS-LEDGER-HHMMSS     TO SL-STAMP-TIME.
003800     MOVE ZERO                 TO SL-STAMP-SEQUENCE.
003810     SET SL-COUNT-ADJUSTMENT   TO TRUE.
003820     MOVE WS-ADJUST-DELTA      TO SL-QUANTITY.
003830     MOVE PRM-QUANTITY-ON-HAND TO SL-PRODUCT-BALANCE.
003840     MOVE AC-REASON-CODE       TO SL-DOCUMENT-NUMBER.
003850     MOVE 'CNTVAR'             TO SL-PROGRAM-ID.
003860     MOVE 'BTCH'               TO SL-TERMINAL-ID.
003870     MOVE 'CNT'                TO SL-OPERATOR-ID.
003880*
003890     MOVE 'N' TO WS-LEDGER-WRITTEN-SW.
003900     PERFORM 2710-WRITE-LEDGER-RECORD THRU 2710-EXIT
003910         UNTIL WS-LEDGER-WRITTEN.
003920*
003930 2700-EXIT.
003940     EXIT.
003950*
003960******************************************************************
003970*   2710-WRITE-LEDGER-RECORD -- A SECOND MOVEMENT OF THE SAME    *
003980*   PRODUCT IN THE SAME SECOND TAKES THE NEXT SEQUENCE NUMBER.   *
003990******************************************************************
004000 2710-WRITE-LEDGER-RECORD.
004010*
004020     MOVE 'Y' TO WS-LEDGER-WRITTEN-SW.
004030     WRITE STOCK-LEDGER-RECORD
004040         INVALID KEY
004050             IF      WS-STKLED-STATUS = '22'
004060                 AND SL-STAMP-SEQUENCE < 999
004070                 ADD 1 TO SL-STAMP-SEQUENCE
004080                 MOVE 'N' TO WS-LEDGER-WRITTEN-SW
004090             ELSE
004100                 DISPLAY 'CNTVAR0005W STKLED WRITE FAILED, '
004110                     'PRODUCT=' SL-PRODUCT-CODE
004120                     ' STATUS=' WS-STKLED-STATUS
004130                 MOVE 4 TO RETURN-CODE
004140             END-IF
004150     END-WRITE.
004160*
004170 2710-EXIT.
004180     EXIT.
