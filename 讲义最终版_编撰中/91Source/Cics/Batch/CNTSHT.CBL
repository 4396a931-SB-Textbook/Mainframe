000080*
000090******************************************************************
000100*   CNTSHT -- CYCLE-COUNT SHEET CUT.                             *
000110*   TAKES THE SLICE OF THE PRODUCT MASTER NAMED ON THE RANGE     *
000120*   CARD (RNGIN: FROM-PRODUCT IN COLUMNS 1-6, TO-PRODUCT IN      *
000130*   8-13), WRITES ONE CYCLE-COUNT RECORD PER PRODUCT WITH THE    *
000140*   BOOK QUANTITY FROZEN AS OF SHEET TIME, AND PRINTS THE        *
000150*   COUNT SHEETS THE COUNTERS CARRY -- PRODUCT, DESCRIPTION,     *
000160*   BIN, AND A BLANK COUNT COLUMN.  THE BOOK FIGURE IS           *
000170*   DELIBERATELY LEFT OFF THE SHEET SO THE COUNT IS BLIND.       *
000180*   COUNTS ARE KEYED THROUGH CNTENT1 AND SETTLED BY CNTVAR.      *
000190*                                                                *
000200*   MODIFICATION HISTORY.                                        *
000210*   08/20/2026  RH   INITIAL VERSION.                            *
000211*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000212*                    FILE (RUNLOGW).                             *
000213*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000214*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000215*                    NOT COMPLETED.                              *
000220******************************************************************
000230*
000240 ENVIRONMENT DIVISION.
000820*
000830 WORKING-STORAGE SECTION.
000840*
000841     COPY RUNLOG.
000842*
000843     COPY PREDPARM.
000844*
000845 01  RUN-TIMING-FIELDS.
000846     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000847*
000850 01  SWITCHES.
000860*
000870     05  WS-ABORT-SW              PIC X(01)   VALUE 'N'.
001570*
001580 1000-INITIALIZE.
001590*
001591     ACCEPT WS-START-TIME-RAW FROM TIME.
001592     MOVE 'CNTSHT  ' TO PC-PROGRAM.
001593     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001594     IF PC-REFUSED
001595         MOVE PC-RETURN-CODE TO RETURN-CODE
001596         STOP RUN
001597     END-IF.
001598*
001600     OPEN INPUT  RANGE-CARDS.
001610     OPEN INPUT  PRODUCT-FILE.
001620     OPEN I-O    CYCCNT-FILE.
002690         WRITE REPORT-LINE FROM SUMMARY-LINE-1
002700     END-IF.
002710*
002711     MOVE 'CNTSHT  ' TO RL-PROGRAM.
002712     MOVE 'ADHOC   ' TO RL-JOB-NAME.
002713     MOVE 'CNTSHT  ' TO RL-STEP-NAME.
002714     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
002715     MOVE ZERO               TO RL-RECORDS-READ.
002716     MOVE WS-SHEETS-CUT      TO RL-RECORDS-WRITTEN.
002717     MOVE ZERO               TO RL-RECORDS-REJECTED.
002718     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
002719     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
002720*
002721     CLOSE RANGE-CARDS.
002730     CLOSE PRODUCT-FILE.
002740     CLOSE CYCCNT-FILE.
002750     CLOSE SHEET-REPORT.
