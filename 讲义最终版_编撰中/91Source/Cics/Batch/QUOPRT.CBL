000170*                                                                *
000180*   MODIFICATION HISTORY.                                        *
000190*   08/14/2026  RH   INITIAL VERSION.                            *
000191*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000192*                    FILE (RUNLOGW).                             *
000193*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000194*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000195*                    NOT COMPLETED.                              *
000200******************************************************************
000210*
000220 ENVIRONMENT DIVISION.
000780*
000790 WORKING-STORAGE SECTION.
000800*
000801     COPY RUNLOG.
000802*
000803     COPY PREDPARM.
000804*
000805 01  RUN-TIMING-FIELDS.
000806     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000807*
000810 01  SWITCHES.
000820*
000830     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
002160*
002170 1000-INITIALIZE.
002180*
002181     ACCEPT WS-START-TIME-RAW FROM TIME.
002182     MOVE 'QUOPRT  ' TO PC-PROGRAM.
002183     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002184     IF PC-REFUSED
002185         MOVE PC-RETURN-CODE TO RETURN-CODE
002186         STOP RUN
002187     END-IF.
002188*
002190     OPEN I-O    QUOTE-FILE.
002200     OPEN INPUT  CUSTMAS-FILE.
002210     OPEN INPUT  PRODUCT-FILE.
003730         WRITE REPORT-LINE FROM SUMMARY-LINE-2
003740     END-IF.
003750*
003751     MOVE 'QUOPRT  ' TO RL-PROGRAM.
003752     MOVE 'ADHOC   ' TO RL-JOB-NAME.
003753     MOVE 'QUOPRT  ' TO RL-STEP-NAME.
003754     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
003755     MOVE ZERO               TO RL-RECORDS-READ.
003756     MOVE WS-QUOTES-PRINTED  TO RL-RECORDS-WRITTEN.
003757     MOVE ZERO               TO RL-RECORDS-REJECTED.
003758     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
003759     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
003760*
003761     IF WS-QUOTE-OPEN
003770         CLOSE QUOTE-FILE
003780     END-IF.
003790     IF WS-CUSTMAS-OPEN
