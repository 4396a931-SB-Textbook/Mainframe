000160*                                                                *
000170*   MODIFICATION HISTORY.                                        *
000180*   08/14/2026  RH   INITIAL VERSION.                            *
000181*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000182*                    FILE (RUNLOGW).                             *
000183*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000184*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000185*                    NOT COMPLETED.                              *
000190******************************************************************
000200*
000210 ENVIRONMENT DIVISION.
000770*
000780 WORKING-STORAGE SECTION.
000790*
000791     COPY RUNLOG.
000792*
000793     COPY PREDPARM.
000794*
000795 01  RUN-TIMING-FIELDS.
000796     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000797*
000800 01  SWITCHES.
000810*
000820     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
002210*
002220 1000-INITIALIZE.
002230*
002231     ACCEPT WS-START-TIME-RAW FROM TIME.
002232     MOVE 'RETRPT  ' TO PC-PROGRAM.
002233     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002234     IF PC-REFUSED
002235         MOVE PC-RETURN-CODE TO RETURN-CODE
002236         STOP RUN
002237     END-IF.
002238*
002240     OPEN INPUT  PERIOD-FILE.
002250     OPEN INPUT  RETLOG-FILE.
002260     OPEN INPUT  PRODUCT-FILE.
003690*
003700 3000-TERMINATE.
003710*
003711     MOVE 'RETRPT  ' TO RL-PROGRAM.
003712     MOVE 'MONTHLY ' TO RL-JOB-NAME.
003713     MOVE 'RETRPT  ' TO RL-STEP-NAME.
003714     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
003715     MOVE WS-RETURN-COUNT    TO RL-RECORDS-READ.
003716     MOVE ZERO               TO RL-RECORDS-WRITTEN.
003717     MOVE ZERO               TO RL-RECORDS-REJECTED.
003718     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
003719     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
003720*
003721     IF WS-PERIOD-OPEN
003730         CLOSE PERIOD-FILE
003740     END-IF.
003750     IF WS-RETLOG-OPEN
