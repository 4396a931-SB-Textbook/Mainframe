000240*                                                                *
000250*   MODIFICATION HISTORY.                                        *
000260*   08/13/2026  RH   INITIAL VERSION.                            *
000270*   09/02/2026  RH   REPORT THE QUANTITY-BREAK DISCOUNT          *
000280*                    GIVEN AWAY BY PRODUCT (INV-LINE-DISC-AMT).  *
000281*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000282*                    FILE (RUNLOGW).                             *
000283*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000284*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000285*                    NOT COMPLETED.                              *
000290******************************************************************
000300*
000310 ENVIRONMENT DIVISION.
000870*
000880 WORKING-STORAGE SECTION.
000890*
000891     COPY RUNLOG.
000892*
000893     COPY PREDPARM.
000894*
000895 01  RUN-TIMING-FIELDS.
000896     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000897*
000900 01  SWITCHES.
000910*
000920     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
002490*
002500 1000-INITIALIZE.
002510*
002511     ACCEPT WS-START-TIME-RAW FROM TIME.
002512     MOVE 'SLSANL  ' TO PC-PROGRAM.
002513     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002514     IF PC-REFUSED
002515         MOVE PC-RETURN-CODE TO RETURN-CODE
002516         STOP RUN
002517     END-IF.
002518*
002520     OPEN INPUT  PERIOD-FILE.
002530     OPEN INPUT  INVOICE-FILE.
002540     OPEN INPUT  PRODUCT-FILE.
005100         MOVE 8 TO RETURN-CODE
005110     END-IF.
005120*
005121     MOVE 'SLSANL  ' TO RL-PROGRAM.
005122     MOVE 'MONTHLY ' TO RL-JOB-NAME.
005123     MOVE 'SLSANL  ' TO RL-STEP-NAME.
005124     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
005125     MOVE WS-INVOICE-COUNT   TO RL-RECORDS-READ.
005126     MOVE ZERO               TO RL-RECORDS-WRITTEN.
005127     MOVE ZERO               TO RL-RECORDS-REJECTED.
005128     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
005129     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
005130*
005131     IF WS-PERIOD-OPEN
005140         CLOSE PERIOD-FILE
005150     END-IF.
005160     IF WS-INVOICE-OPEN
