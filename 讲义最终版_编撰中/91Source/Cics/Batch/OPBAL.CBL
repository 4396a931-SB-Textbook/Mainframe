000210*                                                                *
000220*   MODIFICATION HISTORY.                                        *
000230*   08/15/2026  RH   INITIAL VERSION.                            *
000232*   09/02/2026  RH   SKIP UNBILLED ORDERS; COUNT FREIGHT IN      *
000234*                    THE DAILY BALANCE MOVEMENT.                 *
000235*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000236*                    FILE (RUNLOGW).                             *
000237*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000238*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000239*                    NOT COMPLETED.                              *
000240******************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000710*
000720 WORKING-STORAGE SECTION.
000730*
000731     COPY RUNLOG.
000732*
000733     COPY PREDPARM.
000734*
000735 01  RUN-TIMING-FIELDS.
000736     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000737*
000740 01  SWITCHES.
000750*
000760     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
002000*
002010 1000-INITIALIZE.
002020*
002021     ACCEPT WS-START-TIME-RAW FROM TIME.
002022     MOVE 'OPBAL   ' TO PC-PROGRAM.
002023     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002024     IF PC-REFUSED
002025         MOVE PC-RETURN-CODE TO RETURN-CODE
002026         STOP RUN
002027     END-IF.
002028*
002030     OPEN INPUT  PERIOD-FILE.
002040     OPEN INPUT  INVOICE-FILE.
002050     OPEN OUTPUT BALANCE-REPORT.
004400*
004410 3000-TERMINATE.
004420*
004421     MOVE 'OPBAL   ' TO RL-PROGRAM.
004422     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
004423     MOVE 'OPBAL   ' TO RL-STEP-NAME.
004424     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
004425     ADD WS-TOT-INV-COUNT WS-TOT-CM-COUNT
004426         GIVING RL-RECORDS-READ.
004427     MOVE ZERO               TO RL-RECORDS-WRITTEN.
004428     MOVE ZERO               TO RL-RECORDS-REJECTED.
004429     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
004430     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
004431*
004432     IF WS-PERIOD-OPEN
004440         CLOSE PERIOD-FILE
004450     END-IF.
004460     IF WS-INVOICE-OPEN
