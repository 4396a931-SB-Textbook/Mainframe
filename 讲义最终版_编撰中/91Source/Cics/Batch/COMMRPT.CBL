000200*                                                                *
000210*   MODIFICATION HISTORY.                                        *
000220*   08/13/2026  RH   INITIAL VERSION.                            *
000221*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000222*                    FILE (RUNLOGW).                             *
000223*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000224*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000225*                    NOT COMPLETED.                              *
000230******************************************************************
000240*
000250 ENVIRONMENT DIVISION.
000810*
000820 WORKING-STORAGE SECTION.
000830*
000831     COPY RUNLOG.
000832*
000833     COPY PREDPARM.
000834*
000835 01  RUN-TIMING-FIELDS.
000836     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000837*
000840 01  SWITCHES.
000850*
000860     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
002470*
002480 1000-INITIALIZE.
002490*
002491     ACCEPT WS-START-TIME-RAW FROM TIME.
002492     MOVE 'COMMRPT ' TO PC-PROGRAM.
002493     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002494     IF PC-REFUSED
002495         MOVE PC-RETURN-CODE TO RETURN-CODE
002496         STOP RUN
002497     END-IF.
002498*
002500     OPEN INPUT  PERIOD-FILE.
002510     OPEN INPUT  SLSPSN-FILE.
002520     OPEN INPUT  INVOICE-FILE.
005210         WRITE REPORT-LINE FROM SUMMARY-LINE-2
005220     END-IF.
005230*
005231     MOVE 'COMMRPT ' TO RL-PROGRAM.
005232     MOVE 'MONTHLY ' TO RL-JOB-NAME.
005233     MOVE 'COMMRPT ' TO RL-STEP-NAME.
005234     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
005235     MOVE WS-INVOICE-COUNT   TO RL-RECORDS-READ.
005236     MOVE ZERO               TO RL-RECORDS-WRITTEN.
005237     MOVE WS-EXCEPTION-COUNT TO RL-RECORDS-REJECTED.
005238     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
005239     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
005240*
005241     IF WS-PERIOD-OPEN
005250         CLOSE PERIOD-FILE
005260     END-IF.
005270     IF WS-SLSPSN-OPEN
