000150*   EXTRACTED -- REPORTING CAN FILTER ON THAT FIELD ITSELF.      *
000160*                                                                *
000170*   MODIFICATION HISTORY.                                        *
000180*   08/09/2026  RH   INITIAL VERSION.                            *
000190*   08/17/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000200*                    FILE (RUNLOGW).                             *
000201*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000202*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000203*                    NOT COMPLETED.                              *
000210******************************************************************
000220*
000230 ENVIRONMENT DIVISION.
000580 WORKING-STORAGE SECTION.
000590*
000600     COPY RUNLOG.
000601*
000602     COPY PREDPARM.
000610*
000620 01  RUN-TIMING-FIELDS.
000630     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001000 1000-INITIALIZE.
001010*
001020     ACCEPT WS-START-TIME-RAW FROM TIME.
001021     MOVE 'CUSTEXTR' TO PC-PROGRAM.
001022     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001023     IF PC-REFUSED
001024         MOVE PC-RETURN-CODE TO RETURN-CODE
001025         STOP RUN
001026     END-IF.
001030*
001040     OPEN INPUT  CUSTMAS-FILE.
001050     OPEN OUTPUT CUSTMAS-EXTRACT.
