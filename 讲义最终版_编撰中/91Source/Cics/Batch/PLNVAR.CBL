000250*                                                                *
000260*   MODIFICATION HISTORY.                                        *
000270*   09/02/2026  RH   INITIAL VERSION.                            *
000271*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000272*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000273*                    NOT COMPLETED.                              *
000280******************************************************************
000290*
000300 ENVIRONMENT DIVISION.
000910 WORKING-STORAGE SECTION.
000920*
000930     COPY RUNLOG.
000931*
000932     COPY PREDPARM.
000940*
000950 01  RUN-TIMING-FIELDS.
000960     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
002480 1000-INITIALIZE.
002490*
002500     ACCEPT WS-START-TIME-RAW FROM TIME.
002501     MOVE 'PLNVAR  ' TO PC-PROGRAM.
002502     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002503     IF PC-REFUSED
002504         MOVE PC-RETURN-CODE TO RETURN-CODE
002505         STOP RUN
002506     END-IF.
002510*
002520     OPEN INPUT  PARM-FILE.
002530     OPEN INPUT  SLSPLAN-FILE.
