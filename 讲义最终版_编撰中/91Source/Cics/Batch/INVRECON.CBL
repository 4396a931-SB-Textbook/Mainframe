000180*   TRANSACTIONS USE.                                            *
000190*                                                                *
000200*   MODIFICATION HISTORY.                                        *
000210*   08/08/2026  RH   INITIAL VERSION.                            *
000220*   08/17/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000230*                    FILE (RUNLOGW).                             *
000231*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000232*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000233*                    NOT COMPLETED.                              *
000240******************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000720 WORKING-STORAGE SECTION.
000730*
000740     COPY RUNLOG.
000741*
000742     COPY PREDPARM.
000750*
000760 01  RUN-TIMING-FIELDS.
000770     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001690 1000-INITIALIZE.
001700*
001710     ACCEPT WS-START-TIME-RAW FROM TIME.
001711     MOVE 'INVRECON' TO PC-PROGRAM.
001712     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001713     IF PC-REFUSED
001714         MOVE PC-RETURN-CODE TO RETURN-CODE
001715         STOP RUN
001716     END-IF.
001720*
001730     OPEN INPUT  INVOICE-FILE.
001740     OPEN INPUT  INVCTL-FILE.
