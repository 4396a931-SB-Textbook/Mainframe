000290*                                                                *
000300*   MODIFICATION HISTORY.                                        *
000310*   09/02/2026  RH   INITIAL VERSION.                            *
000311*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000312*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000313*                    NOT COMPLETED.                              *
000320******************************************************************
000330*
000340 ENVIRONMENT DIVISION.
001520*
001530 WORKING-STORAGE SECTION.
001540*
001541     COPY PREDPARM.
001542*
001550 01  WS-RUNLOG-WRITE-RECORD.
001560     05  WS-RL-KEY.
001570         10  WS-RL-DATE         PIC 9(08).
003040 1000-INITIALIZE.
003050*
003060     ACCEPT WS-START-TIME-RAW FROM TIME.
003061     MOVE 'FLASHRPT' TO PC-PROGRAM.
003062     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
003063     IF PC-REFUSED
003064         MOVE PC-RETURN-CODE TO RETURN-CODE
003065         STOP RUN
003066     END-IF.
003070*
003080     OPEN INPUT  PARM-FILE.
003090     OPEN INPUT  CUSTMAS-FILE.
