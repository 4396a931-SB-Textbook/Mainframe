000340*                                                                *
000350*   MODIFICATION HISTORY.                                        *
000360*   09/02/2026  RH   INITIAL VERSION.                            *
000361*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000362*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000363*                    NOT COMPLETED.                              *
000370******************************************************************
000380*
000390 ENVIRONMENT DIVISION.
001200 WORKING-STORAGE SECTION.
001210*
001220     COPY RUNLOG.
001221*
001222     COPY PREDPARM.
001230*
001240 01  RUN-TIMING-FIELDS.
001250     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
002930 1000-INITIALIZE.
002940*
002950     ACCEPT WS-START-TIME-RAW FROM TIME.
002951     MOVE 'UNUSUAL ' TO PC-PROGRAM.
002952     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002953     IF PC-REFUSED
002954         MOVE PC-RETURN-CODE TO RETURN-CODE
002955         STOP RUN
002956     END-IF.
002960*
002970     OPEN INPUT  PARM-FILE.
002980     OPEN INPUT  INVOICE-FILE.
