000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   WCLLIST -- DAILY UNCOLLECTED-WILL-CALL LIST.                 *
000110*   A WILL-CALL ORDER THAT NOBODY COLLECTS ROTS BEHIND THE       *
000120*   COUNTER.  THIS DAILY PASS LISTS EVERY WILL-CALL ORDER        *
000130*   STILL UNSHIPPED AND UNVOIDED WITH THE CUSTOMER, ORDER        *
000180*                                                                *
000190*   MODIFICATION HISTORY.                                        *
000200*   09/02/2026  RH   INITIAL VERSION.                            *
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
001440 1000-INITIALIZE.
001450*
001460     ACCEPT WS-START-TIME-RAW FROM TIME.
001461     MOVE 'WCLLIST ' TO PC-PROGRAM.
001462     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001463     IF PC-REFUSED
001464         MOVE PC-RETURN-CODE TO RETURN-CODE
001465         STOP RUN
001466     END-IF.
001470*
001480     OPEN INPUT  INVOICE-FILE.
001490     OPEN OUTPUT WILLCALL-REPORT.
