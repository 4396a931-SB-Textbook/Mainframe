000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   CONEXP -- CONTRACT-PRICE EXPIRY REPORT.                      *
000110*   WALKS THE CONPRC CONTRACT-PRICE FILE AND LISTS EVERY         *
000120*   CONTRACT WHOSE END DATE HAS PASSED OR FALLS WITHIN THE       *
000130*   LOOK-AHEAD WINDOW ON THE CEXPARM CONTROL CARD (DAYS, 9(3)    *
000140*   IN COLUMNS 1-3), SO PURCHASING RENEGOTIATES BEFORE A         *
000150*   SCHOOL-DISTRICT CONTRACT LAPSES AND THE CUSTOMER QUIETLY     *
000160*   FALLS BACK TO LIST PRICES.  THE CUSTOMER NAME AND PRODUCT    *
000170*   DESCRIPTION RIDE ALONG SO THE BUYER DOES NOT HAVE TO LOOK    *
000180*   ANYTHING UP.  THE RUN IS LOGGED THROUGH RUNLOGW.             *
000190*                                                                *
000200*   MODIFICATION HISTORY.                                        *
000210*   09/02/2026  RH   INITIAL VERSION.                            *
000211*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000212*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000213*                    NOT COMPLETED.                              *
000220******************************************************************
000230*
000240 ENVIRONMENT DIVISION.
000920 WORKING-STORAGE SECTION.
000930*
000940     COPY RUNLOG.
000941*
000942     COPY PREDPARM.
000950*
000960 01  RUN-TIMING-FIELDS.
000970     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
002060 1000-INITIALIZE.
002070*
002080     ACCEPT WS-START-TIME-RAW FROM TIME.
002081     MOVE 'CONEXP  ' TO PC-PROGRAM.
002082     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002083     IF PC-REFUSED
002084         MOVE PC-RETURN-CODE TO RETURN-CODE
002085         STOP RUN
002086     END-IF.
002090*
002100     OPEN INPUT  PARM-FILE.
002110     OPEN INPUT  CONPRC-FILE.
