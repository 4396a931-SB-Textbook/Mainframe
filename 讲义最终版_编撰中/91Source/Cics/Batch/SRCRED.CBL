000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   SRCRED -- OUTSTANDING SUPPLIER-CREDIT REPORT.                *
000110*   WALKS THE SRETLOG SUPPLIER-RETURN FILE AND LISTS EVERY       *
000120*   RETURN SHIPMENT WHOSE CREDIT THE SUPPLIER STILL OWES US,     *
000130*   WITH THE SUPPLIER'S NAME, THE EXPECTED CREDIT, AND THE       *
000140*   DAYS SINCE THE STOCK WENT BACK -- SO THE MONEY WE ARE OWED   *
000150*   FOR DAMAGED STOCK STOPS EVAPORATING QUIETLY.  TOTALED BY     *
000160*   RUN; THE RUN IS LOGGED THROUGH RUNLOGW.                      *
000170*                                                                *
000180*   MODIFICATION HISTORY.                                        *
000190*   09/02/2026  RH   INITIAL VERSION.                            *
000191*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000192*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000193*                    NOT COMPLETED.                              *
000200******************************************************************
000210*
000220 ENVIRONMENT DIVISION.
000680 WORKING-STORAGE SECTION.
000690*
000700     COPY RUNLOG.
000701*
000702     COPY PREDPARM.
000710*
000720 01  RUN-TIMING-FIELDS.
000730     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001750 1000-INITIALIZE.
001760*
001770     ACCEPT WS-START-TIME-RAW FROM TIME.
001771     MOVE 'SRCRED  ' TO PC-PROGRAM.
001772     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001773     IF PC-REFUSED
001774         MOVE PC-RETURN-CODE TO RETURN-CODE
001775         STOP RUN
001776     END-IF.
001780*
001790     OPEN INPUT  SRETLOG-FILE.
001800     OPEN INPUT  SUPMAS-FILE.
