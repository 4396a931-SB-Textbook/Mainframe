000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   POAGE -- OPEN PURCHASE-ORDER AGING REPORT.                   *
000110*   WALKS THE PORDER FILE IN KEY ORDER (HEADER, THEN ITS LINES)  *
000120*   AND LISTS EVERY OPEN PURCHASE ORDER WITH ITS AGE IN DAYS     *
000130*   SINCE THE ORDER DATE, THE SUPPLIER'S NAME, AND EVERY LINE    *
000140*   STILL OPEN WITH THE QUANTITY OUTSTANDING -- SO WE CHASE      *
000150*   SUPPLIERS WHO SIT ON ORDERS INSTEAD OF DISCOVERING THE GAP   *
000160*   AT A STOCKOUT.  THE RUN IS LOGGED THROUGH RUNLOGW.           *
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
001770 1000-INITIALIZE.
001780*
001790     ACCEPT WS-START-TIME-RAW FROM TIME.
001791     MOVE 'POAGE   ' TO PC-PROGRAM.
001792     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001793     IF PC-REFUSED
001794         MOVE PC-RETURN-CODE TO RETURN-CODE
001795         STOP RUN
001796     END-IF.
001800*
001810     OPEN INPUT  PORDER-FILE.
001820     OPEN INPUT  SUPMAS-FILE.
