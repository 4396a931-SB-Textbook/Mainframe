000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   INVVAL -- MONTH-END INVENTORY VALUATION REPORT.              *
000110*   WALKS THE PER-LOCATION STOCK FILE (LOCSTK) AND PRICES EACH   *
000120*   BALANCE AT THE PRODUCT'S WEIGHTED-AVERAGE COST               *
000130*   (PRM-AVERAGE-COST, MAINTAINED BY RCVENT1 FROM THE COSTS      *
000140*   KEYED ON RECEIPTS), SUBTOTALED BY LOCATION -- STORE,         *
000200*                                                                *
000210*   MODIFICATION HISTORY.                                        *
000220*   09/02/2026  RH   INITIAL VERSION.                            *
000221*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000222*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000223*                    NOT COMPLETED.                              *
000230******************************************************************
000240*
000250 ENVIRONMENT DIVISION.
000710 WORKING-STORAGE SECTION.
000720*
000730     COPY RUNLOG.
000731*
000732     COPY PREDPARM.
000740*
000750 01  RUN-TIMING-FIELDS.
000760     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001640 1000-INITIALIZE.
001650*
001660     ACCEPT WS-START-TIME-RAW FROM TIME.
001661     MOVE 'INVVAL  ' TO PC-PROGRAM.
001662     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001663     IF PC-REFUSED
001664         MOVE PC-RETURN-CODE TO RETURN-CODE
001665         STOP RUN
001666     END-IF.
001670*
001680     OPEN INPUT  LOCSTK-FILE.
001690     OPEN INPUT  PRODUCT-FILE.
