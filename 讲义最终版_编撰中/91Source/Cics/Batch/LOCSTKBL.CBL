000080*
000090******************************************************************
000100*   LOCSTKBL -- PER-LOCATION STOCK FILE BUILD.                   *
000110*   ONE-TIME CONVERSION FOR THE MULTI-LOCATION INVENTORY:        *
000120*   WRITES ONE WAREHOUSE ('W') RECORD PER PRODUCT CARRYING THE   *
000130*   WHOLE PRM-QUANTITY-ON-HAND, INTO A FRESHLY DEFINED LOCSTK    *
000140*   CLUSTER.  THE PHYSICAL COUNTS THAT SPLIT STOCK OUT TO THE    *
000150*   STORE AND THE RETURNS ANNEX ARE THEN KEYED AS XFRENT1        *
000160*   TRANSFERS, SO EVERY SPLIT IS ON THE MOVEMENT LOG.            *
000170*                                                                *
000180*   MODIFICATION HISTORY.                                        *
000190*   08/16/2026  RH   INITIAL VERSION.                            *
000191*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000192*                    FILE (RUNLOGW).                             *
000193*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000194*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000195*                    NOT COMPLETED.                              *
000200******************************************************************
000210*
000220 ENVIRONMENT DIVISION.
000580*
000590 WORKING-STORAGE SECTION.
000600*
000601     COPY RUNLOG.
000602*
000603     COPY PREDPARM.
000604*
000605 01  RUN-TIMING-FIELDS.
000606     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000607*
000610 01  SWITCHES.
000620*
000630     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
000910*
000920 1000-INITIALIZE.
000930*
000931     ACCEPT WS-START-TIME-RAW FROM TIME.
000932     MOVE 'LOCSTKBL' TO PC-PROGRAM.
000933     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
000934     IF PC-REFUSED
000935         MOVE PC-RETURN-CODE TO RETURN-CODE
000936         STOP RUN
000937     END-IF.
000938*
000940     OPEN INPUT  PRODUCT-FILE.
000950     OPEN OUTPUT LOCSTK-FILE.
000960*
001550     DISPLAY 'LOCSTKBL - PRODUCTS READ   : ' WS-PRODUCTS-READ.
001560     DISPLAY 'LOCSTKBL - RECORDS WRITTEN : ' WS-RECORDS-WRITTEN.
001570*
001571     MOVE 'LOCSTKBL' TO RL-PROGRAM.
001572     MOVE 'ADHOC   ' TO RL-JOB-NAME.
001573     MOVE 'LOCSTKBL' TO RL-STEP-NAME.
001574     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
001575     MOVE WS-PRODUCTS-READ   TO RL-RECORDS-READ.
001576     MOVE WS-RECORDS-WRITTEN TO RL-RECORDS-WRITTEN.
001577     MOVE ZERO               TO RL-RECORDS-REJECTED.
001578     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
001579     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
001580*
001581     IF WS-PRODUCT-OPEN
001590         CLOSE PRODUCT-FILE
001600     END-IF.
001610     IF WS-LOCSTK-OPEN
