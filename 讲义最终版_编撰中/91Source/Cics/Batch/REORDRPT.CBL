000130*   PRM-REORDER-POINT, WITH THE PRM-REORDER-QUANTITY THE BUYER   *
000140*   SHOULD PLACE.  PRODUCTS WITH A ZERO REORDER POINT ARE NOT    *
000150*   REPLENISHED AUTOMATICALLY AND ARE SKIPPED.                   *
000152*   NEITHER ARE DISCONTINUED OR OUT-OF-PRINT PRODUCTS.           *
000160*                                                                *
000170*   MODIFICATION HISTORY.                                        *
000180*   08/11/2026  RH   INITIAL VERSION.                            *
000190*   09/02/2026  RH   ALSO WRITE EACH SUGGESTION TO THE SUGPO     *
000200*                    FILE SO POENT1 CAN TURN IT INTO A REAL      *
000210*                    PURCHASE ORDER INSTEAD OF RE-KEYING THE     *
000220*                    PAPER REPORT.                               *
000222*   10/15/2026  RH   SUGGEST NOTHING FOR A PRODUCT THAT IS       *
000224*                    NOT ACTIVE (PRM-STATUS-CODE).               *
000225*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000226*                    FILE (RUNLOGW).                             *
000227*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000228*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000229*                    NOT COMPLETED.                              *
000230******************************************************************
000240*
000250 ENVIRONMENT DIVISION.
000700*
000710 WORKING-STORAGE SECTION.
000720*
000721     COPY RUNLOG.
000722*
000723     COPY PREDPARM.
000724*
000725 01  RUN-TIMING-FIELDS.
000726     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000727*
000730 01  SWITCHES.
000740*
000750     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001660*
001670 1000-INITIALIZE.
001680*
001681     ACCEPT WS-START-TIME-RAW FROM TIME.
001682     MOVE 'REORDRPT' TO PC-PROGRAM.
001683     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001684     IF PC-REFUSED
001685         MOVE PC-RETURN-CODE TO RETURN-CODE
001686         STOP RUN
001687     END-IF.
001688*
001690     OPEN INPUT  PRODUCT-FILE.
001700     OPEN OUTPUT REORDER-REPORT.
001710     OPEN I-O    SUGPO-FILE.
002240         ADD 1 TO WS-PRODUCT-COUNT
002250         IF        PRM-REORDER-POINT > ZERO
002260               AND PRM-QUANTITY-ON-HAND NOT > PRM-REORDER-POINT
002262               AND PRM-ACTIVE
002270             ADD 1 TO WS-REORDER-COUNT
002280             MOVE PRM-PRODUCT-CODE        TO DL-PRODUCT-CODE
002290             MOVE PRM-PRODUCT-DESCRIPTION TO DL-DESCRIPTION
002750         WRITE REPORT-LINE FROM SUMMARY-LINE-2
002760     END-IF.
002770*
002771     MOVE 'REORDRPT' TO RL-PROGRAM.
002772     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
002773     MOVE 'REORDRPT' TO RL-STEP-NAME.
002774     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
002775     MOVE WS-PRODUCT-COUNT   TO RL-RECORDS-READ.
002776     MOVE ZERO               TO RL-RECORDS-WRITTEN.
002777     MOVE ZERO               TO RL-RECORDS-REJECTED.
002778     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
002779     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
002780*
002781     IF WS-PRODUCT-OPEN
002790         CLOSE PRODUCT-FILE
002800     END-IF.
002810     IF WS-REPORT-OPEN
