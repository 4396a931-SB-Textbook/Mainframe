000200*   APPLIED OR REJECTED WITH THE REASON, AND THE JOB ENDS WITH   *
000210*   RETURN CODE 4 IF ANY CARD WAS REJECTED SO THE LOAD CAN BE    *
000220*   CHECKED BEFORE THE EFFECTIVE DATE ARRIVES.                   *
000222*                                                                *
000224*   RUN PRCSIM AGAINST THE SAME DECK FIRST: IT EDITS THE CARDS   *
000226*   THE SAME WAY AND REPORTS THE TWELVE-MONTH REVENUE IMPACT     *
000228*   AND ANY CONTRACT PRICES LEFT ABOVE LIST, WITHOUT LOADING.    *
000230*                                                                *
000240*   MODIFICATION HISTORY.                                        *
000250*   08/12/2026  RH   INITIAL VERSION.                            *
000252*   10/15/2026  RH   REFER TO THE PRCSIM IMPACT SIMULATION.      *
000253*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000254*                    FILE (RUNLOGW).                             *
000255*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000256*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000257*                    NOT COMPLETED.                              *
000260******************************************************************
000270*
000280 ENVIRONMENT DIVISION.
000880*
000890 WORKING-STORAGE SECTION.
000900*
000901     COPY RUNLOG.
000902*
000903     COPY PREDPARM.
000904*
000905 01  RUN-TIMING-FIELDS.
000906     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000907*
000910 01  SWITCHES.
000920*
000930     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001790*
001800 1000-INITIALIZE.
001810*
001811     ACCEPT WS-START-TIME-RAW FROM TIME.
001812     MOVE 'PRCLOAD ' TO PC-PROGRAM.
001813     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001814     IF PC-REFUSED
001815         MOVE PC-RETURN-CODE TO RETURN-CODE
001816         STOP RUN
001817     END-IF.
001818*
001820     OPEN INPUT  PRICE-CARDS.
001830     OPEN INPUT  PRODUCT-FILE.
001840     OPEN I-O    PRICE-FILE.
003470         END-IF
003480     END-IF.
003490*
003491     MOVE 'PRCLOAD ' TO RL-PROGRAM.
003492     MOVE 'ADHOC   ' TO RL-JOB-NAME.
003493     MOVE 'PRCLOAD ' TO RL-STEP-NAME.
003494     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
003495     MOVE WS-CARDS-READ      TO RL-RECORDS-READ.
003496     MOVE WS-CARDS-APPLIED   TO RL-RECORDS-WRITTEN.
003497     MOVE WS-CARDS-REJECTED  TO RL-RECORDS-REJECTED.
003498     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
003499     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
003500*
003501     IF WS-CARDS-OPEN
003510         CLOSE PRICE-CARDS
003520     END-IF.
003530     IF WS-PRODUCT-OPEN
