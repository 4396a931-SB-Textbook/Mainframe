000210*                                                                *
000220*   MODIFICATION HISTORY.                                        *
000230*   08/10/2026  RH   INITIAL VERSION.                            *
000232*   09/02/2026  RH   SKIP UNBILLED ORDERS; COUNT FREIGHT IN      *
000234*                    THE REBUILT OPEN BALANCE.                   *
000235*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000236*                    FILE (RUNLOGW).                             *
000237*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000238*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000239*                    NOT COMPLETED.                              *
000240******************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000970*
000980 WORKING-STORAGE SECTION.
000990*
000991     COPY RUNLOG.
000992*
000993     COPY PREDPARM.
000994*
000995 01  RUN-TIMING-FIELDS.
000996     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000997*
001000 01  SWITCHES.
001010*
001020     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001810*
001820 1000-INITIALIZE.
001830*
001831     ACCEPT WS-START-TIME-RAW FROM TIME.
001832     MOVE 'ARBALBLD' TO PC-PROGRAM.
001833     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001834     IF PC-REFUSED
001835         MOVE PC-RETURN-CODE TO RETURN-CODE
001836         STOP RUN
001837     END-IF.
001838*
001840     OPEN INPUT  CUSTMAS-FILE.
001850     OPEN INPUT  INVOICE-FILE.
001860     OPEN INPUT  PAYMENT-FILE.
004020         WRITE REPORT-LINE FROM SUMMARY-LINE-2
004030     END-IF.
004040*
004041     MOVE 'ARBALBLD' TO RL-PROGRAM.
004042     MOVE 'ADHOC   ' TO RL-JOB-NAME.
004043     MOVE 'ARBALBLD' TO RL-STEP-NAME.
004044     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
004045     MOVE WS-CUSTOMER-COUNT  TO RL-RECORDS-READ.
004046     MOVE WS-RECORDS-WRITTEN TO RL-RECORDS-WRITTEN.
004047     MOVE ZERO               TO RL-RECORDS-REJECTED.
004048     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
004049     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
004050*
004051     IF WS-CUSTMAS-OPEN
004060         CLOSE CUSTMAS-FILE
004070     END-IF.
004080     IF WS-INVOICE-OPEN
