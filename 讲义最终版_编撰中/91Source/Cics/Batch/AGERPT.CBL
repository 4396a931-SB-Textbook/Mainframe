000320*                                                                *
000330*   MODIFICATION HISTORY.                                        *
000340*   08/11/2026  RH   INITIAL VERSION.                            *
000350*   08/22/2026  RH   AGE THE REMAINING OPEN AMOUNT: NET OFF      *
000360*                    APPLIED CASH AND PARTIAL CREDIT MEMOS.      *
000370*   09/02/2026  RH   AGE FROM THE DUE DATE THE CUSTOMER'S        *
000380*                    TERMS GRANT, NOT THE INVOICE DATE.          *
000381*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000382*                    FILE (RUNLOGW).                             *
000383*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000384*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000385*                    NOT COMPLETED.                              *
000390******************************************************************
000400*
000410 ENVIRONMENT DIVISION.
001010*
001020 WORKING-STORAGE SECTION.
001030*
001031     COPY RUNLOG.
001032*
001033     COPY PREDPARM.
001034*
001035 01  RUN-TIMING-FIELDS.
001036     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001037*
001040 01  SWITCHES.
001050*
001060     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
002760*
002770 1000-INITIALIZE.
002780*
002781     ACCEPT WS-START-TIME-RAW FROM TIME.
002782     MOVE 'AGERPT  ' TO PC-PROGRAM.
002783     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002784     IF PC-REFUSED
002785         MOVE PC-RETURN-CODE TO RETURN-CODE
002786         STOP RUN
002787     END-IF.
002788*
002790     OPEN INPUT  CUSTMAS-FILE.
002800     OPEN INPUT  INVOICE-FILE.
002810     OPEN INPUT  PAYMENT-FILE.
006360         WRITE REPORT-LINE FROM SUMMARY-LINE-1
006370     END-IF.
006380*
006381     MOVE 'AGERPT  ' TO RL-PROGRAM.
006382     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
006383     MOVE 'AGERPT  ' TO RL-STEP-NAME.
006384     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
006385     MOVE WS-INVOICE-COUNT   TO RL-RECORDS-READ.
006386     MOVE ZERO               TO RL-RECORDS-WRITTEN.
006387     MOVE ZERO               TO RL-RECORDS-REJECTED.
006388     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
006389     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
006390*
006391     IF WS-CUSTMAS-OPEN
006400         CLOSE CUSTMAS-FILE
006410     END-IF.
006420     IF WS-INVOICE-OPEN
