000260*                                                                *
000270*   MODIFICATION HISTORY.                                        *
000280*   08/10/2026  RH   INITIAL VERSION.                            *
000290*   09/02/2026  RH   SHOW EACH INVOICE'S DUE DATE (FROM THE      *
000300*                    CUSTOMER'S TERMS) ON THE STATEMENT LINE.    *
000301*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000302*                    FILE (RUNLOGW).                             *
000303*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000304*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000305*                    NOT COMPLETED.                              *
000310******************************************************************
000320*
000330 ENVIRONMENT DIVISION.
001060*
001070 WORKING-STORAGE SECTION.
001080*
001081     COPY RUNLOG.
001082*
001083     COPY PREDPARM.
001084*
001085 01  RUN-TIMING-FIELDS.
001086     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001087*
001090 01  SWITCHES.
001100*
001110     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
002810*
002820 1000-INITIALIZE.
002830*
002831     ACCEPT WS-START-TIME-RAW FROM TIME.
002832     MOVE 'STMTGEN ' TO PC-PROGRAM.
002833     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002834     IF PC-REFUSED
002835         MOVE PC-RETURN-CODE TO RETURN-CODE
002836         STOP RUN
002837     END-IF.
002838*
002840     OPEN INPUT  PERIOD-FILE.
002850     OPEN INPUT  CUSTMAS-FILE.
002860     OPEN INPUT  INVOICE-FILE.
006420         WRITE REPORT-LINE FROM SUMMARY-LINE-2
006430     END-IF.
006440*
006441     MOVE 'STMTGEN ' TO RL-PROGRAM.
006442     MOVE 'MONTHLY ' TO RL-JOB-NAME.
006443     MOVE 'STMTGEN ' TO RL-STEP-NAME.
006444     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
006445     MOVE WS-CUSTOMER-COUNT  TO RL-RECORDS-READ.
006446     MOVE WS-STATEMENT-COUNT TO RL-RECORDS-WRITTEN.
006447     MOVE ZERO               TO RL-RECORDS-REJECTED.
006448     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
006449     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
006450*
006451     IF WS-PERIOD-OPEN
006460         CLOSE PERIOD-FILE
006470     END-IF.
006480     IF WS-CUSTMAS-OPEN
