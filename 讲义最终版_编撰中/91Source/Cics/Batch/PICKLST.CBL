000200*                                                                *
000210*   MODIFICATION HISTORY.                                        *
000220*   08/14/2026  RH   INITIAL VERSION.                            *
000230*   09/02/2026  RH   EXPLODE KIT LINES TO THEIR COMPONENTS       *
000240*                    (KITMAS) SO THE WAREHOUSE PULLS THE         *
000250*                    RIGHT BOOKS FOR A BOXED SET.                *
000251*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000252*                    FILE (RUNLOGW).                             *
000253*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000254*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000255*                    NOT COMPLETED.                              *
000260******************************************************************
000270*
000280 ENVIRONMENT DIVISION.
000950*
000960 WORKING-STORAGE SECTION.
000970*
000971     COPY RUNLOG.
000972*
000973     COPY PREDPARM.
000974*
000975 01  RUN-TIMING-FIELDS.
000976     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000977*
000980 01  SWITCHES.
000990*
001000     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
002110*
002120 1000-INITIALIZE.
002130*
002131     ACCEPT WS-START-TIME-RAW FROM TIME.
002132     MOVE 'PICKLST ' TO PC-PROGRAM.
002133     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002134     IF PC-REFUSED
002135         MOVE PC-RETURN-CODE TO RETURN-CODE
002136         STOP RUN
002137     END-IF.
002138*
002140     OPEN I-O    INVOICE-FILE.
002150     OPEN INPUT  CUSTMAS-FILE.
002160     OPEN INPUT  PRODUCT-FILE.
004050         WRITE REPORT-LINE FROM SUMMARY-LINE-1
004060     END-IF.
004070*
004071     MOVE 'PICKLST ' TO RL-PROGRAM.
004072     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
004073     MOVE 'PICKLST ' TO RL-STEP-NAME.
004074     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
004075     MOVE ZERO               TO RL-RECORDS-READ.
004076     MOVE WS-LISTS-PRINTED   TO RL-RECORDS-WRITTEN.
004077     MOVE ZERO               TO RL-RECORDS-REJECTED.
004078     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
004079     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
004080*
004081     IF WS-INVOICE-OPEN
004090         CLOSE INVOICE-FILE
004100     END-IF.
004110     IF WS-CUSTMAS-OPEN
