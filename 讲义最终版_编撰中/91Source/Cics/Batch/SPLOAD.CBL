000190*                                                                *
000200*   MODIFICATION HISTORY.                                        *
000210*   08/13/2026  RH   INITIAL VERSION.                            *
000211*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000212*                    FILE (RUNLOGW).                             *
000213*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000214*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000215*                    NOT COMPLETED.                              *
000220******************************************************************
000230*
000240 ENVIRONMENT DIVISION.
000750*
000760 WORKING-STORAGE SECTION.
000770*
000771     COPY RUNLOG.
000772*
000773     COPY PREDPARM.
000774*
000775 01  RUN-TIMING-FIELDS.
000776     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000777*
000780 01  SWITCHES.
000790*
000800     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001640*
001650 1000-INITIALIZE.
001660*
001661     ACCEPT WS-START-TIME-RAW FROM TIME.
001662     MOVE 'SPLOAD  ' TO PC-PROGRAM.
001663     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001664     IF PC-REFUSED
001665         MOVE PC-RETURN-CODE TO RETURN-CODE
001666         STOP RUN
001667     END-IF.
001668*
001670     OPEN INPUT  SALESPERSON-CARDS.
001680     OPEN I-O    SLSPSN-FILE.
001690     OPEN OUTPUT LOAD-REPORT.
003210         END-IF
003220     END-IF.
003230*
003231     MOVE 'SPLOAD  ' TO RL-PROGRAM.
003232     MOVE 'ADHOC   ' TO RL-JOB-NAME.
003233     MOVE 'SPLOAD  ' TO RL-STEP-NAME.
003234     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
003235     MOVE WS-CARDS-READ      TO RL-RECORDS-READ.
003236     MOVE WS-CARDS-APPLIED   TO RL-RECORDS-WRITTEN.
003237     MOVE WS-CARDS-REJECTED  TO RL-RECORDS-REJECTED.
003238     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
003239     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
003240*
003241     IF WS-CARDS-OPEN
003250         CLOSE SALESPERSON-CARDS
003260     END-IF.
003270     IF WS-SLSPSN-OPEN
