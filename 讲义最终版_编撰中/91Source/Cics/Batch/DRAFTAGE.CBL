000080*
000090******************************************************************
000100*   DRAFTAGE -- STALE SUSPENDED-ORDER CLEANUP.                   *
000110*   DELETES DRAFTS ON THE ORDRENT SUSPEND FILE WHOSE             *
000120*   DFT-SAVED-DATE IS BEFORE THE CUTOFF DATE ON THE PERIOD       *
000130*   CONTROL CARD (PERIODD, YYYYMMDD IN COLUMNS 1-8 --            *
000140*   NORMALLY A FEW DAYS BACK), AND LISTS WHAT IT DELETED SO      *
000150*   AN OPERATOR WHO LOSES A DRAFT KNOWS WHERE IT WENT.  RUN      *
000160*   NIGHTLY BEHIND THE CICS SHUTDOWN.                            *
000170*                                                                *
000180*   MODIFICATION HISTORY.                                        *
000190*   08/15/2026  RH   INITIAL VERSION.                            *
000191*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000192*                    FILE (RUNLOGW).                             *
000193*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000194*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000195*                    NOT COMPLETED.                              *
000200******************************************************************
000210*
000220 ENVIRONMENT DIVISION.
000670*
000680 WORKING-STORAGE SECTION.
000690*
000691     COPY RUNLOG.
000692*
000693     COPY PREDPARM.
000694*
000695 01  RUN-TIMING-FIELDS.
000696     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000697*
000700 01  SWITCHES.
000710*
000720     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001390*
001400 1000-INITIALIZE.
001410*
001411     ACCEPT WS-START-TIME-RAW FROM TIME.
001412     MOVE 'DRAFTAGE' TO PC-PROGRAM.
001413     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001414     IF PC-REFUSED
001415         MOVE PC-RETURN-CODE TO RETURN-CODE
001416         STOP RUN
001417     END-IF.
001418*
001420     OPEN INPUT  PERIOD-FILE.
001430     OPEN I-O    DRAFT-FILE.
001440     OPEN OUTPUT AGE-REPORT.
002380         WRITE REPORT-LINE FROM SUMMARY-LINE-2
002390     END-IF.
002400*
002401     MOVE 'DRAFTAGE' TO RL-PROGRAM.
002402     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
002403     MOVE 'DRAFTAGE' TO RL-STEP-NAME.
002404     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
002405     MOVE WS-DRAFTS-READ     TO RL-RECORDS-READ.
002406     MOVE WS-DRAFTS-DELETED  TO RL-RECORDS-WRITTEN.
002407     MOVE ZERO               TO RL-RECORDS-REJECTED.
002408     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
002409     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
002410*
002411     IF WS-PERIOD-OPEN
002420         CLOSE PERIOD-FILE
002430     END-IF.
002440     IF WS-DRAFT-OPEN
