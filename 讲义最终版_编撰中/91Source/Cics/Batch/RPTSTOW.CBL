000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   RPTSTOW -- REPORT REPOSITORY STORE.                          *
000110*   RUN AS THE STEP BEHIND EACH BATCH REPORT WRITER: READS THE   *
000120*   WRITER'S PRINT FILE (RPTIN, THE SAME DATASET THAT GOES TO    *
000130*   HELD SYSOUT) AND STORES EVERY LINE IN THE RPTREPO            *
000140*   REPOSITORY UNDER THE REPORT NAME AND TODAY'S DATE, SO THE    *
000150*   BACK OFFICE CAN PULL ANY RECENT RUN UP ON THE RPTVIEW1       *
000160*   SCREEN.  THE RPTPARM CARD CARRIES THE REPORT NAME (COLUMNS   *
000170*   1-8) AND THE RUNS TO KEEP (9(2), COLUMNS 9-10); RUNS BEYOND  *
000180*   THE KEEP COUNT ARE PURGED OLDEST-FIRST AFTER THE STORE.  A   *
000190*   RERUN OF THE SAME DAY REPLACES THAT DAY'S LINES.  THE RUN    *
000200*   IS LOGGED THROUGH RUNLOGW.                                   *
000210*                                                                *
000220*   MODIFICATION HISTORY.                                        *
000230*   09/02/2026  RH   INITIAL VERSION.                            *
000231*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000232*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000233*                    NOT COMPLETED.                              *
000240******************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000730 WORKING-STORAGE SECTION.
000740*
000750     COPY RUNLOG.
000751*
000752     COPY PREDPARM.
000760*
000770 01  RUN-TIMING-FIELDS.
000780     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001320 1000-INITIALIZE.
001330*
001340     ACCEPT WS-START-TIME-RAW FROM TIME.
001341     MOVE 'RPTSTOW ' TO PC-PROGRAM.
001342     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001343     IF PC-REFUSED
001344         MOVE PC-RETURN-CODE TO RETURN-CODE
001345         STOP RUN
001346     END-IF.
001350*
001360     OPEN INPUT  PARM-FILE.
001370     OPEN INPUT  PRINT-FILE.
