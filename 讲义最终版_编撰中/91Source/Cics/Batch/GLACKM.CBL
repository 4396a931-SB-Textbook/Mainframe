000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   GLACKM -- GL BATCH ACKNOWLEDGMENT MATCHING.                  *
000110*   WE USED TO WRITE BALANCED H/D/T BATCHES TO GLJOUT AND        *
000120*   SIMPLY TRUST THAT THE GL SIDE LOADED THEM; TWICE THIS YEAR   *
000130*   A BATCH WENT MISSING AND NOBODY NOTICED FOR WEEKS.  GLJRNL   *
000140*   AND WRTOFF NOW RECORD EVERY BATCH THEY SEND ON THE GLSENT    *
000150*   LEDGER; THIS NIGHTLY RUN READS THE GL TEAM'S                 *
000160*   ACKNOWLEDGMENT FILE (GLACKIN: JOURNAL DATE, SOURCE, DEBIT    *
000170*   AND CREDIT CONTROL TOTALS), MATCHES EACH ACKNOWLEDGMENT TO   *
000180*   ITS LEDGER RECORD, AND MARKS IT ACKNOWLEDGED WHEN THE        *
000190*   CONTROL TOTALS AGREE.  AN ACKNOWLEDGMENT FOR A BATCH WE      *
000200*   NEVER SENT, OR WHOSE TOTALS DISAGREE, PRINTS AS AN           *
000210*   EXCEPTION.  THE RUN THEN SWEEPS THE LEDGER AND PRINTS AN     *
000220*   EXCEPTION PAGE OF BATCHES STILL UNACKNOWLEDGED AFTER TWO     *
000230*   DAYS, SO WE CHASE THEM WHILE THE TRAIL IS WARM.  A NONZERO   *
000240*   COMPLETION CODE GOES TO RUNLOG WHEN ANY EXCEPTION PRINTS.    *
000250*                                                                *
000260*   MODIFICATION HISTORY.                                        *
000270*   09/02/2026  RH   INITIAL VERSION.                            *
000271*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000272*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000273*                    NOT COMPLETED.                              *
000280******************************************************************
000290*
000300 ENVIRONMENT DIVISION.
000790 WORKING-STORAGE SECTION.
000800*
000810     COPY RUNLOG.
000811*
000812     COPY PREDPARM.
000820*
000830 01  RUN-TIMING-FIELDS.
000840     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001910 1000-INITIALIZE.
001920*
001930     ACCEPT WS-START-TIME-RAW FROM TIME.
001931     MOVE 'GLACKM  ' TO PC-PROGRAM.
001932     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001933     IF PC-REFUSED
001934         MOVE PC-RETURN-CODE TO RETURN-CODE
001935         STOP RUN
001936     END-IF.
001940*
001950     OPEN INPUT  ACK-FILE.
001960     OPEN I-O    GLSENT-FILE.
