000090******************************************************************
000100*   CUSTMRG -- SUPERVISED CUSTOMER MERGE.                        *
000110*   WHEN THE SAME PERSON HAS BEEN KEYED INTO CUSTMAS TWICE,      *
000120*   THE SUPERVISOR'S MERGE CARDS (MRGIN: SURVIVOR NUMBER IN      *
000130*   COLUMNS 1-6, DUPLICATE IN 8-13) FOLD THE DUPLICATE INTO      *
000140*   THE SURVIVOR: EVERY INVOICE AND PAYMENT ON THE               *
000150*   DUPLICATE'S ALTERNATE-KEY PATHS IS RE-KEYED TO THE           *
000160*   SURVIVOR, THE DUPLICATE'S ARBAL OPEN-ITEM BALANCE IS         *
000170*   FOLDED INTO THE SURVIVOR'S, AND THE DUPLICATE IS ARCHIVED    *
000180*   WITH CM-MERGED-TO-NUMBER POINTING AT WHERE ITS HISTORY       *
000190*   WENT.  EVERY RECORD MOVED PRINTS ON THE MERGE AUDIT          *
000200*   LISTING.  RUN WITH THE CICS FILES CLOSED TO THE REGION.      *
000210*   A CARD WHOSE SURVIVOR OR DUPLICATE FAILS VALIDATION IS       *
000220*   REJECTED WHOLE -- NOTHING OF THAT PAIR MOVES.                *
000230*                                                                *
000240*   MODIFICATION HISTORY.                                        *
000250*   08/20/2026  RH   INITIAL VERSION.                            *
000251*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000252*                    FILE (RUNLOGW).                             *
000253*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000254*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000255*                    NOT COMPLETED.                              *
000260******************************************************************
000270*
000280 ENVIRONMENT DIVISION.
001120*
001130 WORKING-STORAGE SECTION.
001140*
001141     COPY RUNLOG.
001142*
001143     COPY PREDPARM.
001144*
001145 01  RUN-TIMING-FIELDS.
001146     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001147*
001150 01  SWITCHES.
001160*
001170     05  WS-ABORT-SW              PIC X(01)   VALUE 'N'.
002270*
002280 1000-INITIALIZE.
002290*
002291     ACCEPT WS-START-TIME-RAW FROM TIME.
002292     MOVE 'CUSTMRG ' TO PC-PROGRAM.
002293     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002294     IF PC-REFUSED
002295         MOVE PC-RETURN-CODE TO RETURN-CODE
002296         STOP RUN
002297     END-IF.
002298*
002300     OPEN INPUT  MERGE-CARDS.
002310     OPEN I-O    CUSTMAS-FILE.
002320     OPEN I-O    INVOICE-FILE.
005430         END-IF
005440     END-IF.
005450*
005451     MOVE 'CUSTMRG ' TO RL-PROGRAM.
005452     MOVE 'ADHOC   ' TO RL-JOB-NAME.
005453     MOVE 'CUSTMRG ' TO RL-STEP-NAME.
005454     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
005455     MOVE ZERO               TO RL-RECORDS-READ.
005456     MOVE WS-MERGES-DONE     TO RL-RECORDS-WRITTEN.
005457     MOVE WS-CARDS-REJECTED  TO RL-RECORDS-REJECTED.
005458     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
005459     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
005460*
005461     CLOSE MERGE-CARDS.
005470     CLOSE CUSTMAS-FILE.
005480     CLOSE INVOICE-FILE.
005490     CLOSE PAYMENT-FILE.
