000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   AJRNRPL -- AFTER-IMAGE JOURNAL REPLAY (ROLL-FORWARD).        *
000110*   WHEN A PRODUCTION FILE IS LOST MID-DAY, OPERATIONS RESTORES  *
000120*   LAST NIGHT'S BACKUP AND RUNS THIS UTILITY AGAINST THE DAY'S  *
000130*   AJRN JOURNAL (JRNIN -- THE EXTRAPARTITION QUEUE THE ONLINE   *
000140*   AJRNW WRITER FILLS).  EVERY JOURNALED AFTER-IMAGE FOR THE    *
000150*   FILES NAMED ON THE REPLPARM CARDS (ONE DATASET NAME PER      *
000160*   CARD, COLUMNS 1-8) IS RE-APPLIED IN JOURNAL ORDER: A 'W'     *
000170*   WRITES (OR REWRITES A DUPLICATE -- A RERUN IS HARMLESS), AN  *
000180*   'R' REWRITES (OR WRITES A MISSING RECORD), A 'D' DELETES     *
000190*   (A MISSING RECORD IS ALREADY GONE).  FILES NOT NAMED ARE     *
000200*   NOT TOUCHED.  RUNNING BALANCES (ARBAL, LOCSTK) ARE NOT       *
000210*   REPLAYED -- ARBALBLD AND LOCSTKBL REBUILD THEM FROM THE      *
000220*   ROLLED-FORWARD TRANSACTION FILES, WHICH IS SAFER THAN        *
000230*   REPLAYING COUNTER ARITHMETIC.  COUNTS PER FILE PRINT AND     *
000240*   THE RUN IS LOGGED THROUGH RUNLOGW.                           *
000250*                                                                *
000260*   MODIFICATION HISTORY.                                        *
000270*   09/02/2026  RH   INITIAL VERSION.                            *
000271*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000272*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000273*                    NOT COMPLETED.                              *
000280******************************************************************
000290*
000300 ENVIRONMENT DIVISION.
001510 WORKING-STORAGE SECTION.
001520*
001530     COPY RUNLOG.
001531*
001532     COPY PREDPARM.
001540*
001550 01  RUN-TIMING-FIELDS.
001560     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
002490 1000-INITIALIZE.
002500*
002510     ACCEPT WS-START-TIME-RAW FROM TIME.
002511     MOVE 'AJRNRPL ' TO PC-PROGRAM.
002512     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002513     IF PC-REFUSED
002514         MOVE PC-RETURN-CODE TO RETURN-CODE
002515         STOP RUN
002516     END-IF.
002520*
002530     OPEN INPUT  PARM-FILE.
002540     OPEN INPUT  JOURNAL-FILE.
003500*
003510     ADD 1 TO WS-READ-COUNT.
003520*
003530*    A SHORTER RECORD RIDES PADDED IN THE 1053-BYTE IMAGE; THE
003531*    GROUP MOVE TRUNCATES TO EACH RECORD'S OWN LENGTH, SO THE
003532*    SLICES CANNOT GO STALE WHEN A LAYOUT GROWS.
003540     EVALUATE TRUE
