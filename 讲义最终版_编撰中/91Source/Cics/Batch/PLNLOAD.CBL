000120*   CARDS (PLNIN), THE SAME CARD-LOAD APPROACH SPLOAD,           *
000130*   PRCLOAD, AND QBKLOAD USE.  EACH CARD CARRIES A PRODUCT       *
000140*   CODE, A PLAN MONTH (YYYYMM), PLANNED UNITS 9(7), AND         *
000150*   PLANNED NET DOLLARS 9(9)V99.  THE PRODUCT MUST EXIST ON      *
000160*   THE PRODUCT MASTER, THE MONTH MUST BE A REAL ONE, AND A      *
000170*   PLAN WITH ZERO UNITS AND ZERO DOLLARS IS A CARD-PUNCH        *
000180*   MISTAKE, NOT A PLAN.  A CARD FOR A PRODUCT AND MONTH         *
000190*   ALREADY ON FILE REPLACES THE FIGURES.  REJECTS PRINT         *
000200*   WITH THE REASON AND THE RUN IS LOGGED THROUGH RUNLOGW.       *
000210*                                                                *
000220*   MODIFICATION HISTORY.                                        *
000230*   09/02/2026  RH   INITIAL VERSION.                            *
000231*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000232*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000233*                    NOT COMPLETED.                              *
000240******************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000890 WORKING-STORAGE SECTION.
000900*
000910     COPY RUNLOG.
000911*
000912     COPY PREDPARM.
000920*
000930 01  RUN-TIMING-FIELDS.
000940     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001860 1000-INITIALIZE.
001870*
001880     ACCEPT WS-START-TIME-RAW FROM TIME.
001881     MOVE 'PLNLOAD ' TO PC-PROGRAM.
001882     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001883     IF PC-REFUSED
001884         MOVE PC-RETURN-CODE TO RETURN-CODE
001885         STOP RUN
001886     END-IF.
001890*
001900     OPEN INPUT  CARD-FILE.
001910     OPEN I-O    SLSPLAN-FILE.
