000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   KITLOAD -- KIT/BUNDLE MASTER LOAD.                           *
000110*   LOADS THE KITMAS FILE FROM MARKETING'S CARDS (KITIN), THE    *
000120*   SAME CARD-LOAD APPROACH SPLOAD, PRCLOAD, AND QBKLOAD USE.    *
000130*   EACH CARD CARRIES THE KIT'S PRODUCT CODE AND UP TO FIVE      *
000140*   COMPONENTS (PRODUCT CODE AND QUANTITY PER KIT, 9(3)).  THE   *
000150*   KIT CODE AND EVERY COMPONENT MUST EXIST ON THE PRODUCT       *
000160*   MASTER, AND A COMPONENT MAY NOT ITSELF BE A KIT -- ONE       *
000170*   LEVEL OF EXPLOSION IS ALL THE WAREHOUSE SIGNED UP FOR.  A    *
000180*   CARD FOR A KIT ALREADY ON FILE REPLACES ITS COMPONENTS.      *
000190*   REJECTS PRINT WITH THE REASON; THE RUN IS LOGGED THROUGH     *
000200*   RUNLOGW.                                                     *
000210*                                                                *
000220*   MODIFICATION HISTORY.                                        *
000230*   09/02/2026  RH   INITIAL VERSION.                            *
000231*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000232*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000233*                    NOT COMPLETED.                              *
000240******************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000860 WORKING-STORAGE SECTION.
000870*
000880     COPY RUNLOG.
000881*
000882     COPY PREDPARM.
000890*
000900 01  RUN-TIMING-FIELDS.
000910     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001830 1000-INITIALIZE.
001840*
001850     ACCEPT WS-START-TIME-RAW FROM TIME.
001851     MOVE 'KITLOAD ' TO PC-PROGRAM.
001852     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001853     IF PC-REFUSED
001854         MOVE PC-RETURN-CODE TO RETURN-CODE
001855         STOP RUN
001856     END-IF.
001860*
001870     OPEN INPUT  CARD-FILE.
001880     OPEN I-O    KITMAS-FILE.
