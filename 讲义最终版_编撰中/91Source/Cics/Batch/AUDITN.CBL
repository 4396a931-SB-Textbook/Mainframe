000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   AUDITN -- NIGHTLY CROSS-FILE INTEGRITY AUDITOR.              *
000110*   WE HAD SINGLE-PURPOSE CHECKS (INVRECON FOR NUMBER GAPS,      *
000120*   ARBALBLD TO REBUILD SUSPECT BALANCES) BUT NOBODY CHECKED     *
000130*   THE SYSTEM AGAINST ITSELF.  ONE PASS, FOUR QUESTIONS:        *
000140*     1. DOES EVERY PRM-QUANTITY-ON-HAND EQUAL THE SUM OF ITS    *
000150*        LOCSTK LOCATION BALANCES (FOR PRODUCTS ALREADY          *
000160*        CONVERTED TO PER-LOCATION RECORDS)?                     *
000260*                                                                *
000270*   MODIFICATION HISTORY.                                        *
000280*   09/02/2026  RH   INITIAL VERSION.                            *
000281*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000282*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000283*                    NOT COMPLETED.                              *
000290******************************************************************
000300*
000310 ENVIRONMENT DIVISION.
001210 WORKING-STORAGE SECTION.
001220*
001230     COPY RUNLOG.
001231*
001232     COPY PREDPARM.
001240*
001250 01  RUN-TIMING-FIELDS.
001260     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
002250 1000-INITIALIZE.
002260*
002270     ACCEPT WS-START-TIME-RAW FROM TIME.
002271     MOVE 'AUDITN  ' TO PC-PROGRAM.
002272     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002273     IF PC-REFUSED
002274         MOVE PC-RETURN-CODE TO RETURN-CODE
002275         STOP RUN
002276     END-IF.
002280*
002290     OPEN INPUT  PRODUCT-FILE.
002300     OPEN INPUT  LOCSTK-FILE.
