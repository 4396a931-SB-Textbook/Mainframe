000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   QBKLOAD -- QUANTITY-BREAK TIER LOAD.                         *
000110*   LOADS THE QTYBRK DISCOUNT-TIER FILE FROM MARKETING'S CARDS   *
000120*   (QBKIN), THE SAME CARD-LOAD APPROACH SPLOAD AND PRCLOAD      *
000130*   USE.  EACH CARD CARRIES A PRODUCT CODE AND UP TO THREE       *
000140*   TIERS (QUANTITY THRESHOLD 9(5), PERCENT 9(2) -- 05 MEANS 5   *
000150*   PERCENT OFF LIST).  THE PRODUCT MUST EXIST ON THE PRODUCT    *
000160*   MASTER, THRESHOLDS MUST ASCEND, AND AN UNUSED TIER IS        *
000170*   ZEROS.  A CARD FOR A PRODUCT ALREADY ON FILE REPLACES ITS    *
000180*   TIERS.  REJECTS PRINT WITH THE REASON AND THE RUN IS         *
000190*   LOGGED THROUGH RUNLOGW.                                      *
000200*                                                                *
000210*   MODIFICATION HISTORY.                                        *
000220*   09/02/2026  RH   INITIAL VERSION.                            *
000221*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000222*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000223*                    NOT COMPLETED.                              *
000230******************************************************************
000240*
000250 ENVIRONMENT DIVISION.
000850 WORKING-STORAGE SECTION.
000860*
000870     COPY RUNLOG.
000871*
000872     COPY PREDPARM.
000880*
000890 01  RUN-TIMING-FIELDS.
000900     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001820 1000-INITIALIZE.
001830*
001840     ACCEPT WS-START-TIME-RAW FROM TIME.
001841     MOVE 'QBKLOAD ' TO PC-PROGRAM.
001842     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
001843     IF PC-REFUSED
001844         MOVE PC-RETURN-CODE TO RETURN-CODE
001845         STOP RUN
001846     END-IF.
001850*
001860     OPEN INPUT  CARD-FILE.
001870     OPEN I-O    QTYBRK-FILE.
