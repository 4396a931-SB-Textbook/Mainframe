000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   CUSTHIST -- CUSTOMER ORDER HISTORY REPORT.                   *
000110*   PRINTS EVERY INVOICE ON FILE FOR A CUSTOMER -- NOT JUST THE  *
000120*   LAST 10 THAT INVINQ1/CUSTINQ3 SCROLL THROUGH ONLINE -- IN A  *
000130*   FORMAT SUITABLE FOR MAILING OR E-MAILING TO THE CUSTOMER OR  *
000140*   FOR THE BACK OFFICE'S OWN FILES.  RUNS EITHER FOR A SMALL    *
000150*   LIST OF CUSTOMERS READ FROM CUSTSEL, OR, WHEN CUSTSEL IS     *
000160*   EMPTY, FOR EVERY CUSTOMER ON CUSTMAS.  INVOICES ARE PULLED   *
000170*   THROUGH THE INVPATH ALTERNATE INDEX'S KEY, INV-CUSTOMER-     *
000180*   NUMBER, THE SAME WAY THE ONLINE TRANSACTIONS BROWSE THEM.    *
000190*                                                                *
000200*   MODIFICATION HISTORY.                                        *
000210*   08/08/2026  RH   INITIAL VERSION.                            *
000220*   08/17/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000230*                    FILE (RUNLOGW).                             *
000240*   08/22/2026  RH   CHECKPOINT/RESTART FOR FULL-FILE RUNS       *
000250*                    (CHKPT FILE, EVERY 100 CUSTOMERS).          *
000252*   09/02/2026  RH   COUNT FREIGHT IN THE INVOICE AMOUNTS        *
000254*                    SHOWN ON THE HISTORY.                       *
000255*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000256*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000257*                    NOT COMPLETED.                              *
000260******************************************************************
000270*
000280 ENVIRONMENT DIVISION.
001000 WORKING-STORAGE SECTION.
001010*
001020     COPY RUNLOG.
001021*
001022     COPY PREDPARM.
001030*
001040 01  RUN-TIMING-FIELDS.
001050     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
002790 1000-INITIALIZE.
002800*
002810     ACCEPT WS-START-TIME-RAW FROM TIME.
002811     MOVE 'CUSTHIST' TO PC-PROGRAM.
002812     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002813     IF PC-REFUSED
002814         MOVE PC-RETURN-CODE TO RETURN-CODE
002815         STOP RUN
002816     END-IF.
002820*
002830     OPEN INPUT  CUSTSEL-FILE.
002840     OPEN INPUT  CUSTMAS-FILE.
