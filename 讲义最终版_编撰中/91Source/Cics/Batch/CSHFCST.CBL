000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   CSHFCST -- WEEKLY CASH-RECEIPTS FORECAST.                    *
000110*   THE TREASURER ASKS EVERY FRIDAY WHAT CASH IS COMING.  THIS   *
000120*   WEEKLY BATCH PROJECTS RECEIPTS BY WEEK FOR THE NEXT EIGHT    *
000130*   WEEKS FROM THREE SOURCES THE SHOP ALREADY HOLDS:             *
000140*     - OPEN INVOICES, NETTED THE WAY AGERPT AND CRHOLDN NET     *
000150*       THEM (ORIGINALS LESS APPLIED CASH AND PARTIAL MEMOS),    *
000160*       AGED BY DUE DATE AND HAIRCUT BY THE COLLECTION RATES     *
000170*       ON THE FCPARM CARD (FOUR 9(3) PERCENTS IN COLS 1-12:     *
000320*                                                                *
000330*   MODIFICATION HISTORY.                                        *
000340*   09/02/2026  RH   INITIAL VERSION.                            *
000341*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000342*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000343*                    NOT COMPLETED.                              *
000350******************************************************************
000360*
000370 ENVIRONMENT DIVISION.
001560 WORKING-STORAGE SECTION.
001570*
001580     COPY RUNLOG.
001581*
001582     COPY PREDPARM.
001590*
001600 01  RUN-TIMING-FIELDS.
001610     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
003370 1000-INITIALIZE.
003380*
003390     ACCEPT WS-START-TIME-RAW FROM TIME.
003391     MOVE 'CSHFCST ' TO PC-PROGRAM.
003392     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
003393     IF PC-REFUSED
003394         MOVE PC-RETURN-CODE TO RETURN-CODE
003395         STOP RUN
003396     END-IF.
003400*
003410     OPEN INPUT  PARM-FILE.
003420     OPEN INPUT  CUSTMAS-FILE.
