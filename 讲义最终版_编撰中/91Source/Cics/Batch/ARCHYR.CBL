000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   ARCHYR -- YEAR-END RETENTION ARCHIVE RUN.                    *
000110*   OUR ARCHIVE-NOT-DELETE CONVENTION MEANT THE INVOICE,         *
000120*   PAYMENT, RCVLOG, RETLOG, LOCMOVE, AND SECLOG FILES GREW      *
000130*   FOREVER AND EVERY NIGHTLY BATCH READ THROUGH YEARS OF DEAD   *
000140*   RECORDS.  THIS RUN MOVES CLOSED RECORDS OLDER THAN EACH      *
000150*   DATASET'S RETENTION TO ITS COMPANION ARCHIVE CLUSTER         *
000160*   (INVARCH, PAYARCH, RCVARCH, RETARCH, LOCARCH, SECARCH --     *
000170*   SAME LAYOUTS, LOADED ONCE A YEAR, NEVER PURGED) AND ONLY     *
000180*   THEN DELETES THEM FROM THE LIVE FILE, SO NOTHING IS EVER     *
000190*   LOST -- THE ARCINQ1 SCREEN STILL REACHES LAST DECADE'S       *
000200*   INVOICE WITHOUT A RESTORE REQUEST.                           *
000210*                                                                *
000220*   RETENTION COMES FROM THE RETPARM CARDS OPERATIONS            *
000230*   MAINTAINS: DATASET NAME IN COLUMNS 1-8, RETENTION YEARS      *
000380*                                                                *
000390*   MODIFICATION HISTORY.                                        *
000400*   09/02/2026  RH   INITIAL VERSION.                            *
000402*   10/15/2026  RH   WIDEN THE RECEIPT ARCHIVE RECORD FOR THE    *
000404*                    PO LINE NOW CARRIED ON RCVLOG.              *
000405*   10/15/2026  RH   WIDEN THE INVOICE ARCHIVE RECORD TO THE     *
000406*                    1053-BYTE INVOICE LAYOUT.                   *
000407*   10/15/2026  RH   PAYMENT ARCHIVE IMAGE WIDENED FOR THE       *
000408*                    SOURCE CODE AND DEPOSIT ID.                 *
000409*   10/15/2026  RH   SECURITY ARCHIVE IMAGE WIDENED FOR THE      *
000410*                    SIGN-ON REASON, LEVELS AND FILE LIST.       *
000411*   10/15/2026  RH   SECURITY ARCHIVE IMAGE WIDENED FOR THE      *
000412*                    OPERATOR-MAINTENANCE FIELDS.                *
000413*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000414*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000415*                    NOT COMPLETED.                              *
000416******************************************************************
000420*
000430 ENVIRONMENT DIVISION.
000440*
001530*
001540 01  INVOICE-ARCHIVE-RECORD.
001550     05  IVA-INVOICE-NUMBER           PIC 9(06).
001560     05  IVA-REST                     PIC X(1047).
001570*
001580 FD  PAYMENT-FILE
001590     LABEL RECORDS ARE STANDARD.
001650*
001660 01  PAYMENT-ARCHIVE-RECORD.
001670     05  PAA-PAYMENT-NUMBER           PIC 9(06).
001680     05  PAA-REST                     PIC X(54).
001690*
001700 FD  RCVLOG-FILE
001710     LABEL RECORDS ARE STANDARD.
001770*
001780 01  RECEIPT-ARCHIVE-RECORD.
001790     05  RCA-RECEIPT-NUMBER           PIC 9(06).
001800     05  RCA-REST                     PIC X(51).
001810*
001820 FD  RETLOG-FILE
001830     LABEL RECORDS ARE STANDARD.
002130*
002140 01  SECURITY-ARCHIVE-RECORD.
002150     05  SCA-LOG-KEY                  PIC X(18).
002160     05  SCA-REST                     PIC X(122).
002170*
002180 FD  ARCHIVE-REPORT
002190     LABEL RECORDS ARE OMITTED.
002230 WORKING-STORAGE SECTION.
002240*
002250     COPY RUNLOG.
002251*
002252     COPY PREDPARM.
002260*
002270 01  RUN-TIMING-FIELDS.
002280     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
003520 1000-INITIALIZE.
003530*
003540     ACCEPT WS-START-TIME-RAW FROM TIME.
003541     MOVE 'ARCHYR  ' TO PC-PROGRAM.
003542     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
003543     IF PC-REFUSED
003544         MOVE PC-RETURN-CODE TO RETURN-CODE
003545         STOP RUN
003546     END-IF.
003550*
003560     OPEN INPUT  PARM-FILE.
003570     OPEN I-O    INVOICE-FILE.
