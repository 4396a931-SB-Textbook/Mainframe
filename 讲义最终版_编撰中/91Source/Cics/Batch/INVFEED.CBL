000160*     'H'  CUSTOMER HEADER   (ACCOUNT, NAME, FEED DATE)          *
000170*     'I'  INVOICE HEADER    (NUMBER, TYPE, DATES, PO, TOTALS)   *
000180*     'L'  LINE DETAIL       (PRODUCT, QTY, PRICE, AMOUNTS)      *
000190*     'X'  TAX               (TAX, FREIGHT, TRACKING)            *
000200*     'T'  CUSTOMER TRAILER  (INVOICE/LINE COUNTS, DOLLARS)      *
000210*   EACH CUSTOMER'S H-THROUGH-T GROUP IS SELF-CONTAINED WITH     *
000220*   ITS OWN CONTROL COUNTS; OPERATIONS SPLITS THE GROUPS INTO    *
000260*   HERE SUPPRESSES THEM -- UNTIL EACH DISTRICT CONFIRMS ITS     *
000270*   SIDE WORKS AND THE PRINT STEP IS DROPPED FROM THE JOB.       *
000280*   THE RUN IS LOGGED THROUGH RUNLOGW.                           *
000282*   THE 'X' RECORD ALSO CARRIES THE SHIPPER AND THE CARRIER      *
000284*   TRACKING NUMBER SHPCON1 RECORDED ON THE SHPMAN MANIFEST, SO  *
000286*   THE DISTRICT CAN TRACE A CARTON WITHOUT CALLING US; THEY     *
000288*   ARE BLANK FOR AN INVOICE THAT HAS NO MANIFEST RECORD.        *
000290*                                                                *
000300*   MODIFICATION HISTORY.                                        *
000310*   09/02/2026  RH   INITIAL VERSION.                            *
000312*   10/15/2026  RH   CARRY SHIPPER AND TRACKING NUMBER FROM      *
000314*                    SHPMAN ON THE X RECORD.                     *
000315*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000316*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000317*                    NOT COMPLETED.                              *
000320******************************************************************
000330*
000340 ENVIRONMENT DIVISION.
000550             ALTERNATE RECORD KEY IS INV-CUSTOMER-NUMBER
000560                 WITH DUPLICATES
000570             FILE STATUS IS WS-INVOICE-STATUS.
000571*
000572     SELECT  SHPMAN-FILE    ASSIGN TO SHPMAN
000573             ORGANIZATION IS INDEXED
000574             ACCESS MODE IS RANDOM
000575             RECORD KEY IS SM-MANIFEST-KEY
000576             ALTERNATE RECORD KEY IS SM-INVOICE-NUMBER
000577                 WITH DUPLICATES
000578             FILE STATUS IS WS-SHPMAN-STATUS.
000580*
000590     SELECT  FEED-FILE      ASSIGN TO FEEDOUT
000600             ORGANIZATION IS LINE SEQUENTIAL
000770     LABEL RECORDS ARE STANDARD.
000780*
000790     COPY INVOICE.
000791*
000792 FD  SHPMAN-FILE
000793     LABEL RECORDS ARE STANDARD.
000794*
000795     COPY SHPMAN.
000800*
000810 FD  FEED-FILE
000820     LABEL RECORDS ARE STANDARD.
000910 WORKING-STORAGE SECTION.
000920*
000930     COPY RUNLOG.
000931*
000932     COPY PREDPARM.
000940*
000950 01  RUN-TIMING-FIELDS.
000960     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001070         88  WS-FEED-OPEN                         VALUE 'Y'.
001080     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001090         88  WS-REPORT-OPEN                       VALUE 'Y'.
001092     05  WS-SHPMAN-OPEN-SW            PIC X(01)   VALUE 'N'.
001094         88  WS-SHPMAN-OPEN                       VALUE 'Y'.
001100     05  WS-CUSTMAS-EOF-SW            PIC X(01)   VALUE 'N'.
001110         88  WS-CUSTMAS-EOF                       VALUE 'Y'.
001120     05  WS-MORE-INVOICES-SW          PIC X(01)   VALUE 'N'.
001180*
001190     05  WS-CUSTMAS-STATUS            PIC X(02)   VALUE '00'.
001200     05  WS-INVOICE-STATUS            PIC X(02)   VALUE '00'.
001202     05  WS-SHPMAN-STATUS             PIC X(02)   VALUE '00'.
001210     05  WS-FEED-STATUS               PIC X(02)   VALUE '00'.
001220     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001230*
001900     05  FX-INVOICE-NUMBER      PIC 9(06).
001910     05  FX-TAX-AMOUNT          PIC 9(07)V99.
001920     05  FX-FREIGHT-AMOUNT      PIC 9(05)V99.
001922     05  FX-SHIPPER             PIC X(10).
001924     05  FX-TRACKING-NUMBER     PIC X(20).
001930     05  FILLER                 PIC X(61)   VALUE SPACE.
001940*
001950 01  FEED-CUSTOMER-TRAILER.
001960     05  FT-RECORD-TYPE         PIC X(01)   VALUE 'T'.
002500 1000-INITIALIZE.
002510*
002520     ACCEPT WS-START-TIME-RAW FROM TIME.
002521     MOVE 'INVFEED ' TO PC-PROGRAM.
002522     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002523     IF PC-REFUSED
002524         MOVE PC-RETURN-CODE TO RETURN-CODE
002525         STOP RUN
002526     END-IF.
002530*
002540     OPEN INPUT  CUSTMAS-FILE.
002550     OPEN INPUT  INVOICE-FILE.
002552     OPEN INPUT  SHPMAN-FILE.
002560     OPEN OUTPUT FEED-FILE.
002570     OPEN OUTPUT FEED-REGISTER.
002580*
002870             WS-REPORT-STATUS
002880         MOVE 'Y' TO WS-ABORT-SW
002890     END-IF.
002891*
002892*    SHPMAN IS READ WHEN PRESENT; WITHOUT IT THE SHIPPER AND
002893*    TRACKING NUMBER GO OUT BLANK.
002894     IF WS-SHPMAN-STATUS = '00'
002895         MOVE 'Y' TO WS-SHPMAN-OPEN-SW
002896     ELSE
002897         IF WS-SHPMAN-STATUS NOT = '35'
002898             DISPLAY 'INVFEED0005E SHPMAN FILE OPEN FAILED, ST='
002899                 WS-SHPMAN-STATUS
002900             MOVE 'Y' TO WS-ABORT-SW
002901         END-IF
002902     END-IF.
002903*
002910     IF NOT WS-ABORT
002920         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002930         MOVE WS-RUN-MM   TO WS-MDY-MM
004040     MOVE INV-INVOICE-NUMBER  TO FX-INVOICE-NUMBER.
004050     MOVE INV-TAX-AMOUNT      TO FX-TAX-AMOUNT.
004060     MOVE INV-FREIGHT-AMOUNT  TO FX-FREIGHT-AMOUNT.
004062     PERFORM 2250-FIND-TRACKING-NUMBER THRU 2250-EXIT.
004070     WRITE FEED-RECORD FROM FEED-TAX-RECORD.
004080*
004090     ADD 1 TO WS-CUST-INVOICES.
004160*
004170 2200-EXIT.
004180     EXIT.
004181*
004182*    ONE MANIFEST RECORD PER SHIPMENT; THE INVOICE-NUMBER PATH
004183*    FINDS IT.  A CLOSE RECORD (INVOICE 000000) NEVER MATCHES.
004184 2250-FIND-TRACKING-NUMBER.
004185*
004186     IF NOT WS-SHPMAN-OPEN
004187         GO TO 2250-EXIT
004188     END-IF.
004189*
004190     MOVE INV-INVOICE-NUMBER TO SM-INVOICE-NUMBER.
004191     READ SHPMAN-FILE KEY IS SM-INVOICE-NUMBER
004192         INVALID KEY
004193             GO TO 2250-EXIT
004194     END-READ.
004195*
004196     MOVE SM-SHIPPER         TO FX-SHIPPER.
004197     MOVE SM-TRACKING-NUMBER TO FX-TRACKING-NUMBER.
004198*
004199 2250-EXIT.
004200     EXIT.
004201*
004202 2300-WRITE-CUSTOMER-HEADER.
004210*
004220     MOVE SPACE              TO FEED-CUSTOMER-HEADER.
004230     MOVE 'H'                TO FH-RECORD-TYPE.
005160     IF WS-INVOICE-OPEN
005170         CLOSE INVOICE-FILE
005180     END-IF.
005182     IF WS-SHPMAN-OPEN
005184         CLOSE SHPMAN-FILE
005186     END-IF.
005190     IF WS-FEED-OPEN
005200         CLOSE FEED-FILE
005210     END-IF.
