000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   CRHOLDN -- NIGHTLY DELINQUENCY CREDIT-HOLD PASS.             *
000110*   THE ORDRENT CREDIT-LIMIT CHECK STOPS A CUSTOMER WHO IS OVER  *
000120*   CM-CREDIT-LIMIT, BUT A MODEST BALANCE THAT IS 90 DAYS OLD    *
000130*   SAILED RIGHT THROUGH.  THIS PASS AGES EVERY CUSTOMER'S OPEN  *
000140*   INVOICES THE WAY AGERPT DOES (ORIGINALS NET OF APPLIED CASH  *
000150*   AND PARTIAL CREDIT MEMOS) AND PLACES A CREDIT HOLD ON THE    *
000160*   CRHOLD FILE WHEN THE 90-DAY-PLUS BUCKET, LESS UNAPPLIED      *
000170*   CASH, EXCEEDS THE THRESHOLD ON THE HLDPARM CONTROL CARD      *
000180*   (DOLLARS AND CENTS, 9(9)V99 IN COLUMNS 1-11).  ORDRENT       *
000190*   REFUSES NEW ORDERS FOR A HELD CUSTOMER REGARDLESS OF THE     *
000200*   LIMIT.  A HOLD A SUPERVISOR HAS EXTENDED THROUGH CRHOLD1     *
000210*   STAYS HELD; A SUPERVISOR RELEASE STANDS UNTIL THE BUCKET     *
000220*   GROWS PAST WHAT IT WAS WHEN THE RELEASE WAS GRANTED.  A      *
000230*   HOLD WHOSE BUCKET HAS FALLEN BACK UNDER THE THRESHOLD IS     *
000240*   RELEASED AUTOMATICALLY.  EVERY PLACEMENT AND RELEASE IS      *
000250*   REPORTED, AND THE RUN IS LOGGED THROUGH RUNLOGW.             *
000260*                                                                *
000270*   MODIFICATION HISTORY.                                        *
000280*   09/02/2026  RH   INITIAL VERSION.                            *
000290*   09/02/2026  RH   AGE FROM THE DUE DATE THE CUSTOMER'S        *
000300*                    TERMS GRANT, NOT THE INVOICE DATE.          *
000302*   10/15/2026  RH   TAKE AMOUNTS UNDER OPEN DISPUTE OFF         *
000304*                    EACH INVOICE (DISPUTE FILE).                *
000305*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000306*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000307*                    NOT COMPLETED.                              *
000310******************************************************************
000320*
000330 ENVIRONMENT DIVISION.
000730             RECORD KEY IS AR-CUSTOMER-NUMBER
000740             FILE STATUS IS WS-ARBAL-STATUS.
000750*
000751     SELECT  DISPUTE-FILE   ASSIGN TO DISPUTE
000752             ORGANIZATION IS INDEXED
000753             ACCESS MODE IS RANDOM
000754             RECORD KEY IS DSP-INVOICE-NUMBER
000755             FILE STATUS IS WS-DISPUTE-STATUS.
000756*
000760     SELECT  CRHOLD-FILE    ASSIGN TO CRHOLD
000770             ORGANIZATION IS INDEXED
000780             ACCESS MODE IS RANDOM
001140*
001150     COPY ARBAL.
001160*
001161 FD  DISPUTE-FILE
001162     LABEL RECORDS ARE STANDARD.
001163*
001164     COPY DISPUTE.
001165*
001170 FD  CRHOLD-FILE
001180     LABEL RECORDS ARE STANDARD.
001190*
001270 WORKING-STORAGE SECTION.
001280*
001290     COPY RUNLOG.
001291*
001292     COPY PREDPARM.
001300*
001310 01  RUN-TIMING-FIELDS.
001320     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001450         88  WS-PAYMENT-OPEN                      VALUE 'Y'.
001460     05  WS-ARBAL-OPEN-SW             PIC X(01)   VALUE 'N'.
001470         88  WS-ARBAL-OPEN                        VALUE 'Y'.
001472     05  WS-DISPUTE-OPEN-SW           PIC X(01)   VALUE 'N'.
001474         88  WS-DISPUTE-OPEN                      VALUE 'Y'.
001480     05  WS-CRHOLD-OPEN-SW            PIC X(01)   VALUE 'N'.
001490         88  WS-CRHOLD-OPEN                       VALUE 'Y'.
001500     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001650     05  WS-INVOICE-STATUS            PIC X(02)   VALUE '00'.
001660     05  WS-PAYMENT-STATUS            PIC X(02)   VALUE '00'.
001670     05  WS-ARBAL-STATUS              PIC X(02)   VALUE '00'.
001672     05  WS-DISPUTE-STATUS            PIC X(02)   VALUE '00'.
001680     05  WS-CRHOLD-STATUS             PIC X(02)   VALUE '00'.
001690     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001700*
002820 1000-INITIALIZE.
002830*
002840     ACCEPT WS-START-TIME-RAW FROM TIME.
002841     MOVE 'CRHOLDN ' TO PC-PROGRAM.
002842     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002843     IF PC-REFUSED
002844         MOVE PC-RETURN-CODE TO RETURN-CODE
002845         STOP RUN
002846     END-IF.
002850*
002860     OPEN INPUT  PARM-FILE.
002870     OPEN INPUT  CUSTMAS-FILE.
002880     OPEN INPUT  INVOICE-FILE.
002890     OPEN INPUT  PAYMENT-FILE.
002900     OPEN INPUT  ARBAL-FILE.
002902     OPEN INPUT  DISPUTE-FILE.
002910     OPEN I-O    CRHOLD-FILE.
002920     OPEN OUTPUT HOLD-REPORT.
002930*
003310         MOVE 'Y' TO WS-ABORT-SW
003320     END-IF.
003330*
003331     IF WS-DISPUTE-STATUS = '00'
003332         MOVE 'Y' TO WS-DISPUTE-OPEN-SW
003333     ELSE
003334         DISPLAY 'CRHOLDN0014E DISPUTE FILE OPEN FAILED, STATUS='
003335             WS-DISPUTE-STATUS
003336         MOVE 'Y' TO WS-ABORT-SW
003337     END-IF.
003338*
003340     IF WS-CRHOLD-STATUS = '00'
003350         MOVE 'Y' TO WS-CRHOLD-OPEN-SW
003360     ELSE
005730*
005740     PERFORM 2325-NET-ONE-PAYMENT THRU 2325-EXIT
005750         UNTIL NOT WS-MORE-PAYMENTS.
005752*
005754     PERFORM 2330-NET-OPEN-DISPUTE THRU 2330-EXIT.
005760*
005770     IF OIT-OPEN-AMOUNT(WS-OIT-SUB) > ZERO
005780         MOVE OIT-DAY-NUMBER(WS-OIT-SUB) TO WS-INV-DAY-NUMBER
006080 2325-EXIT.
006090     EXIT.
006100*
006101******************************************************************
006102*   2330-NET-OPEN-DISPUTE -- AN INVOICE UNDER OPEN DISPUTE, OR   *
006103*   DECIDED AND WAITING FOR DSPPOST TO POST THE MEMO, COUNTS     *
006104*   ONLY FOR WHAT THE CUSTOMER IS NOT DISPUTING.                 *
006105******************************************************************
006106 2330-NET-OPEN-DISPUTE.
006107*
006108     MOVE OIT-INVOICE-NUMBER(WS-OIT-SUB) TO DSP-INVOICE-NUMBER.
006109     READ DISPUTE-FILE
006110         INVALID KEY
006111             CONTINUE
006112         NOT INVALID KEY
006113             IF DSP-STILL-DISPUTED
006114                 SUBTRACT DSP-AMOUNT
006115                     FROM OIT-OPEN-AMOUNT(WS-OIT-SUB)
006116             END-IF
006117     END-READ.
006118*
006119 2330-EXIT.
006120     EXIT.
006121*
006122******************************************************************
006123*   2400-APPLY-HOLD-RULES -- DECIDE WHAT THE CUSTOMER'S CRHOLD   *
006130*   RECORD SHOULD SAY TONIGHT.  AN EXTENDED HOLD IS NEVER        *
006140*   TOUCHED; A SUPERVISOR RELEASE STANDS UNTIL THE BUCKET        *
006150*   GROWS PAST WHAT IT WAS WHEN THE RELEASE WAS GRANTED.         *
006160******************************************************************
006170 2400-APPLY-HOLD-RULES.
006180*
008220     IF WS-ARBAL-OPEN
008230         CLOSE ARBAL-FILE
008240     END-IF.
008242     IF WS-DISPUTE-OPEN
008244         CLOSE DISPUTE-FILE
008246     END-IF.
008250     IF WS-CRHOLD-OPEN
008260         CLOSE CRHOLD-FILE
008270     END-IF.
