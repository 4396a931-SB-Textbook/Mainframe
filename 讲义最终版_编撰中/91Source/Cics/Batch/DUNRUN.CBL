000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   DUNRUN -- MONTHLY COLLECTION-LETTER PRODUCTION RUN.          *
000110*   WALKS THE CUSTOMER MASTER AND, FOR EACH CUSTOMER CARRYING A  *
000120*   PAST-DUE OPEN BALANCE, PRODUCES A COLLECTION LETTER AT THE   *
000130*   SEVERITY THE OLDEST OPEN INVOICE HAS EARNED: A GENTLE        *
000140*   REMINDER AT 30 DAYS, A FIRM REQUEST AT 60, A FINAL DEMAND    *
000150*   AT 90 OR MORE.  EACH ORIGINAL IS DUNNED AT ITS REMAINING     *
000160*   OPEN AMOUNT -- APPLIED CASH (THE PAYMENT FILE'S INVOICE-     *
000170*   NUMBER PATH) AND PARTIAL CREDIT MEMOS THAT REFERENCE IT      *
000180*   THROUGH INV-VOID-OF-INVOICE ARE NETTED OFF, EXACTLY AS       *
000190*   AGERPT NETS THEM -- AND THE CUSTOMER'S UNAPPLIED CASH ON     *
000200*   ARBAL COUNTS IN THE CUSTOMER'S FAVOR BEFORE A LETTER GOES    *
000280*                                                                *
000290*   MODIFICATION HISTORY.                                        *
000300*   09/02/2026  RH   INITIAL VERSION.                            *
000310*   09/02/2026  RH   AGE FROM THE DUE DATE THE CUSTOMER'S        *
000320*                    TERMS GRANT, NOT THE INVOICE DATE.          *
000322*   10/15/2026  RH   TAKE AMOUNTS UNDER OPEN DISPUTE OFF         *
000324*                    EACH INVOICE (DISPUTE FILE).                *
000325*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000326*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000327*                    NOT COMPLETED.                              *
000330******************************************************************
000340*
000350 ENVIRONMENT DIVISION.
000710             RECORD KEY IS AR-CUSTOMER-NUMBER
000720             FILE STATUS IS WS-ARBAL-STATUS.
000730*
000731     SELECT  DISPUTE-FILE   ASSIGN TO DISPUTE
000732             ORGANIZATION IS INDEXED
000733             ACCESS MODE IS RANDOM
000734             RECORD KEY IS DSP-INVOICE-NUMBER
000735             FILE STATUS IS WS-DISPUTE-STATUS.
000736*
000740     SELECT  DUNHIST-FILE   ASSIGN TO DUNHIST
000750             ORGANIZATION IS INDEXED
000760             ACCESS MODE IS DYNAMIC
001090*
001100     COPY ARBAL.
001110*
001111 FD  DISPUTE-FILE
001112     LABEL RECORDS ARE STANDARD.
001113*
001114     COPY DISPUTE.
001115*
001120 FD  DUNHIST-FILE
001130     LABEL RECORDS ARE STANDARD.
001140*
001270 WORKING-STORAGE SECTION.
001280*
001290     COPY RUNLOG.
001291*
001292     COPY PREDPARM.
001300*
001310 01  RUN-TIMING-FIELDS.
001320     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001430         88  WS-PAYMENT-OPEN                      VALUE 'Y'.
001440     05  WS-ARBAL-OPEN-SW             PIC X(01)   VALUE 'N'.
001450         88  WS-ARBAL-OPEN                        VALUE 'Y'.
001452     05  WS-DISPUTE-OPEN-SW           PIC X(01)   VALUE 'N'.
001454         88  WS-DISPUTE-OPEN                      VALUE 'Y'.
001460     05  WS-DUNHIST-OPEN-SW           PIC X(01)   VALUE 'N'.
001470         88  WS-DUNHIST-OPEN                      VALUE 'Y'.
001480     05  WS-LETTER-OPEN-SW            PIC X(01)   VALUE 'N'.
001660     05  WS-INVOICE-STATUS            PIC X(02)   VALUE '00'.
001670     05  WS-PAYMENT-STATUS            PIC X(02)   VALUE '00'.
001680     05  WS-ARBAL-STATUS              PIC X(02)   VALUE '00'.
001682     05  WS-DISPUTE-STATUS            PIC X(02)   VALUE '00'.
001690     05  WS-DUNHIST-STATUS            PIC X(02)   VALUE '00'.
001700     05  WS-LETTER-STATUS             PIC X(02)   VALUE '00'.
001710     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
003910 1000-INITIALIZE.
003920*
003930     ACCEPT WS-START-TIME-RAW FROM TIME.
003931     MOVE 'DUNRUN  ' TO PC-PROGRAM.
003932     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
003933     IF PC-REFUSED
003934         MOVE PC-RETURN-CODE TO RETURN-CODE
003935         STOP RUN
003936     END-IF.
003940*
003950     OPEN INPUT  CUSTMAS-FILE.
003960     OPEN INPUT  INVOICE-FILE.
003970     OPEN INPUT  PAYMENT-FILE.
003980     OPEN INPUT  ARBAL-FILE.
003982     OPEN INPUT  DISPUTE-FILE.
003990     OPEN I-O    DUNHIST-FILE.
004000     OPEN OUTPUT LETTER-FILE.
004010     OPEN OUTPUT DUN-REGISTER.
004320         MOVE 'Y' TO WS-ABORT-SW
004330     END-IF.
004340*
004341     IF WS-DISPUTE-STATUS = '00'
004342         MOVE 'Y' TO WS-DISPUTE-OPEN-SW
004343     ELSE
004344         DISPLAY 'DUNRUN0011E DISPUTE FILE OPEN FAILED, STATUS='
004345             WS-DISPUTE-STATUS
004346         MOVE 'Y' TO WS-ABORT-SW
004347     END-IF.
004348*
004350     IF WS-DUNHIST-STATUS = '00'
004360         MOVE 'Y' TO WS-DUNHIST-OPEN-SW
004370     ELSE
007240*
007250     PERFORM 2325-NET-ONE-PAYMENT THRU 2325-EXIT
007260         UNTIL NOT WS-MORE-PAYMENTS.
007262*
007264     PERFORM 2330-NET-OPEN-DISPUTE THRU 2330-EXIT.
007270*
007280     IF OIT-OPEN-AMOUNT(WS-OIT-SUB) > ZERO
007290         MOVE OIT-DAY-NUMBER(WS-OIT-SUB) TO WS-INV-DAY-NUMBER
007640 2325-EXIT.
007650     EXIT.
007660*
007661******************************************************************
007662*   2330-NET-OPEN-DISPUTE -- AN INVOICE UNDER OPEN DISPUTE, OR   *
007663*   DECIDED AND WAITING FOR DSPPOST TO POST THE MEMO, COUNTS     *
007664*   ONLY FOR WHAT THE CUSTOMER IS NOT DISPUTING.                 *
007665******************************************************************
007666 2330-NET-OPEN-DISPUTE.
007667*
007668     MOVE OIT-INVOICE-NUMBER(WS-OIT-SUB) TO DSP-INVOICE-NUMBER.
007669     READ DISPUTE-FILE
007670         INVALID KEY
007671             CONTINUE
007672         NOT INVALID KEY
007673             IF DSP-STILL-DISPUTED
007674                 SUBTRACT DSP-AMOUNT
007675                     FROM OIT-OPEN-AMOUNT(WS-OIT-SUB)
007676             END-IF
007677     END-READ.
007678*
007679 2330-EXIT.
007680     EXIT.
007681*
007682******************************************************************
007683*   2500-CHECK-LETTER-HISTORY -- BROWSE THE CUSTOMER'S HISTORY   *
007690*   FROM THE FIRST OF THE MONTH FORWARD; A RECORD AT THE SAME    *
007700*   LEVEL MEANS THIS CYCLE ALREADY SENT IT.                      *
007710******************************************************************
007720 2500-CHECK-LETTER-HISTORY.
007730*
009570     IF WS-ARBAL-OPEN
009580         CLOSE ARBAL-FILE
009590     END-IF.
009592     IF WS-DISPUTE-OPEN
009594         CLOSE DISPUTE-FILE
009596     END-IF.
009600     IF WS-DUNHIST-OPEN
009610         CLOSE DUNHIST-FILE
009620     END-IF.
