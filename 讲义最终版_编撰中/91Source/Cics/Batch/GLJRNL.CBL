000230*                                                                *
000240*   MODIFICATION HISTORY.                                        *
000250*   08/15/2026  RH   INITIAL VERSION.                            *
000260*   09/02/2026  RH   RECORD EACH BALANCED BATCH ON THE GLSENT    *
000270*                    SENT/ACKNOWLEDGED LEDGER SO THE GLACKM      *
000280*                    MATCH RUN CAN CHASE UNACKNOWLEDGED ONES.    *
000290*   09/02/2026  RH   JOURNAL FREIGHT BILLED AT SHIP              *
000300*                    CONFIRMATION, BY SHIP DATE, TO ITS OWN      *
000310*                    FREIGHT-INCOME ACCOUNT.                     *
000320*   09/02/2026  RH   JOURNAL COST OF GOODS SOLD PER POSTED       *
000330*                    INVOICE AT THE WEIGHTED-AVERAGE COST        *
000340*                    (COGS DEBIT, INVENTORY CREDIT).             *
000350*   09/02/2026  RH   READ THE LEDGER ACCOUNTS FROM THE GLAMAP    *
000360*                    MAPPING FILE AT RUN TIME SO ACCOUNTING      *
000370*                    OWNS THE CHART WITHOUT A RECOMPILE.         *
000371*   10/15/2026  RH   JOURNAL GIFT CERTIFICATE ISSUES AND         *
000372*                    REDEMPTIONS FROM THE GIFTACT FILE           *
000373*                    AGAINST A GIFT-LIABILITY ACCOUNT.           *
000374*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000375*                    FILE (RUNLOGW).                             *
000376*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000377*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000378*                    NOT COMPLETED.                              *
000380******************************************************************
000390*
000400 ENVIRONMENT DIVISION.
000790             ACCESS MODE IS RANDOM
000800             RECORD KEY IS GA-RECORD-KEY
000810             FILE STATUS IS WS-GLAMAP-STATUS.
000811*
000812     SELECT  GIFTACT-FILE   ASSIGN TO GIFTACT
000813             ORGANIZATION IS INDEXED
000814             ACCESS MODE IS SEQUENTIAL
000815             RECORD KEY IS GX-ACTIVITY-KEY
000816             FILE STATUS IS WS-GIFTACT-STATUS.
000820*
000830     SELECT  JOURNAL-REPORT ASSIGN TO RPTOUT
000840             ORGANIZATION IS LINE SEQUENTIAL
001190     LABEL RECORDS ARE STANDARD.
001200*
001210     COPY GLAMAP.
001211*
001212 FD  GIFTACT-FILE
001213     LABEL RECORDS ARE STANDARD.
001214*
001215     COPY GIFTACT.
001220*
001230 FD  JOURNAL-REPORT
001240     LABEL RECORDS ARE OMITTED.
001270*
001280 WORKING-STORAGE SECTION.
001290*
001291     COPY RUNLOG.
001292*
001293     COPY PREDPARM.
001294*
001295 01  RUN-TIMING-FIELDS.
001296     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001297*
001300 01  SWITCHES.
001310*
001320     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001450         88  WS-PRODUCT-OPEN                      VALUE 'Y'.
001460     05  WS-GLAMAP-OPEN-SW            PIC X(01)   VALUE 'N'.
001470         88  WS-GLAMAP-OPEN                       VALUE 'Y'.
001471     05  WS-GIFTACT-OPEN-SW           PIC X(01)   VALUE 'N'.
001472         88  WS-GIFTACT-OPEN                      VALUE 'Y'.
001480     05  WS-INVOICE-EOF-SW            PIC X(01)   VALUE 'N'.
001490         88  WS-INVOICE-EOF                       VALUE 'Y'.
001491     05  WS-GIFTACT-EOF-SW            PIC X(01)   VALUE 'N'.
001492         88  WS-GIFTACT-EOF                       VALUE 'Y'.
001500*
001510 01  FILE-STATUS-FIELDS.
001520*
001570     05  WS-GLSENT-STATUS             PIC X(02)   VALUE '00'.
001580     05  WS-PRODUCT-STATUS            PIC X(02)   VALUE '00'.
001590     05  WS-GLAMAP-STATUS             PIC X(02)   VALUE '00'.
001591     05  WS-GIFTACT-STATUS            PIC X(02)   VALUE '00'.
001600*
001610******************************************************************
001620*   LEDGER ACCOUNTS -- READ FROM THE GLAMAP MAPPING FILE AT     *
001720     05  WS-ACCT-FREIGHT-INCOME       PIC X(08) VALUE SPACE.
001730     05  WS-ACCT-COGS                 PIC X(08) VALUE SPACE.
001740     05  WS-ACCT-INVENTORY            PIC X(08) VALUE SPACE.
001741     05  WS-ACCT-GIFT-LIABILITY       PIC X(08) VALUE SPACE.
001742     05  WS-ACCT-CASH                 PIC X(08) VALUE SPACE.
001750*
001760 01  WORK-FIELDS.
001770*
001860     05  WS-TOTAL-DEBITS        PIC 9(13)V99      VALUE ZERO.
001870     05  WS-TOTAL-CREDITS       PIC 9(13)V99      VALUE ZERO.
001880     05  WS-TODAY-DATE          PIC 9(08)         VALUE ZERO.
001881     05  WS-GIFT-ENTRY-COUNT    PIC S9(07) COMP-3 VALUE ZERO.
001882     05  WS-DETAIL-SOURCE       PIC X(08)         VALUE SPACE.
001883     05  WS-DETAIL-REFERENCE    PIC X(10)         VALUE SPACE.
001890*
001900 01  WS-MDY-DATE.
001910     05  WS-MDY-MM                    PIC 9(02).
002430             'INVOICES JOURNALIZED....:'.
002440     05  CL3-INVOICE-COUNT            PIC ZZZZZZ9.
002450     05  FILLER                       PIC X(99)   VALUE SPACE.
002451*
002452 01  CONTROL-LINE-4.
002453*
002454     05  FILLER                       PIC X(01)   VALUE SPACE.
002455     05  FILLER                       PIC X(25)   VALUE
002456             'CERTIFICATE ENTRIES.....:'.
002457     05  CL4-GIFT-ENTRY-COUNT         PIC ZZZZZZ9.
002458     05  FILLER                       PIC X(99)   VALUE SPACE.
002460*
002470 PROCEDURE DIVISION.
002480*
002500*
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002520     PERFORM 2000-PROCESS-INVOICES THRU 2000-EXIT.
002521     PERFORM 2300-PROCESS-GIFT-ACTIVITY THRU 2300-EXIT.
002530     PERFORM 2500-WRITE-TRAILER THRU 2500-EXIT.
002540     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002550*
002570*
002580 1000-INITIALIZE.
002590*
002591     ACCEPT WS-START-TIME-RAW FROM TIME.
002592     MOVE 'GLJRNL  ' TO PC-PROGRAM.
002593     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002594     IF PC-REFUSED
002595         MOVE PC-RETURN-CODE TO RETURN-CODE
002596         STOP RUN
002597     END-IF.
002598*
002600     OPEN INPUT  PERIOD-FILE.
002610     OPEN INPUT  INVOICE-FILE.
002620     OPEN OUTPUT JOURNAL-FILE.
002640     OPEN I-O    GLSENT-FILE.
002650     OPEN INPUT  PRODUCT-FILE.
002660     OPEN I-O    GLAMAP-FILE.
002661     OPEN INPUT  GIFTACT-FILE.
002670*
002680     IF WS-PERIOD-STATUS = '00'
002690         MOVE 'Y' TO WS-PERIOD-OPEN-SW
003200             WS-GLAMAP-STATUS
003210         MOVE 'Y' TO WS-ABORT-SW
003220     END-IF.
003221*
003222     IF WS-GIFTACT-STATUS = '00'
003223         MOVE 'Y' TO WS-GIFTACT-OPEN-SW
003224     ELSE
003225         DISPLAY 'GLJRNL0014E GIFTACT FILE OPEN FAILED, STATUS='
003226             WS-GIFTACT-STATUS
003227         MOVE 'Y' TO WS-ABORT-SW
003228     END-IF.
003230*
003240     IF NOT WS-ABORT
003250         READ PERIOD-FILE
003930     MOVE 'INVENTRY' TO GA-TRAN-TYPE.
003940     PERFORM 1250-FETCH-ONE-ACCOUNT THRU 1250-EXIT.
003950     MOVE GA-ACCOUNT-NUMBER TO WS-ACCT-INVENTORY.
003951*
003952     MOVE 'GIFTLIAB' TO GA-TRAN-TYPE.
003953     PERFORM 1250-FETCH-ONE-ACCOUNT THRU 1250-EXIT.
003954     MOVE GA-ACCOUNT-NUMBER TO WS-ACCT-GIFT-LIABILITY.
003955*
003956     MOVE 'CASH' TO GA-TRAN-TYPE.
003957     PERFORM 1250-FETCH-ONE-ACCOUNT THRU 1250-EXIT.
003958     MOVE GA-ACCOUNT-NUMBER TO WS-ACCT-CASH.
003960*
003970 1200-EXIT.
003980     EXIT.
004510     IF INV-UNBILLED
004520         GO TO 2100-EXIT
004530     END-IF.
004531*
004532     MOVE 'INVOICE'          TO WS-DETAIL-SOURCE.
004533     MOVE INV-INVOICE-NUMBER TO WS-DETAIL-REFERENCE.
004540*
004550*    FREIGHT IS BILLED AT SHIP CONFIRMATION, SO IT JOURNALS BY
004560*    THE SHIP DATE, NOT THE INVOICE DATE: RECEIVABLES DEBIT,
005900*
005910     SET GLJ-DETAIL TO TRUE.
005920     MOVE WS-JOURNAL-DATE    TO GLJ-JOURNAL-DATE.
005930     MOVE WS-DETAIL-SOURCE   TO GLJ-SOURCE.
005940     MOVE WS-DETAIL-REFERENCE TO GLJ-REFERENCE.
005950     MOVE ZERO TO GLJ-CONTROL-DEBITS
005960                  GLJ-CONTROL-CREDITS.
005970*
006130 2200-EXIT.
006140     EXIT.
006150*
006151******************************************************************
006152*   2300-PROCESS-GIFT-ACTIVITY -- ONE BALANCED PAIR FOR EVERY    *
006153*   GIFTACT RECORD DATED ON THE JOURNAL DATE.  A SOLD            *
006154*   CERTIFICATE DEBITS CASH, STORE CREDIT ISSUED ON A RETURN     *
006155*   DEBITS RECEIVABLES, AND A REDEMPTION CREDITS RECEIVABLES;    *
006156*   THE OTHER SIDE OF EACH IS GIFT CERTIFICATE LIABILITY.  THE   *
006157*   FILE IS KEYED BY CERTIFICATE, SO IT IS READ END TO END.      *
006158******************************************************************
006159 2300-PROCESS-GIFT-ACTIVITY.
006160*
006161     IF NOT WS-ABORT
006162         PERFORM 2310-PROCESS-ONE-ACTIVITY THRU 2310-EXIT
006163             UNTIL WS-GIFTACT-EOF
006164     END-IF.
006165*
006166 2300-EXIT.
006167     EXIT.
006168*
006169 2310-PROCESS-ONE-ACTIVITY.
006170*
006171     READ GIFTACT-FILE
006172         AT END
006173             MOVE 'Y' TO WS-GIFTACT-EOF-SW
006174     END-READ.
006175*
006176     IF WS-GIFTACT-EOF
006177         GO TO 2310-EXIT
006178     END-IF.
006179*
006180     IF GX-ACTIVITY-DATE NOT = WS-JOURNAL-DATE
006181         GO TO 2310-EXIT
006182     END-IF.
006183*
006184     IF GX-AMOUNT NOT > ZERO
006185         GO TO 2310-EXIT
006186     END-IF.
006187*
006188     ADD 1 TO WS-GIFT-ENTRY-COUNT.
006189     MOVE 'GIFTCERT'            TO WS-DETAIL-SOURCE.
006190     MOVE GX-CERTIFICATE-NUMBER TO WS-DETAIL-REFERENCE.
006191*
006192     IF GX-REDEMPTION
006193         MOVE WS-ACCT-GIFT-LIABILITY TO GLJ-ACCOUNT-NUMBER
006194         MOVE 'D' TO GLJ-DEBIT-CREDIT
006195         MOVE GX-AMOUNT TO GLJ-AMOUNT
006196         PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT
006197         MOVE WS-ACCT-RECEIVABLES TO GLJ-ACCOUNT-NUMBER
006198         MOVE 'C' TO GLJ-DEBIT-CREDIT
006199         MOVE GX-AMOUNT TO GLJ-AMOUNT
006200         PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT
006201     ELSE
006202         IF GX-STORE-CREDIT
006203             MOVE WS-ACCT-RECEIVABLES TO GLJ-ACCOUNT-NUMBER
006204         ELSE
006205             MOVE WS-ACCT-CASH TO GLJ-ACCOUNT-NUMBER
006206         END-IF
006207         MOVE 'D' TO GLJ-DEBIT-CREDIT
006208         MOVE GX-AMOUNT TO GLJ-AMOUNT
006209         PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT
006210         MOVE WS-ACCT-GIFT-LIABILITY TO GLJ-ACCOUNT-NUMBER
006211         MOVE 'C' TO GLJ-DEBIT-CREDIT
006212         MOVE GX-AMOUNT TO GLJ-AMOUNT
006213         PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT
006214     END-IF.
006215*
006216 2310-EXIT.
006217     EXIT.
006218*
006219 2500-WRITE-TRAILER.
006220*
006221     IF WS-ABORT
006222         GO TO 2500-EXIT
006223     END-IF.
006224*
006225     MOVE SPACE TO JOURNAL-RECORD.
006230     SET GLJ-TRAILER TO TRUE.
006240     MOVE WS-JOURNAL-DATE  TO GLJ-JOURNAL-DATE.
006250     MOVE 'INVOICE'        TO GLJ-SOURCE.
006340     WRITE REPORT-LINE FROM CONTROL-LINE-2.
006350     MOVE WS-INVOICE-COUNT TO CL3-INVOICE-COUNT.
006360     WRITE REPORT-LINE FROM CONTROL-LINE-3.
006361     MOVE WS-GIFT-ENTRY-COUNT TO CL4-GIFT-ENTRY-COUNT.
006362     WRITE REPORT-LINE FROM CONTROL-LINE-4.
006370*
006380     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
006390         DISPLAY 'GLJRNL0007E BATCH OUT OF BALANCE - DO NOT SEND'
006770*
006780 3000-TERMINATE.
006790*
006791     MOVE 'GLJRNL  ' TO RL-PROGRAM.
006792     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
006793     MOVE 'GLJRNL  ' TO RL-STEP-NAME.
006794     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
006795     MOVE WS-INVOICE-COUNT   TO RL-RECORDS-READ.
006796     MOVE WS-DETAIL-COUNT    TO RL-RECORDS-WRITTEN.
006797     MOVE ZERO               TO RL-RECORDS-REJECTED.
006798     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
006799     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
006800*
006801     IF WS-PERIOD-OPEN
006810         CLOSE PERIOD-FILE
006820     END-IF.
006830     IF WS-INVOICE-OPEN
006980     IF WS-GLAMAP-OPEN
006990         CLOSE GLAMAP-FILE
007000     END-IF.
007001     IF WS-GIFTACT-OPEN
007002         CLOSE GIFTACT-FILE
007003     END-IF.
007010*
007020 3000-EXIT.
007030     EXIT.
