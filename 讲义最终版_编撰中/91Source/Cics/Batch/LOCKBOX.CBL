000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   LOCKBOX -- NIGHTLY LOCKBOX CASH-APPLICATION BATCH.           *
000110*   READS THE BANK'S FILE OF DEPOSITED CHECKS (LBXIN: CUSTOMER,  *
000120*   INVOICE FROM THE STUB, CHECK NUMBER, AMOUNT, DEPOSIT DATE)   *
000130*   AND APPLIES EACH ITEM AGAINST THE INVOICE FILE AND ARBAL     *
000140*   EXACTLY THE WAY PAYMNT1 APPLIES A KEYED CHECK: A CHECK WITH  *
000150*   AN INVOICE ON THE STUB POSTS AS AN APPLIED ('A') PAYMENT     *
000160*   RECORD WHEN IT FITS WHAT THE INVOICE STILL OWES (TOTAL PLUS  *
000170*   TAX LESS THE PAYMENTS ALREADY APPLIED THROUGH THE INVOICE-   *
000180*   NUMBER PATH); A CHECK WITH NO INVOICE POSTS AS UNAPPLIED     *
000190*   ('U') CASH.  PAYMENT NUMBERS COME FROM THE SAME 'P' SERIES   *
000200*   ON INVCTL THE ONLINE GETINV USES.  ANYTHING THAT WILL NOT    *
000210*   MATCH -- UNKNOWN CUSTOMER, UNKNOWN OR UNPAYABLE INVOICE, OR  *
000220*   A CHECK LARGER THAN THE INVOICE OPEN AMOUNT -- GOES TO THE   *
000230*   LBXSUSP SUSPENSE FILE (THE 'L' SERIES) WITH THE REASON, FOR  *
000240*   THE CASH OFFICE TO WORK THROUGH THE LBXWRK1 SCREEN IN THE    *
000250*   MORNING.  A REGISTER PRINTS EVERY ITEM'S DISPOSITION SO THE  *
000260*   NIGHT'S DEPOSIT RECONCILES TO POSTINGS PLUS SUSPENSE, AND    *
000270*   THE RUN IS LOGGED THROUGH RUNLOGW.                           *
000271*                                                                *
000272*   EVERY ITEM ON THE FILE, POSTED OR SUSPENDED, WAS DEPOSITED
000273*   BY THE BANK, SO EACH DEPOSIT DATE ON IT BECOMES ONE LOCKBOX
000274*   BATCH ON THE DEPOSIT FILE ('D' SERIES ID, ITEM COUNT, AND
000275*   TOTAL) FOR DEPREC TO MATCH TO THE BANK'S LOCKBOX CREDIT.
000276*   THE PAYMENTS AND SUSPENSE ITEMS CARRY THE BATCH'S ID.
000280*                                                                *
000290*   MODIFICATION HISTORY.                                        *
000300*   09/02/2026  RH   INITIAL VERSION.                            *
000301*   10/15/2026  RH   LOCKBOX BATCHES WRITTEN TO DEPOSIT;         *
000302*                    PAYMENTS CARRY SOURCE AND DEPOSIT ID.       *
000304*   10/15/2026  RH   A SHORT-PAID INVOICE OPENS A DISPUTE        *
000306*                    FOR THE UNPAID BALANCE.                     *
000307*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000308*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000309*                    NOT COMPLETED.                              *
000310******************************************************************
000320*
000330 ENVIRONMENT DIVISION.
000820             ACCESS MODE IS RANDOM
000830             RECORD KEY IS LBS-SUSPENSE-NUMBER
000840             FILE STATUS IS WS-LBXSUSP-STATUS.
000841*
000842     SELECT  DEPOSIT-FILE   ASSIGN TO DEPOSIT
000843             ORGANIZATION IS INDEXED
000844             ACCESS MODE IS RANDOM
000845             RECORD KEY IS DEP-DEPOSIT-ID
000846             ALTERNATE RECORD KEY IS DEP-DEPOSIT-DATE
000847                 WITH DUPLICATES
000848             FILE STATUS IS WS-DEPOSIT-STATUS.
000850*
000851     SELECT  DISPUTE-FILE   ASSIGN TO DISPUTE
000852             ORGANIZATION IS INDEXED
000853             ACCESS MODE IS RANDOM
000854             RECORD KEY IS DSP-INVOICE-NUMBER
000855             FILE STATUS IS WS-DISPUTE-STATUS.
000856*
000860     SELECT  LOCKBOX-REPORT ASSIGN TO RPTOUT
000870             ORGANIZATION IS LINE SEQUENTIAL
000880             FILE STATUS IS WS-REPORT-STATUS.
001310     LABEL RECORDS ARE STANDARD.
001320*
001330     COPY LBXSUSP.
001331*
001332 FD  DEPOSIT-FILE
001333     LABEL RECORDS ARE STANDARD.
001334*
001335     COPY DEPOSIT.
001340*
001341 FD  DISPUTE-FILE
001342     LABEL RECORDS ARE STANDARD.
001343*
001344     COPY DISPUTE.
001345*
001350 FD  LOCKBOX-REPORT
001360     LABEL RECORDS ARE OMITTED.
001370*
001400 WORKING-STORAGE SECTION.
001410*
001420     COPY RUNLOG.
001421*
001422     COPY PREDPARM.
001430*
001440 01  RUN-TIMING-FIELDS.
001450     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001620         88  WS-ARBAL-OPEN                        VALUE 'Y'.
001630     05  WS-LBXSUSP-OPEN-SW           PIC X(01)   VALUE 'N'.
001640         88  WS-LBXSUSP-OPEN                      VALUE 'Y'.
001641     05  WS-DEPOSIT-OPEN-SW           PIC X(01)   VALUE 'N'.
001642         88  WS-DEPOSIT-OPEN                      VALUE 'Y'.
001644     05  WS-DISPUTE-OPEN-SW           PIC X(01)   VALUE 'N'.
001646         88  WS-DISPUTE-OPEN                      VALUE 'Y'.
001650     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001660         88  WS-REPORT-OPEN                       VALUE 'Y'.
001670     05  WS-LOCKBOX-EOF-SW            PIC X(01)   VALUE 'N'.
001800     05  WS-INVCTL-STATUS             PIC X(02)   VALUE '00'.
001810     05  WS-ARBAL-STATUS              PIC X(02)   VALUE '00'.
001820     05  WS-LBXSUSP-STATUS            PIC X(02)   VALUE '00'.
001821     05  WS-DEPOSIT-STATUS            PIC X(02)   VALUE '00'.
001823     05  WS-DISPUTE-STATUS            PIC X(02)   VALUE '00'.
001830     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001840*
001850 01  WORK-FIELDS.
001920     05  WS-UNAPPLIED-TOTAL     PIC S9(09)V99 COMP-3 VALUE ZERO.
001930     05  WS-SUSPENSE-TOTAL      PIC S9(09)V99 COMP-3 VALUE ZERO.
001940     05  WS-INVOICE-OPEN-AMT    PIC S9(09)V99 COMP-3 VALUE ZERO.
001942     05  WS-DISPUTE-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001944     05  WS-DISPUTE-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
001946     05  WS-SHORT-AMOUNT        PIC S9(09)V99 COMP-3 VALUE ZERO.
001950     05  WS-SUSPENSE-REASON     PIC X(01)         VALUE SPACE.
001960     05  WS-APPLY-TYPE          PIC X(01)         VALUE SPACE.
001961     05  WS-BATCH-SUB           PIC S9(03) COMP   VALUE ZERO.
001962*
001963******************************************************************
001964*   LOCKBOX BATCHES -- ONE ENTRY PER DEPOSIT DATE ON THE BANK'S  *
001965*   FILE, WRITTEN TO THE DEPOSIT FILE AT THE END OF THE RUN.  A  *
001966*   FILE NORMALLY CARRIES ONE DATE, TWO OR THREE AFTER A BANK    *
001967*   HOLIDAY; MORE THAN THE TABLE HOLDS STOPS THE RUN.            *
001968******************************************************************
001969 01  LOCKBOX-BATCH-CONTROL.
001970     05  LB-MAX-ENTRIES         PIC S9(03) COMP   VALUE +10.
001971     05  LB-ENTRY-COUNT         PIC S9(03) COMP   VALUE ZERO.
001972*
001973 01  LOCKBOX-BATCH-TABLE.
001974     05  LB-ENTRY OCCURS 1 TO 10 TIMES
001975             DEPENDING ON LB-ENTRY-COUNT
001976             INDEXED BY LB-IDX.
001977         10  LB-DEPOSIT-DATE    PIC 9(08).
001978         10  LB-DEPOSIT-ID      PIC 9(06).
001979         10  LB-ITEM-COUNT      PIC S9(05) COMP-3.
001980         10  LB-BATCH-TOTAL     PIC S9(09)V99 COMP-3.
001981*
001982 01  WS-RUN-DATE.
001990     05  WS-RUN-YYYY                  PIC 9(04).
002000     05  WS-RUN-MM                    PIC 9(02).
002010     05  WS-RUN-DD                    PIC 9(02).
002690     05  FILLER                       PIC X(02)   VALUE SPACE.
002700     05  SL4-SUSPENSE-TOTAL           PIC ZZ,ZZZ,ZZ9.99.
002710     05  FILLER                       PIC X(84)   VALUE SPACE.
002711*
002712 01  SUMMARY-LINE-5.
002713*
002714     05  FILLER                       PIC X(01)   VALUE SPACE.
002715     05  FILLER                       PIC X(25)   VALUE
002716             'SHORT-PAYS DISPUTED.....:'.
002717     05  SL5-DISPUTE-COUNT            PIC ZZZZZZ9.
002718     05  FILLER                       PIC X(02)   VALUE SPACE.
002719     05  SL5-DISPUTE-TOTAL            PIC ZZ,ZZZ,ZZ9.99.
002720     05  FILLER                       PIC X(84)   VALUE SPACE.
002721*
002722 01  BATCH-LINE.
002723*
002724     05  FILLER                       PIC X(01)   VALUE SPACE.
002725     05  FILLER                       PIC X(25)   VALUE
002726             'LOCKBOX BATCH...........:'.
002727     05  BL-DEPOSIT-ID                PIC 9(06).
002728     05  FILLER                       PIC X(15)   VALUE
002729             '  DEPOSIT DATE '.
002730     05  BL-DEPOSIT-DATE              PIC 9(08).
002731     05  FILLER                       PIC X(02)   VALUE SPACE.
002732     05  BL-ITEM-COUNT                PIC ZZZZ9.
002733     05  FILLER                       PIC X(08)
002734                                      VALUE ' ITEMS  '.
002735     05  BL-BATCH-TOTAL               PIC ZZ,ZZZ,ZZ9.99.
002736     05  FILLER                       PIC X(49)   VALUE SPACE.
002737*
002738 PROCEDURE DIVISION.
002740*
002750 0000-MAINLINE.
002760*
002830 1000-INITIALIZE.
002840*
002850     ACCEPT WS-START-TIME-RAW FROM TIME.
002851     MOVE 'LOCKBOX ' TO PC-PROGRAM.
002852     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002853     IF PC-REFUSED
002854         MOVE PC-RETURN-CODE TO RETURN-CODE
002855         STOP RUN
002856     END-IF.
002860*
002870     OPEN INPUT  LOCKBOX-FILE.
002880     OPEN INPUT  CUSTMAS-FILE.
002910     OPEN I-O    INVCTL-FILE.
002920     OPEN I-O    ARBAL-FILE.
002930     OPEN I-O    LBXSUSP-FILE.
002931     OPEN I-O    DEPOSIT-FILE.
002933     OPEN I-O    DISPUTE-FILE.
002940     OPEN OUTPUT LOCKBOX-REPORT.
002950*
002960     IF WS-LOCKBOX-STATUS = '00'
003480             WS-LBXSUSP-STATUS
003490         MOVE 'Y' TO WS-ABORT-SW
003500     END-IF.
003501*
003502     IF WS-DEPOSIT-STATUS = '00'
003503         MOVE 'Y' TO WS-DEPOSIT-OPEN-SW
003504     ELSE
003505         DISPLAY 'LOCKBOX0015E DEPOSIT FILE OPEN FAILED, STATUS='
003506             WS-DEPOSIT-STATUS
003507         MOVE 'Y' TO WS-ABORT-SW
003508     END-IF.
003510*
003511     IF WS-DISPUTE-STATUS = '00'
003512         MOVE 'Y' TO WS-DISPUTE-OPEN-SW
003513     ELSE
003514         DISPLAY 'LOCKBOX0018E DISPUTE FILE OPEN FAILED, STATUS='
003515             WS-DISPUTE-STATUS
003516         MOVE 'Y' TO WS-ABORT-SW
003517     END-IF.
003518*
003520     IF WS-REPORT-STATUS = '00'
003530         MOVE 'Y' TO WS-REPORT-OPEN-SW
003540     ELSE
003950     MOVE 'N'   TO WS-ITEM-POSTED-SW.
003960*
003970     PERFORM 2200-EDIT-ONE-ITEM THRU 2200-EXIT.
003971     PERFORM 2150-FIND-LOCKBOX-BATCH THRU 2150-EXIT.
003972     IF WS-ABORT
003973         GO TO 2100-EXIT
003974     END-IF.
003980*
003990     IF WS-SUSPENSE-REASON NOT = SPACE
004000         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
004050 2100-EXIT.
004060     EXIT.
004070*
004071******************************************************************
004072*   2150-FIND-LOCKBOX-BATCH -- THE BATCH FOR THE ITEM'S DEPOSIT  *
004073*   DATE, OPENED WITH THE NEXT 'D' SERIES NUMBER THE FIRST TIME  *
004074*   THE DATE TURNS UP.  EVERY ITEM COUNTS IN ITS BATCH, WHETHER  *
004075*   IT POSTS OR GOES TO SUSPENSE -- THE BANK CREDITED IT EITHER  *
004076*   WAY.                                                         *
004077******************************************************************
004078 2150-FIND-LOCKBOX-BATCH.
004079*
004080     MOVE ZERO TO WS-BATCH-SUB.
004081     IF LB-ENTRY-COUNT > ZERO
004082         SET LB-IDX TO 1
004083         SEARCH LB-ENTRY
004084             AT END
004085                 CONTINUE
004086             WHEN LB-DEPOSIT-DATE(LB-IDX) = LBX-DEPOSIT-DATE
004087                 SET WS-BATCH-SUB TO LB-IDX
004088         END-SEARCH
004089     END-IF.
004090*
004091     IF WS-BATCH-SUB = ZERO
004092         IF LB-ENTRY-COUNT NOT < LB-MAX-ENTRIES
004093             DISPLAY 'LOCKBOX0016E MORE THAN ' LB-MAX-ENTRIES
004094                 ' DEPOSIT DATES ON LBXIN'
004095             MOVE 'Y' TO WS-ABORT-SW
004096             MOVE 'Y' TO WS-LOCKBOX-EOF-SW
004097             GO TO 2150-EXIT
004098         END-IF
004099         MOVE 'D' TO ICR-CONTROL-KEY
004100         PERFORM 2450-ADVANCE-SERIES THRU 2450-EXIT
004101         IF WS-ABORT
004102             GO TO 2150-EXIT
004103         END-IF
004104         ADD 1 TO LB-ENTRY-COUNT
004105         MOVE LB-ENTRY-COUNT TO WS-BATCH-SUB
004106         MOVE LBX-DEPOSIT-DATE
004107             TO LB-DEPOSIT-DATE(WS-BATCH-SUB)
004108         MOVE ICR-LAST-INVOICE-NUMBER
004109             TO LB-DEPOSIT-ID(WS-BATCH-SUB)
004110         MOVE ZERO TO LB-ITEM-COUNT(WS-BATCH-SUB)
004111                      LB-BATCH-TOTAL(WS-BATCH-SUB)
004112     END-IF.
004113*
004114     ADD 1 TO LB-ITEM-COUNT(WS-BATCH-SUB).
004115     IF LBX-CHECK-AMOUNT NUMERIC
004116         ADD LBX-CHECK-AMOUNT TO LB-BATCH-TOTAL(WS-BATCH-SUB)
004117     END-IF.
004118*
004119 2150-EXIT.
004120     EXIT.
004121*
004122******************************************************************
004123*   2200-EDIT-ONE-ITEM -- THE SAME RULES PAYMNT1 APPLIES AT THE  *
004124*   TERMINAL.  AN ITEM THAT FAILS ANY OF THEM GETS A SUSPENSE    *
004125*   REASON; A CLEAN ITEM LEAVES WS-APPLY-TYPE SAYING HOW TO      *
004126*   POST.  A CHECK LARGER THAN THE INVOICE OPEN AMOUNT IS NOT    *
004130*   SPLIT HERE -- NOBODY IS AT THE TERMINAL TO CONFIRM THE       *
004140*   SPLIT, SO THE MISMATCH GOES TO THE CASH OFFICE INSTEAD.      *
004150******************************************************************
004160 2200-EDIT-ONE-ITEM.
004170*
005500     MOVE WS-APPLY-TYPE           TO PAY-APPLY-TYPE.
005510     MOVE 'BTCH'                  TO PAY-TERMINAL-ID.
005520     MOVE 'LBX'                   TO PAY-OPERATOR-ID.
005521     MOVE 'L'                     TO PAY-SOURCE-CODE.
005522     MOVE LB-DEPOSIT-ID(WS-BATCH-SUB)
005523                                  TO PAY-DEPOSIT-ID.
005530*
005540     WRITE PAYMENT-RECORD
005550         INVALID KEY
005720         ADD 1 TO WS-APPLIED-COUNT
005730         ADD LBX-CHECK-AMOUNT TO WS-APPLIED-TOTAL
005740         MOVE 'APPLIED' TO DL-DISPOSITION
005742         IF LBX-CHECK-AMOUNT < WS-INVOICE-OPEN-AMT
005744             PERFORM 2430-OPEN-SHORT-PAY-DISPUTE THRU 2430-EXIT
005746         END-IF
005750     ELSE
005760         ADD 1 TO WS-UNAPPLIED-COUNT
005770         ADD LBX-CHECK-AMOUNT TO WS-UNAPPLIED-TOTAL
006570 2420-EXIT.
006580     EXIT.
006590*
006591******************************************************************
006592*   2430-OPEN-SHORT-PAY-DISPUTE -- A CHECK SMALLER THAN WHAT THE *
006593*   INVOICE STILL OWES LEAVES THE DIFFERENCE UNDER DISPUTE,      *
006594*   UNCLASSIFIED AND UNOWNED UNTIL THE CREDIT DESK WORKS IT ON   *
006595*   DSPMNT1.  AN OPEN DISPUTE ALREADY ON THE INVOICE IS BROUGHT  *
006596*   DOWN TO WHAT IS STILL SHORT; ONE THE DESK HAS ALREADY        *
006597*   DECIDED IS LEFT AS IT STANDS.                                *
006598******************************************************************
006599 2430-OPEN-SHORT-PAY-DISPUTE.
006600*
006601     SUBTRACT LBX-CHECK-AMOUNT FROM WS-INVOICE-OPEN-AMT
006602         GIVING WS-SHORT-AMOUNT.
006603*
006604     MOVE LBX-INVOICE-NUMBER TO DSP-INVOICE-NUMBER.
006605     READ DISPUTE-FILE
006606         INVALID KEY
006607             MOVE SPACE TO DISPUTE-RECORD
006608         NOT INVALID KEY
006609             IF NOT DSP-OPEN
006610                 MOVE 'APPLIED - DISPUTE ALREADY DECIDED'
006611                     TO DL-DISPOSITION
006612                 GO TO 2430-EXIT
006613             END-IF
006614     END-READ.
006615*
006616     IF DISPUTE-RECORD = SPACE
006617         MOVE LBX-INVOICE-NUMBER  TO DSP-INVOICE-NUMBER
006618         MOVE LBX-CUSTOMER-NUMBER TO DSP-CUSTOMER-NUMBER
006619         MOVE WS-SHORT-AMOUNT     TO DSP-AMOUNT
006620         SET DSP-REASON-UNCLASSIFIED TO TRUE
006621         MOVE SPACE               TO DSP-CUSTOMER-REFERENCE
006622                                     DSP-OWNER-ID
006623         SET DSP-OPEN             TO TRUE
006624         SET DSP-FROM-LOCKBOX     TO TRUE
006625         MOVE WS-RUN-DATE-N       TO DSP-OPENED-DATE
006626         MOVE 'LBX'               TO DSP-OPENED-OPERATOR
006627         MOVE SPACE               TO DSP-RESOLUTION-CODE
006628                                     DSP-RESOLVED-OPERATOR
006629         MOVE ZERO                TO DSP-RESOLVED-DATE
006630                                     DSP-RESOLUTION-DOCUMENT
006631                                     DSP-RESOLVED-AMOUNT
006632         WRITE DISPUTE-RECORD
006633             INVALID KEY
006634                 DISPLAY 'LOCKBOX0019E DISPUTE WRITE FAILED '
006635                     DSP-INVOICE-NUMBER
006636                     ' STATUS=' WS-DISPUTE-STATUS
006637                 MOVE 'Y' TO WS-ABORT-SW
006638                 MOVE 'Y' TO WS-LOCKBOX-EOF-SW
006639         END-WRITE
006640     ELSE
006641         MOVE WS-SHORT-AMOUNT     TO DSP-AMOUNT
006642         REWRITE DISPUTE-RECORD
006643             INVALID KEY
006644                 DISPLAY 'LOCKBOX0020E DISPUTE REWRITE FAILED '
006645                     DSP-INVOICE-NUMBER
006646                     ' STATUS=' WS-DISPUTE-STATUS
006647                 MOVE 'Y' TO WS-ABORT-SW
006648                 MOVE 'Y' TO WS-LOCKBOX-EOF-SW
006649         END-REWRITE
006650     END-IF.
006651     IF WS-ABORT
006652         GO TO 2430-EXIT
006653     END-IF.
006654*
006655     ADD 1 TO WS-DISPUTE-COUNT.
006656     ADD WS-SHORT-AMOUNT TO WS-DISPUTE-TOTAL.
006657     MOVE 'APPLIED - SHORT-PAY DISPUTED' TO DL-DISPOSITION.
006658*
006659 2430-EXIT.
006660     EXIT.
006661*
006662 2500-WRITE-SUSPENSE.
006663*
006664     MOVE 'L' TO ICR-CONTROL-KEY.
006665     PERFORM 2450-ADVANCE-SERIES THRU 2450-EXIT.
006666     IF WS-ABORT
006667         GO TO 2500-EXIT
006668     END-IF.
006670*
006680     MOVE ICR-LAST-INVOICE-NUMBER TO LBS-SUSPENSE-NUMBER.
006690     MOVE LBX-DEPOSIT-DATE        TO LBS-DEPOSIT-DATE.
006840     MOVE ZERO                    TO LBS-WORKED-DATE.
006850     MOVE SPACE                   TO LBS-WORKED-OPERATOR.
006860     MOVE ZERO                    TO LBS-POSTED-PAYMENT.
006861     MOVE LB-DEPOSIT-ID(WS-BATCH-SUB)
006862                                  TO LBS-DEPOSIT-ID.
006870*
006880     WRITE LOCKBOX-SUSPENSE-RECORD
006890         INVALID KEY
007380*
007390 3000-TERMINATE.
007400*
007401     IF WS-DEPOSIT-OPEN
007402         PERFORM 3100-WRITE-LOCKBOX-BATCH THRU 3100-EXIT
007403             VARYING WS-BATCH-SUB FROM 1 BY 1
007404             UNTIL WS-BATCH-SUB > LB-ENTRY-COUNT
007405     END-IF.
007406*
007410     IF NOT WS-ABORT
007420         MOVE WS-READ-COUNT      TO SL1-READ-COUNT
007430         WRITE REPORT-LINE FROM SUMMARY-LINE-1
007500         MOVE WS-SUSPENSE-COUNT  TO SL4-SUSPENSE-COUNT
007510         MOVE WS-SUSPENSE-TOTAL  TO SL4-SUSPENSE-TOTAL
007520         WRITE REPORT-LINE FROM SUMMARY-LINE-4
007522         MOVE WS-DISPUTE-COUNT   TO SL5-DISPUTE-COUNT
007524         MOVE WS-DISPUTE-TOTAL   TO SL5-DISPUTE-TOTAL
007526         WRITE REPORT-LINE FROM SUMMARY-LINE-5
007530     ELSE
007540         MOVE 8 TO RETURN-CODE
007550     END-IF.
007860     IF WS-LBXSUSP-OPEN
007870         CLOSE LBXSUSP-FILE
007880     END-IF.
007881     IF WS-DEPOSIT-OPEN
007882         CLOSE DEPOSIT-FILE
007883     END-IF.
007885     IF WS-DISPUTE-OPEN
007887         CLOSE DISPUTE-FILE
007889     END-IF.
007890     IF WS-REPORT-OPEN
007900         CLOSE LOCKBOX-REPORT
007910     END-IF.
007920*
007930 3000-EXIT.
007940     EXIT.
007950*
007960******************************************************************
007970*   3100-WRITE-LOCKBOX-BATCH -- ONE DEPOSIT RECORD PER BATCH,    *
007980*   WRITTEN EVEN WHEN THE RUN STOPS EARLY, SINCE THE ITEMS       *
007990*   ALREADY POSTED CARRY ITS ID.  DEPREC FILLS IN THE BANK       *
008000*   AMOUNT WHEN THE CREDIT SHOWS ON THE STATEMENT.               *
008010******************************************************************
008020 3100-WRITE-LOCKBOX-BATCH.
008030*
008040     MOVE LB-DEPOSIT-ID(WS-BATCH-SUB)   TO DEP-DEPOSIT-ID.
008050     MOVE 'L'                           TO DEP-DEPOSIT-TYPE.
008060     MOVE LB-DEPOSIT-DATE(WS-BATCH-SUB) TO DEP-DEPOSIT-DATE.
008070     MOVE LB-ITEM-COUNT(WS-BATCH-SUB)   TO DEP-ITEM-COUNT.
008080     MOVE LB-BATCH-TOTAL(WS-BATCH-SUB)  TO DEP-DEPOSIT-AMOUNT.
008090     MOVE 'O'                           TO DEP-RECON-STATUS.
008100     MOVE ZERO                          TO DEP-BANK-AMOUNT
008110                                           DEP-RECON-DATE.
008120     WRITE DEPOSIT-RECORD
008130         INVALID KEY
008140             DISPLAY 'LOCKBOX0017E DEPOSIT WRITE FAILED, KEY='
008150                 DEP-DEPOSIT-ID ' STATUS=' WS-DEPOSIT-STATUS
008160             MOVE 'Y' TO WS-ABORT-SW
008170     END-WRITE.
008180*
008190     IF NOT WS-ABORT
008200         MOVE DEP-DEPOSIT-ID     TO BL-DEPOSIT-ID
008210         MOVE DEP-DEPOSIT-DATE   TO BL-DEPOSIT-DATE
008220         MOVE DEP-ITEM-COUNT     TO BL-ITEM-COUNT
008230         MOVE DEP-DEPOSIT-AMOUNT TO BL-BATCH-TOTAL
008240         WRITE REPORT-LINE FROM BATCH-LINE
008250     END-IF.
008260*
008270 3100-EXIT.
008280     EXIT.
