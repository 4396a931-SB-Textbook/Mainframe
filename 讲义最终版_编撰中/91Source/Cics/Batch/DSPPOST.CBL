000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    DSPPOST.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   DSPPOST -- NIGHTLY DISPUTE RESOLUTION POSTING.  EVERY        *
000110*   DISPUTE THE CREDIT DESK RESOLVED ON DSPMNT1 BY CREDIT MEMO   *
000120*   OR WRITE-OFF IS LEFT PENDING ON THE DISPUTE FILE; THIS RUN   *
000130*   POSTS IT THE WAY WRTOFF POSTS A SMALL BALANCE:               *
000140*                                                                *
000150*   - A CREDIT MEMO FROM THE 'C' SERIES REFERENCING THE          *
000160*     DISPUTED INVOICE THROUGH INV-VOID-OF-INVOICE, FOR THE      *
000170*     DISPUTED AMOUNT OR WHAT THE INVOICE STILL OWES (TOTAL,     *
000180*     TAX AND FREIGHT LESS APPLIED CASH AND EARLIER MEMOS),      *
000190*     WHICHEVER IS LESS.  A WRITE-OFF MEMO CARRIES OPERATOR      *
000200*     'WOF' LIKE WRTOFF'S, SO CUSTPROF COUNTS IT AS A            *
000210*     WRITE-OFF; A CREDIT MEMO CARRIES 'DSP'.                    *
000220*   - THE AMOUNT COMES OFF THE CUSTOMER'S ARBAL BALANCE.         *
000230*   - A WRITE-OFF ALSO PUTS A BALANCED BAD-DEBT PAIR ON GLJOUT   *
000240*     (BAD-DEBT DEBIT, RECEIVABLES CREDIT) IN THE HEADER/        *
000250*     DETAIL/TRAILER BATCH FORMAT, SOURCE 'DISPUTE', WITH THE    *
000260*     ACCOUNTS LOOKED UP ON GLAMAP UNDER SOURCE 'DSPPOST' AND    *
000270*     THE BATCH RECORDED ON GLSENT FOR GLACKM.                   *
000280*                                                                *
000290*   THE DISPUTE IS THEN MARKED RESOLVED WITH THE MEMO NUMBER     *
000300*   AND THE AMOUNT POSTED.  AN INVOICE WITH NOTHING LEFT OPEN    *
000310*   IS RESOLVED WITH NO MEMO.  A REGISTER PRINTS FOR THE         *
000320*   CONTROLLER AND THE RUN IS LOGGED THROUGH RUNLOGW.            *
000330*                                                                *
000340*   MODIFICATION HISTORY.                                        *
000350*   10/15/2026  RH   INITIAL VERSION.                            *
000351*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000352*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000353*                    NOT COMPLETED.                              *
000360******************************************************************
000370*
000380 ENVIRONMENT DIVISION.
000390*
000400 CONFIGURATION SECTION.
000410*
000420 SOURCE-COMPUTER.  IBM-370.
000430 OBJECT-COMPUTER.  IBM-370.
000440*
000450 INPUT-OUTPUT SECTION.
000460*
000470 FILE-CONTROL.
000480*
000490     SELECT  DISPUTE-FILE   ASSIGN TO DISPUTE
000500             ORGANIZATION IS INDEXED
000510             ACCESS MODE IS SEQUENTIAL
000520             RECORD KEY IS DSP-INVOICE-NUMBER
000530             FILE STATUS IS WS-DISPUTE-STATUS.
000540*
000550     SELECT  CUSTMAS-FILE   ASSIGN TO CUSTMAS
000560             ORGANIZATION IS INDEXED
000570             ACCESS MODE IS RANDOM
000580             RECORD KEY IS CM-CUSTOMER-NUMBER
000590             FILE STATUS IS WS-CUSTMAS-STATUS.
000600*
000610     SELECT  INVOICE-FILE   ASSIGN TO INVOICE
000620             ORGANIZATION IS INDEXED
000630             ACCESS MODE IS DYNAMIC
000640             RECORD KEY IS INV-INVOICE-NUMBER
000650             ALTERNATE RECORD KEY IS INV-CUSTOMER-NUMBER
000660                 WITH DUPLICATES
000670             FILE STATUS IS WS-INVOICE-STATUS.
000680*
000690     SELECT  PAYMENT-FILE   ASSIGN TO PAYMENT
000700             ORGANIZATION IS INDEXED
000710             ACCESS MODE IS DYNAMIC
000720             RECORD KEY IS PAY-PAYMENT-NUMBER
000730             ALTERNATE RECORD KEY IS PAY-INVOICE-NUMBER
000740                 WITH DUPLICATES
000750             FILE STATUS IS WS-PAYMENT-STATUS.
000760*
000770     SELECT  INVCTL-FILE    ASSIGN TO INVCTL
000780             ORGANIZATION IS INDEXED
000790             ACCESS MODE IS RANDOM
000800             RECORD KEY IS ICR-CONTROL-KEY
000810             FILE STATUS IS WS-INVCTL-STATUS.
000820*
000830     SELECT  ARBAL-FILE     ASSIGN TO ARBAL
000840             ORGANIZATION IS INDEXED
000850             ACCESS MODE IS RANDOM
000860             RECORD KEY IS AR-CUSTOMER-NUMBER
000870             FILE STATUS IS WS-ARBAL-STATUS.
000880*
000890     SELECT  JOURNAL-FILE   ASSIGN TO GLJOUT
000900             ORGANIZATION IS LINE SEQUENTIAL
000910             FILE STATUS IS WS-JOURNAL-STATUS.
000920*
000930     SELECT  GLSENT-FILE    ASSIGN TO GLSENT
000940             ORGANIZATION IS INDEXED
000950             ACCESS MODE IS RANDOM
000960             RECORD KEY IS GLS-BATCH-KEY
000970             FILE STATUS IS WS-GLSENT-STATUS.
000980*
000990     SELECT  GLAMAP-FILE    ASSIGN TO GLAMAP
001000             ORGANIZATION IS INDEXED
001010             ACCESS MODE IS RANDOM
001020             RECORD KEY IS GA-RECORD-KEY
001030             FILE STATUS IS WS-GLAMAP-STATUS.
001040*
001050     SELECT  DSPPOST-REPORT ASSIGN TO RPTOUT
001060             ORGANIZATION IS LINE SEQUENTIAL
001070             FILE STATUS IS WS-REPORT-STATUS.
001080*
001090 DATA DIVISION.
001100*
001110 FILE SECTION.
001120*
001130 FD  DISPUTE-FILE
001140     LABEL RECORDS ARE STANDARD.
001150*
001160     COPY DISPUTE.
001170*
001180 FD  CUSTMAS-FILE
001190     LABEL RECORDS ARE STANDARD.
001200*
001210     COPY CUSTMAS.
001220*
001230 FD  INVOICE-FILE
001240     LABEL RECORDS ARE STANDARD.
001250*
001260     COPY INVOICE.
001270*
001280 FD  PAYMENT-FILE
001290     LABEL RECORDS ARE STANDARD.
001300*
001310     COPY PAYMENT.
001320*
001330 FD  INVCTL-FILE
001340     LABEL RECORDS ARE STANDARD.
001350*
001360     COPY INVCTL.
001370*
001380 FD  ARBAL-FILE
001390     LABEL RECORDS ARE STANDARD.
001400*
001410     COPY ARBAL.
001420*
001430 FD  JOURNAL-FILE
001440     LABEL RECORDS ARE STANDARD.
001450*
001460     COPY GLJOUT.
001470*
001480 FD  GLSENT-FILE
001490     LABEL RECORDS ARE STANDARD.
001500*
001510     COPY GLSENT.
001520*
001530 FD  GLAMAP-FILE
001540     LABEL RECORDS ARE STANDARD.
001550*
001560     COPY GLAMAP.
001570*
001580 FD  DSPPOST-REPORT
001590     LABEL RECORDS ARE OMITTED.
001600*
001610 01  REPORT-LINE                      PIC X(132).
001620*
001630 WORKING-STORAGE SECTION.
001640*
001650     COPY RUNLOG.
001651*
001652     COPY PREDPARM.
001660*
001670 01  RUN-TIMING-FIELDS.
001680     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001690*
001700 01  SWITCHES.
001710*
001720     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001730         88  WS-ABORT                             VALUE 'Y'.
001740     05  WS-DISPUTE-OPEN-SW           PIC X(01)   VALUE 'N'.
001750         88  WS-DISPUTE-OPEN                      VALUE 'Y'.
001760     05  WS-CUSTMAS-OPEN-SW           PIC X(01)   VALUE 'N'.
001770         88  WS-CUSTMAS-OPEN                      VALUE 'Y'.
001780     05  WS-INVOICE-OPEN-SW           PIC X(01)   VALUE 'N'.
001790         88  WS-INVOICE-OPEN                      VALUE 'Y'.
001800     05  WS-PAYMENT-OPEN-SW           PIC X(01)   VALUE 'N'.
001810         88  WS-PAYMENT-OPEN                      VALUE 'Y'.
001820     05  WS-INVCTL-OPEN-SW            PIC X(01)   VALUE 'N'.
001830         88  WS-INVCTL-OPEN                       VALUE 'Y'.
001840     05  WS-ARBAL-OPEN-SW             PIC X(01)   VALUE 'N'.
001850         88  WS-ARBAL-OPEN                        VALUE 'Y'.
001860     05  WS-JOURNAL-OPEN-SW           PIC X(01)   VALUE 'N'.
001870         88  WS-JOURNAL-OPEN                      VALUE 'Y'.
001880     05  WS-GLSENT-OPEN-SW            PIC X(01)   VALUE 'N'.
001890         88  WS-GLSENT-OPEN                       VALUE 'Y'.
001900     05  WS-GLAMAP-OPEN-SW            PIC X(01)   VALUE 'N'.
001910         88  WS-GLAMAP-OPEN                       VALUE 'Y'.
001920     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001930         88  WS-REPORT-OPEN                       VALUE 'Y'.
001940     05  WS-DISPUTE-EOF-SW            PIC X(01)   VALUE 'N'.
001950         88  WS-DISPUTE-EOF                       VALUE 'Y'.
001960     05  WS-MORE-INVOICES-SW          PIC X(01)   VALUE 'N'.
001970         88  WS-MORE-INVOICES                     VALUE 'Y'.
001980     05  WS-MORE-PAYMENTS-SW          PIC X(01)   VALUE 'N'.
001990         88  WS-MORE-PAYMENTS                     VALUE 'Y'.
002000*
002010 01  FILE-STATUS-FIELDS.
002020*
002030     05  WS-DISPUTE-STATUS            PIC X(02)   VALUE '00'.
002040     05  WS-CUSTMAS-STATUS            PIC X(02)   VALUE '00'.
002050     05  WS-INVOICE-STATUS            PIC X(02)   VALUE '00'.
002060     05  WS-PAYMENT-STATUS            PIC X(02)   VALUE '00'.
002070     05  WS-INVCTL-STATUS             PIC X(02)   VALUE '00'.
002080     05  WS-ARBAL-STATUS              PIC X(02)   VALUE '00'.
002090     05  WS-JOURNAL-STATUS            PIC X(02)   VALUE '00'.
002100     05  WS-GLSENT-STATUS             PIC X(02)   VALUE '00'.
002110     05  WS-GLAMAP-STATUS             PIC X(02)   VALUE '00'.
002120     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
002130*
002140******************************************************************
002150*   LEDGER ACCOUNTS -- READ FROM THE GLAMAP MAPPING FILE AT      *
002160*   RUN TIME (SOURCE 'DSPPOST'), AS IN WRTOFF.                   *
002170******************************************************************
002180 01  LEDGER-ACCOUNTS.
002190*
002200     05  WS-ACCT-RECEIVABLES          PIC X(08) VALUE SPACE.
002210     05  WS-ACCT-BAD-DEBT             PIC X(08) VALUE SPACE.
002220*
002230 01  WORK-FIELDS.
002240*
002250     05  WS-DISPUTE-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
002260     05  WS-PENDING-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
002270     05  WS-MEMO-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
002280     05  WS-NO-MEMO-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
002290     05  WS-CREDIT-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
002300     05  WS-WRITEOFF-TOTAL      PIC S9(09)V99 COMP-3 VALUE ZERO.
002310     05  WS-INVOICE-OPEN-AMT    PIC S9(09)V99 COMP-3 VALUE ZERO.
002320     05  WS-POST-AMOUNT         PIC S9(09)V99 COMP-3 VALUE ZERO.
002330     05  WS-LINE-SUB            PIC S9(03) COMP-3 VALUE ZERO.
002340     05  WS-TOTAL-DEBITS        PIC 9(13)V99      VALUE ZERO.
002350     05  WS-TOTAL-CREDITS       PIC 9(13)V99      VALUE ZERO.
002360     05  WS-GL-DETAIL-COUNT     PIC 9(07)         VALUE ZERO.
002370     05  WS-TODAY-DATE          PIC 9(08)         VALUE ZERO.
002380     05  WS-MEMO-NUMBER         PIC 9(06)         VALUE ZERO.
002390*
002400 01  WS-RUN-DATE.
002410     05  WS-RUN-YYYY                  PIC 9(04).
002420     05  WS-RUN-MM                    PIC 9(02).
002430     05  WS-RUN-DD                    PIC 9(02).
002440*
002450 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
002460                                      PIC 9(08).
002470*
002480 01  WS-MEMO-DATE-MDY.
002490     05  WS-MEMO-MM                   PIC 9(02).
002500     05  WS-MEMO-DD                   PIC 9(02).
002510     05  WS-MEMO-YYYY                 PIC 9(04).
002520*
002530 01  HEADING-LINE-1.
002540*
002550     05  FILLER                       PIC X(01)   VALUE SPACE.
002560     05  FILLER                       PIC X(42)   VALUE
002570             'DISPUTE RESOLUTION POSTING REGISTER  RUN '.
002580     05  HL1-RUN-DATE                 PIC 9(08).
002590     05  FILLER                       PIC X(81)   VALUE SPACE.
002600*
002610 01  HEADING-LINE-2.
002620*
002630     05  FILLER                       PIC X(01)   VALUE SPACE.
002640     05  FILLER                       PIC X(39)   VALUE
002650             'CUSTOMER  NAME'.
002660     05  FILLER                       PIC X(52)   VALUE
002670         'INVOICE  RESOLUTION      DISPUTED       POSTED  MEMO'.
002680     05  FILLER                       PIC X(40)   VALUE SPACE.
002690*
002700 01  DETAIL-LINE.
002710*
002720     05  FILLER                       PIC X(01)   VALUE SPACE.
002730     05  DL-CUSTOMER-NUMBER           PIC X(06).
002740     05  FILLER                       PIC X(04)   VALUE SPACE.
002750     05  DL-CUSTOMER-NAME             PIC X(28).
002760     05  FILLER                       PIC X(01)   VALUE SPACE.
002770     05  DL-INVOICE-NUMBER            PIC ZZZZZ9.
002780     05  FILLER                       PIC X(03)   VALUE SPACE.
002790     05  DL-RESOLUTION                PIC X(11).
002800     05  DL-DISPUTED-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
002810     05  DL-POSTED-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
002820     05  FILLER                       PIC X(02)   VALUE SPACE.
002830     05  DL-MEMO-NUMBER               PIC ZZZZZ9.
002840     05  FILLER                       PIC X(02)   VALUE SPACE.
002850     05  DL-NOTE                      PIC X(36).
002860*
002870 01  SUMMARY-LINE-1.
002880*
002890     05  FILLER                       PIC X(01)   VALUE SPACE.
002900     05  FILLER                       PIC X(25)   VALUE
002910             'DISPUTES READ...........:'.
002920     05  SL1-DISPUTE-COUNT            PIC ZZZZ9.
002930     05  FILLER                       PIC X(101)  VALUE SPACE.
002940*
002950 01  SUMMARY-LINE-2.
002960*
002970     05  FILLER                       PIC X(01)   VALUE SPACE.
002980     05  FILLER                       PIC X(25)   VALUE
002990             'RESOLUTIONS POSTED......:'.
003000     05  SL2-PENDING-COUNT            PIC ZZZZ9.
003010     05  FILLER                       PIC X(04)   VALUE SPACE.
003020     05  FILLER                       PIC X(15)   VALUE
003030             'MEMOS WRITTEN: '.
003040     05  SL2-MEMO-COUNT               PIC ZZZZ9.
003050     05  FILLER                       PIC X(04)   VALUE SPACE.
003060     05  FILLER                       PIC X(17)   VALUE
003070             'NOTHING OPEN...: '.
003080     05  SL2-NO-MEMO-COUNT            PIC ZZZZ9.
003090     05  FILLER                       PIC X(51)   VALUE SPACE.
003100*
003110 01  SUMMARY-LINE-3.
003120*
003130     05  FILLER                       PIC X(01)   VALUE SPACE.
003140     05  FILLER                       PIC X(25)   VALUE
003150             'CREDITED BY MEMO........:'.
003160     05  SL3-CREDIT-TOTAL             PIC ZZ,ZZZ,ZZ9.99.
003170     05  FILLER                       PIC X(93)   VALUE SPACE.
003180*
003190 01  SUMMARY-LINE-4.
003200*
003210     05  FILLER                       PIC X(01)   VALUE SPACE.
003220     05  FILLER                       PIC X(25)   VALUE
003230             'WRITTEN OFF.............:'.
003240     05  SL4-WRITEOFF-TOTAL           PIC ZZ,ZZZ,ZZ9.99.
003250     05  FILLER                       PIC X(93)   VALUE SPACE.
003260*
003270 PROCEDURE DIVISION.
003280*
003290 0000-MAINLINE.
003300*
003310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003320     PERFORM 2000-PROCESS-DISPUTES THRU 2000-EXIT.
003330     PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.
003340     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003350*
003360     STOP RUN.
003370*
003380 1000-INITIALIZE.
003390*
003400     ACCEPT WS-START-TIME-RAW FROM TIME.
003401     MOVE 'DSPPOST ' TO PC-PROGRAM.
003402     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
003403     IF PC-REFUSED
003404         MOVE PC-RETURN-CODE TO RETURN-CODE
003405         STOP RUN
003406     END-IF.
003410*
003420     OPEN I-O    DISPUTE-FILE.
003430     OPEN INPUT  CUSTMAS-FILE.
003440     OPEN I-O    INVOICE-FILE.
003450     OPEN INPUT  PAYMENT-FILE.
003460     OPEN I-O    INVCTL-FILE.
003470     OPEN I-O    ARBAL-FILE.
003480     OPEN OUTPUT JOURNAL-FILE.
003490     OPEN I-O    GLSENT-FILE.
003500     OPEN I-O    GLAMAP-FILE.
003510     OPEN OUTPUT DSPPOST-REPORT.
003520*
003530     IF WS-DISPUTE-STATUS = '00'
003540         MOVE 'Y' TO WS-DISPUTE-OPEN-SW
003550     ELSE
003560         DISPLAY 'DSPPOST0001E DISPUTE FILE OPEN FAILED, STATUS='
003570             WS-DISPUTE-STATUS
003580         MOVE 'Y' TO WS-ABORT-SW
003590     END-IF.
003600*
003610     IF WS-CUSTMAS-STATUS = '00'
003620         MOVE 'Y' TO WS-CUSTMAS-OPEN-SW
003630     ELSE
003640         DISPLAY 'DSPPOST0002E CUSTMAS FILE OPEN FAILED, STATUS='
003650             WS-CUSTMAS-STATUS
003660         MOVE 'Y' TO WS-ABORT-SW
003670     END-IF.
003680*
003690     IF WS-INVOICE-STATUS = '00'
003700         MOVE 'Y' TO WS-INVOICE-OPEN-SW
003710     ELSE
003720         DISPLAY 'DSPPOST0003E INVOICE FILE OPEN FAILED, STATUS='
003730             WS-INVOICE-STATUS
003740         MOVE 'Y' TO WS-ABORT-SW
003750     END-IF.
003760*
003770     IF WS-PAYMENT-STATUS = '00'
003780         MOVE 'Y' TO WS-PAYMENT-OPEN-SW
003790     ELSE
003800         DISPLAY 'DSPPOST0004E PAYMENT FILE OPEN FAILED, STATUS='
003810             WS-PAYMENT-STATUS
003820         MOVE 'Y' TO WS-ABORT-SW
003830     END-IF.
003840*
003850     IF WS-INVCTL-STATUS = '00'
003860         MOVE 'Y' TO WS-INVCTL-OPEN-SW
003870     ELSE
003880         DISPLAY 'DSPPOST0005E INVCTL FILE OPEN FAILED, STATUS='
003890             WS-INVCTL-STATUS
003900         MOVE 'Y' TO WS-ABORT-SW
003910     END-IF.
003920*
003930     IF WS-ARBAL-STATUS = '00'
003940         MOVE 'Y' TO WS-ARBAL-OPEN-SW
003950     ELSE
003960         DISPLAY 'DSPPOST0006E ARBAL FILE OPEN FAILED, STATUS='
003970             WS-ARBAL-STATUS
003980         MOVE 'Y' TO WS-ABORT-SW
003990     END-IF.
004000*
004010     IF WS-JOURNAL-STATUS = '00'
004020         MOVE 'Y' TO WS-JOURNAL-OPEN-SW
004030     ELSE
004040         DISPLAY 'DSPPOST0007E GLJOUT FILE OPEN FAILED, STATUS='
004050             WS-JOURNAL-STATUS
004060         MOVE 'Y' TO WS-ABORT-SW
004070     END-IF.
004080*
004090     IF WS-GLSENT-STATUS = '00'
004100         MOVE 'Y' TO WS-GLSENT-OPEN-SW
004110     ELSE
004120         DISPLAY 'DSPPOST0008E GLSENT FILE OPEN FAILED, STATUS='
004130             WS-GLSENT-STATUS
004140         MOVE 'Y' TO WS-ABORT-SW
004150     END-IF.
004160*
004170     IF WS-GLAMAP-STATUS = '00'
004180         MOVE 'Y' TO WS-GLAMAP-OPEN-SW
004190     ELSE
004200         DISPLAY 'DSPPOST0009E GLAMAP FILE OPEN FAILED, STATUS='
004210             WS-GLAMAP-STATUS
004220         MOVE 'Y' TO WS-ABORT-SW
004230     END-IF.
004240*
004250     IF WS-REPORT-STATUS = '00'
004260         MOVE 'Y' TO WS-REPORT-OPEN-SW
004270     ELSE
004280         DISPLAY 'DSPPOST0010E REPORT FILE OPEN FAILED, STATUS='
004290             WS-REPORT-STATUS
004300         MOVE 'Y' TO WS-ABORT-SW
004310     END-IF.
004320*
004330     IF NOT WS-ABORT
004340         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004350         MOVE WS-RUN-MM   TO WS-MEMO-MM
004360         MOVE WS-RUN-DD   TO WS-MEMO-DD
004370         MOVE WS-RUN-YYYY TO WS-MEMO-YYYY
004380         MOVE WS-RUN-DATE-N TO HL1-RUN-DATE
004390         WRITE REPORT-LINE FROM HEADING-LINE-1
004400         WRITE REPORT-LINE FROM HEADING-LINE-2
004410         PERFORM 1200-LOAD-LEDGER-ACCOUNTS THRU 1200-EXIT
004420     END-IF.
004430*
004440     IF NOT WS-ABORT
004450         PERFORM 1100-WRITE-JOURNAL-HEADER THRU 1100-EXIT
004460     END-IF.
004470*
004480 1000-EXIT.
004490     EXIT.
004500*
004510 1100-WRITE-JOURNAL-HEADER.
004520*
004530     MOVE SPACE TO JOURNAL-RECORD.
004540     SET GLJ-HEADER TO TRUE.
004550     MOVE WS-RUN-DATE-N TO GLJ-JOURNAL-DATE.
004560     MOVE 'DISPUTE '    TO GLJ-SOURCE.
004570     MOVE ZERO TO GLJ-AMOUNT
004580                  GLJ-CONTROL-DEBITS
004590                  GLJ-CONTROL-CREDITS.
004600     WRITE JOURNAL-RECORD.
004610*
004620 1100-EXIT.
004630     EXIT.
004640*
004650******************************************************************
004660*   1200-LOAD-LEDGER-ACCOUNTS -- AS IN WRTOFF: ONE GLAMAP READ   *
004670*   PER ACCOUNT, STAMPED AS USED; A MISSING MAPPING STOPS THE    *
004680*   RUN BEFORE ANYTHING POSTS.                                   *
004690******************************************************************
004700 1200-LOAD-LEDGER-ACCOUNTS.
004710*
004720     MOVE 'BADDEBT' TO GA-TRAN-TYPE.
004730     PERFORM 1250-FETCH-ONE-ACCOUNT THRU 1250-EXIT.
004740     MOVE GA-ACCOUNT-NUMBER TO WS-ACCT-BAD-DEBT.
004750*
004760     MOVE 'RECEIVBL' TO GA-TRAN-TYPE.
004770     PERFORM 1250-FETCH-ONE-ACCOUNT THRU 1250-EXIT.
004780     MOVE GA-ACCOUNT-NUMBER TO WS-ACCT-RECEIVABLES.
004790*
004800 1200-EXIT.
004810     EXIT.
004820*
004830 1250-FETCH-ONE-ACCOUNT.
004840*
004850     IF WS-ABORT
004860         GO TO 1250-EXIT
004870     END-IF.
004880*
004890     MOVE 'DSPPOST' TO GA-SOURCE.
004900     READ GLAMAP-FILE
004910         INVALID KEY
004920             DISPLAY 'DSPPOST0011E NO GLAMAP MAPPING FOR DSPPOST/'
004930                 GA-TRAN-TYPE ' - RUN STOPPED'
004940             MOVE 'Y' TO WS-ABORT-SW
004950             MOVE SPACE TO GA-ACCOUNT-NUMBER
004960         NOT INVALID KEY
004970             MOVE WS-RUN-DATE-N TO GA-LAST-USED-DATE
004980             REWRITE GL-ACCOUNT-MAP-RECORD
004990                 INVALID KEY
005000                     DISPLAY 'DSPPOST0012E GLAMAP REWRITE FAILED'
005010                     MOVE 'Y' TO WS-ABORT-SW
005020             END-REWRITE
005030     END-READ.
005040*
005050 1250-EXIT.
005060     EXIT.
005070*
005080 2000-PROCESS-DISPUTES.
005090*
005100     IF NOT WS-ABORT
005110         PERFORM 2100-PROCESS-ONE-DISPUTE THRU 2100-EXIT
005120             UNTIL WS-DISPUTE-EOF
005130     END-IF.
005140*
005150 2000-EXIT.
005160     EXIT.
005170*
005180******************************************************************
005190*   2100-PROCESS-ONE-DISPUTE -- ONLY A DISPUTE PENDING POSTING   *
005200*   IS TOUCHED.  OPEN DISPUTES AND RESOLVED ONES ARE PASSED.     *
005210******************************************************************
005220 2100-PROCESS-ONE-DISPUTE.
005230*
005240     READ DISPUTE-FILE NEXT RECORD
005250         AT END
005260             MOVE 'Y' TO WS-DISPUTE-EOF-SW
005270     END-READ.
005280*
005290     IF WS-DISPUTE-EOF
005300         GO TO 2100-EXIT
005310     END-IF.
005320*
005330     ADD 1 TO WS-DISPUTE-COUNT.
005340*
005350     IF NOT DSP-POSTING-PENDING
005360         GO TO 2100-EXIT
005370     END-IF.
005380*
005390     PERFORM 2200-COMPUTE-INVOICE-OPEN THRU 2200-EXIT.
005400*
005410     IF DSP-AMOUNT < WS-INVOICE-OPEN-AMT
005420         MOVE DSP-AMOUNT TO WS-POST-AMOUNT
005430     ELSE
005440         MOVE WS-INVOICE-OPEN-AMT TO WS-POST-AMOUNT
005450     END-IF.
005460*
005470     MOVE ZERO TO WS-MEMO-NUMBER.
005480     IF WS-POST-AMOUNT > ZERO
005490         PERFORM 2400-WRITE-CREDIT-MEMO THRU 2400-EXIT
005500         IF WS-ABORT
005510             GO TO 2100-EXIT
005520         END-IF
005530         IF DSP-RESOLVE-WRITE-OFF
005540             PERFORM 2500-WRITE-JOURNAL-PAIR THRU 2500-EXIT
005550         END-IF
005560         PERFORM 2600-UPDATE-OPEN-BALANCE THRU 2600-EXIT
005570         IF WS-ABORT
005580             GO TO 2100-EXIT
005590         END-IF
005600     ELSE
005610         MOVE ZERO TO WS-POST-AMOUNT
005620     END-IF.
005630*
005640     PERFORM 2700-MARK-RESOLVED THRU 2700-EXIT.
005650*
005660 2100-EXIT.
005670     EXIT.
005680*
005690******************************************************************
005700*   2200-COMPUTE-INVOICE-OPEN -- WHAT THE INVOICE STILL OWES:    *
005710*   TOTAL, TAX AND FREIGHT, LESS THE CASH APPLIED TO IT          *
005720*   (PAYMENT ALTERNATE KEY) AND ANY CREDIT MEMO ALREADY          *
005730*   REFERENCING IT (FOUND AMONG THE CUSTOMER'S DOCUMENTS ON      *
005740*   THE INVOICE ALTERNATE KEY), NETTED AS AGERPT NETS IT.  A     *
005750*   VOIDED OR MISSING INVOICE OWES NOTHING.                      *
005760******************************************************************
005770 2200-COMPUTE-INVOICE-OPEN.
005780*
005790     MOVE ZERO TO WS-INVOICE-OPEN-AMT.
005800*
005810     MOVE DSP-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
005820     READ INVOICE-FILE
005830         INVALID KEY
005840             DISPLAY 'DSPPOST0013W INVOICE NOT FOUND FOR DISPUTE '
005850                 DSP-INVOICE-NUMBER
005860             GO TO 2200-EXIT
005870     END-READ.
005880*
005890     IF INV-VOIDED OR NOT INV-ORIGINAL-INVOICE
005900         GO TO 2200-EXIT
005910     END-IF.
005920*
005930     ADD INV-INVOICE-TOTAL INV-TAX-AMOUNT INV-FREIGHT-AMOUNT
005940         GIVING WS-INVOICE-OPEN-AMT.
005950*
005960     MOVE DSP-INVOICE-NUMBER TO PAY-INVOICE-NUMBER.
005970     START PAYMENT-FILE KEY = PAY-INVOICE-NUMBER
005980         INVALID KEY
005990             MOVE 'N' TO WS-MORE-PAYMENTS-SW
006000         NOT INVALID KEY
006010             MOVE 'Y' TO WS-MORE-PAYMENTS-SW
006020     END-START.
006030*
006040     PERFORM 2220-NET-ONE-PAYMENT THRU 2220-EXIT
006050         UNTIL NOT WS-MORE-PAYMENTS.
006060*
006070     MOVE DSP-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER.
006080     START INVOICE-FILE KEY IS = INV-CUSTOMER-NUMBER
006090         INVALID KEY
006100             MOVE 'N' TO WS-MORE-INVOICES-SW
006110         NOT INVALID KEY
006120             MOVE 'Y' TO WS-MORE-INVOICES-SW
006130     END-START.
006140*
006150     PERFORM 2240-NET-ONE-MEMO THRU 2240-EXIT
006160         UNTIL NOT WS-MORE-INVOICES.
006170*
006180 2200-EXIT.
006190     EXIT.
006200*
006210 2220-NET-ONE-PAYMENT.
006220*
006230     READ PAYMENT-FILE NEXT RECORD
006240         AT END
006250             MOVE 'N' TO WS-MORE-PAYMENTS-SW
006260     END-READ.
006270*
006280     IF WS-MORE-PAYMENTS
006290         IF PAY-INVOICE-NUMBER NOT = DSP-INVOICE-NUMBER
006300             MOVE 'N' TO WS-MORE-PAYMENTS-SW
006310         ELSE
006320             IF PAY-APPLIED
006330                 SUBTRACT PAY-PAYMENT-AMOUNT
006340                     FROM WS-INVOICE-OPEN-AMT
006350             END-IF
006360         END-IF
006370     END-IF.
006380*
006390 2220-EXIT.
006400     EXIT.
006410*
006420 2240-NET-ONE-MEMO.
006430*
006440     READ INVOICE-FILE NEXT RECORD
006450         AT END
006460             MOVE 'N' TO WS-MORE-INVOICES-SW
006470     END-READ.
006480*
006490     IF WS-MORE-INVOICES
006500         IF INV-CUSTOMER-NUMBER NOT = DSP-CUSTOMER-NUMBER
006510             MOVE 'N' TO WS-MORE-INVOICES-SW
006520         ELSE
006530             IF       INV-CREDIT-MEMO
006540                  AND INV-VOID-OF-INVOICE = DSP-INVOICE-NUMBER
006550                 SUBTRACT INV-INVOICE-TOTAL INV-TAX-AMOUNT
006560                     INV-FREIGHT-AMOUNT
006570                     FROM WS-INVOICE-OPEN-AMT
006580             END-IF
006590         END-IF
006600     END-IF.
006610*
006620 2240-EXIT.
006630     EXIT.
006640*
006650******************************************************************
006660*   2400-WRITE-CREDIT-MEMO -- A 'C'-SERIES MEMO FOR THE AMOUNT   *
006670*   BEING POSTED, REFERENCING THE DISPUTED INVOICE, BUILT THE    *
006680*   WAY WRTOFF BUILDS ITS WRITE-OFF MEMO.                        *
006690******************************************************************
006700 2400-WRITE-CREDIT-MEMO.
006710*
006720     PERFORM 2410-GET-NEXT-MEMO-NUMBER THRU 2410-EXIT.
006730     IF WS-ABORT
006740         GO TO 2400-EXIT
006750     END-IF.
006760*
006770     MOVE SPACE TO INVOICE-RECORD.
006780     MOVE ICR-LAST-INVOICE-NUMBER TO INV-INVOICE-NUMBER
006790                                     WS-MEMO-NUMBER.
006800     MOVE DSP-CUSTOMER-NUMBER     TO INV-CUSTOMER-NUMBER.
006810     MOVE DSP-CUSTOMER-REFERENCE  TO INV-PO-NUMBER.
006820     MOVE WS-MEMO-DATE-MDY        TO INV-INVOICE-DATE.
006830*
006840     PERFORM 2420-CLEAR-ONE-LINE THRU 2420-EXIT
006850         VARYING WS-LINE-SUB FROM 1 BY 1
006860         UNTIL WS-LINE-SUB > 20.
006870*
006880     MOVE WS-POST-AMOUNT TO INV-AMOUNT(1).
006890     MOVE WS-POST-AMOUNT TO INV-INVOICE-TOTAL.
006900     MOVE ZERO           TO INV-TAX-AMOUNT.
006910     MOVE ZERO           TO INV-FREIGHT-AMOUNT.
006920     MOVE ZERO           TO INV-STD-FREIGHT-AMT.
006930*    A MEMO NEVER AGES; ZERO KEEPS THE FIELD NUMERIC FOR THE
006940*    DUE-DATE TESTS DOWNSTREAM.
006950     MOVE ZERO           TO INV-DUE-DATE.
006960     MOVE ZERO           TO INV-PROMO-DISC-AMT.
006970*
006980     MOVE 'BTCH' TO INV-TERMINAL-ID.
006990     IF DSP-RESOLVE-WRITE-OFF
007000         MOVE 'WOF' TO INV-OPERATOR-ID
007010     ELSE
007020         MOVE 'DSP' TO INV-OPERATOR-ID
007030     END-IF.
007040     MOVE SPACE  TO INV-SALESPERSON-CODE.
007050     SET INV-CREDIT-MEMO TO TRUE.
007060     MOVE DSP-INVOICE-NUMBER TO INV-VOID-OF-INVOICE.
007070     MOVE 'C'  TO INV-SERIES-CODE.
007080     MOVE 'N'  TO INV-VOIDED-SW.
007090     MOVE 'Y'  TO INV-PICKLIST-SW.
007100     MOVE 'Y'  TO INV-SHIPPED-SW.
007110     MOVE WS-MEMO-DATE-MDY TO INV-SHIP-DATE.
007120     MOVE ZERO TO INV-SHIP-TO-NUMBER.
007130     MOVE SPACE TO INV-SHIPPER.
007140     MOVE 'N'  TO INV-WILLCALL-SW.
007150*    A FINANCIAL DOCUMENT IS BORN BILLED -- THERE IS NOTHING
007160*    TO SHIP.
007170     SET INV-BILLED TO TRUE.
007180     MOVE INV-INVOICE-DATE TO INV-ORDER-DATE.
007190*
007200     WRITE INVOICE-RECORD
007210         INVALID KEY
007220             DISPLAY 'DSPPOST0014E INVOICE WRITE FAILED, KEY='
007230                 INV-INVOICE-NUMBER ' STATUS=' WS-INVOICE-STATUS
007240             MOVE 'Y' TO WS-ABORT-SW
007250             MOVE 'Y' TO WS-DISPUTE-EOF-SW
007260     END-WRITE.
007270*
007280 2400-EXIT.
007290     EXIT.
007300*
007310 2410-GET-NEXT-MEMO-NUMBER.
007320*
007330     MOVE 'C' TO ICR-CONTROL-KEY.
007340     READ INVCTL-FILE
007350         INVALID KEY
007360             DISPLAY 'DSPPOST0015E INVCTL SERIES C NOT FOUND'
007370             MOVE 'Y' TO WS-ABORT-SW
007380             MOVE 'Y' TO WS-DISPUTE-EOF-SW
007390     END-READ.
007400*
007410     IF NOT WS-ABORT
007420         IF ICR-LAST-INVOICE-NUMBER NOT < ICR-RANGE-HIGH
007430             IF ICR-ROLLOVER-WRAP
007440                 MOVE ICR-RANGE-LOW TO ICR-LAST-INVOICE-NUMBER
007450                 MOVE 'Y' TO ICR-WRAPPED-SW
007460             ELSE
007470                 DISPLAY 'DSPPOST0016E SERIES C EXHAUSTED'
007480                 MOVE 'Y' TO WS-ABORT-SW
007490                 MOVE 'Y' TO WS-DISPUTE-EOF-SW
007500             END-IF
007510         ELSE
007520             ADD 1 TO ICR-LAST-INVOICE-NUMBER
007530         END-IF
007540     END-IF.
007550     IF NOT WS-ABORT
007560         REWRITE INVOICE-CONTROL-RECORD
007570             INVALID KEY
007580                 DISPLAY 'DSPPOST0017E INVCTL REWRITE FAILED'
007590                 MOVE 'Y' TO WS-ABORT-SW
007600                 MOVE 'Y' TO WS-DISPUTE-EOF-SW
007610         END-REWRITE
007620     END-IF.
007630*
007640 2410-EXIT.
007650     EXIT.
007660*
007670 2420-CLEAR-ONE-LINE.
007680*
007690     MOVE SPACE TO INV-PRODUCT-CODE(WS-LINE-SUB).
007700     MOVE ZERO  TO INV-QUANTITY(WS-LINE-SUB)
007710                   INV-UNIT-PRICE(WS-LINE-SUB)
007720                   INV-AMOUNT(WS-LINE-SUB)
007730                   INV-LINE-DISC-AMT(WS-LINE-SUB)
007740                   INV-LINE-UNIT-COST(WS-LINE-SUB).
007750*
007760 2420-EXIT.
007770     EXIT.
007780*
007790 2500-WRITE-JOURNAL-PAIR.
007800*
007810     SET GLJ-DETAIL TO TRUE.
007820     MOVE WS-RUN-DATE-N  TO GLJ-JOURNAL-DATE.
007830     MOVE 'DISPUTE '     TO GLJ-SOURCE.
007840     MOVE WS-MEMO-NUMBER TO GLJ-REFERENCE.
007850     MOVE ZERO TO GLJ-CONTROL-DEBITS
007860                  GLJ-CONTROL-CREDITS.
007870*
007880     MOVE WS-ACCT-BAD-DEBT TO GLJ-ACCOUNT-NUMBER.
007890     MOVE 'D' TO GLJ-DEBIT-CREDIT.
007900     MOVE WS-POST-AMOUNT TO GLJ-AMOUNT.
007910     ADD GLJ-AMOUNT TO WS-TOTAL-DEBITS.
007920     ADD 1 TO WS-GL-DETAIL-COUNT.
007930     WRITE JOURNAL-RECORD.
007940*
007950     MOVE WS-ACCT-RECEIVABLES TO GLJ-ACCOUNT-NUMBER.
007960     MOVE 'C' TO GLJ-DEBIT-CREDIT.
007970     MOVE WS-POST-AMOUNT TO GLJ-AMOUNT.
007980     ADD GLJ-AMOUNT TO WS-TOTAL-CREDITS.
007990     ADD 1 TO WS-GL-DETAIL-COUNT.
008000     WRITE JOURNAL-RECORD.
008010*
008020 2500-EXIT.
008030     EXIT.
008040*
008050 2600-UPDATE-OPEN-BALANCE.
008060*
008070     MOVE DSP-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
008080     READ ARBAL-FILE
008090         INVALID KEY
008100             CONTINUE
008110         NOT INVALID KEY
008120             SUBTRACT WS-POST-AMOUNT FROM AR-OPEN-BALANCE
008130             MOVE WS-MEMO-DATE-MDY TO AR-LAST-ACTIVITY-DATE
008140             REWRITE AR-BALANCE-RECORD
008150                 INVALID KEY
008160                     DISPLAY 'DSPPOST0018E ARBAL REWRITE FAILED'
008170                     MOVE 'Y' TO WS-ABORT-SW
008180                     MOVE 'Y' TO WS-DISPUTE-EOF-SW
008190             END-REWRITE
008200     END-READ.
008210*
008220 2600-EXIT.
008230     EXIT.
008240*
008250******************************************************************
008260*   2700-MARK-RESOLVED -- THE DISPUTE CARRIES THE MEMO NUMBER    *
008270*   AND THE AMOUNT ACTUALLY POSTED; THE DECISION DATE AND        *
008280*   OPERATOR DSPMNT1 STAMPED ARE LEFT AS THEY ARE.               *
008290******************************************************************
008300 2700-MARK-RESOLVED.
008310*
008320     SET DSP-RESOLVED TO TRUE.
008330     MOVE WS-MEMO-NUMBER TO DSP-RESOLUTION-DOCUMENT.
008340     MOVE WS-POST-AMOUNT TO DSP-RESOLVED-AMOUNT.
008350*
008360     REWRITE DISPUTE-RECORD
008370         INVALID KEY
008380             DISPLAY 'DSPPOST0019E DISPUTE REWRITE FAILED, KEY='
008390                 DSP-INVOICE-NUMBER ' STATUS=' WS-DISPUTE-STATUS
008400             MOVE 'Y' TO WS-ABORT-SW
008410             MOVE 'Y' TO WS-DISPUTE-EOF-SW
008420             GO TO 2700-EXIT
008430     END-REWRITE.
008440*
008450     ADD 1 TO WS-PENDING-COUNT.
008460     IF WS-MEMO-NUMBER > ZERO
008470         ADD 1 TO WS-MEMO-COUNT
008480     ELSE
008490         ADD 1 TO WS-NO-MEMO-COUNT
008500     END-IF.
008510     IF DSP-RESOLVE-WRITE-OFF
008520         ADD WS-POST-AMOUNT TO WS-WRITEOFF-TOTAL
008530     ELSE
008540         ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
008550     END-IF.
008560*
008570     MOVE DSP-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER
008580                                 CM-CUSTOMER-NUMBER.
008590     MOVE SPACE               TO DL-CUSTOMER-NAME.
008600     READ CUSTMAS-FILE
008610         INVALID KEY
008620             MOVE '** NOT ON CUSTMAS **' TO DL-CUSTOMER-NAME
008630         NOT INVALID KEY
008640             STRING CM-LAST-NAME DELIMITED BY '  '
008650                    ', '         DELIMITED BY SIZE
008660                    CM-FIRST-NAME DELIMITED BY '  '
008670                 INTO DL-CUSTOMER-NAME
008680     END-READ.
008690     MOVE DSP-INVOICE-NUMBER  TO DL-INVOICE-NUMBER.
008700     IF DSP-RESOLVE-WRITE-OFF
008710         MOVE 'WRITE-OFF'     TO DL-RESOLUTION
008720     ELSE
008730         MOVE 'CREDIT MEMO'   TO DL-RESOLUTION
008740     END-IF.
008750     MOVE DSP-AMOUNT          TO DL-DISPUTED-AMOUNT.
008760     MOVE WS-POST-AMOUNT      TO DL-POSTED-AMOUNT.
008770     MOVE WS-MEMO-NUMBER      TO DL-MEMO-NUMBER.
008780     EVALUATE TRUE
008790         WHEN WS-MEMO-NUMBER = ZERO
008800             MOVE 'NOTHING LEFT OPEN - NO MEMO'  TO DL-NOTE
008810         WHEN WS-POST-AMOUNT < DSP-AMOUNT
008820             MOVE 'LIMITED TO WHAT THE INVOICE OWES' TO DL-NOTE
008830         WHEN OTHER
008840             MOVE SPACE TO DL-NOTE
008850     END-EVALUATE.
008860     WRITE REPORT-LINE FROM DETAIL-LINE.
008870*
008880 2700-EXIT.
008890     EXIT.
008900*
008910 2900-WRITE-TRAILER.
008920*
008930     IF WS-ABORT
008940         GO TO 2900-EXIT
008950     END-IF.
008960*
008970     MOVE SPACE TO JOURNAL-RECORD.
008980     SET GLJ-TRAILER TO TRUE.
008990     MOVE WS-RUN-DATE-N    TO GLJ-JOURNAL-DATE.
009000     MOVE 'DISPUTE '       TO GLJ-SOURCE.
009010     MOVE ZERO             TO GLJ-AMOUNT.
009020     MOVE WS-TOTAL-DEBITS  TO GLJ-CONTROL-DEBITS.
009030     MOVE WS-TOTAL-CREDITS TO GLJ-CONTROL-CREDITS.
009040     WRITE JOURNAL-RECORD.
009050*
009060     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
009070         DISPLAY 'DSPPOST0020E BATCH OUT OF BALANCE - DO NOT SEND'
009080         MOVE 8 TO RETURN-CODE
009090     ELSE
009100         PERFORM 2950-RECORD-BATCH-SENT THRU 2950-EXIT
009110     END-IF.
009120*
009130 2900-EXIT.
009140     EXIT.
009150*
009160******************************************************************
009170*   2950-RECORD-BATCH-SENT -- ONE GLSENT LEDGER RECORD PER       *
009180*   BALANCED BATCH, AS IN WRTOFF, SO GLACKM CAN MATCH THE GL     *
009190*   SIDE'S ACKNOWLEDGMENT.  A RERUN OF THE SAME JOURNAL DATE     *
009200*   REPLACES THE RECORD.                                         *
009210******************************************************************
009220 2950-RECORD-BATCH-SENT.
009230*
009240     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
009250     MOVE WS-RUN-DATE-N      TO GLS-JOURNAL-DATE.
009260     MOVE 'DISPUTE '         TO GLS-SOURCE.
009270     MOVE WS-TOTAL-DEBITS    TO GLS-CONTROL-DEBITS.
009280     MOVE WS-TOTAL-CREDITS   TO GLS-CONTROL-CREDITS.
009290     MOVE WS-GL-DETAIL-COUNT TO GLS-DETAIL-COUNT.
009300     MOVE WS-TODAY-DATE      TO GLS-SENT-DATE.
009310     MOVE 'S'                TO GLS-STATUS-CODE.
009320     MOVE ZERO               TO GLS-ACK-DATE.
009330*
009340     WRITE GL-SENT-RECORD
009350         INVALID KEY
009360             REWRITE GL-SENT-RECORD
009370                 INVALID KEY
009380                     DISPLAY 'DSPPOST0021E GLSENT WRITE FAILED'
009390                     MOVE 8 TO RETURN-CODE
009400             END-REWRITE
009410     END-WRITE.
009420*
009430 2950-EXIT.
009440     EXIT.
009450*
009460 3000-TERMINATE.
009470*
009480     IF NOT WS-ABORT
009490         MOVE WS-DISPUTE-COUNT  TO SL1-DISPUTE-COUNT
009500         WRITE REPORT-LINE FROM SUMMARY-LINE-1
009510         MOVE WS-PENDING-COUNT  TO SL2-PENDING-COUNT
009520         MOVE WS-MEMO-COUNT     TO SL2-MEMO-COUNT
009530         MOVE WS-NO-MEMO-COUNT  TO SL2-NO-MEMO-COUNT
009540         WRITE REPORT-LINE FROM SUMMARY-LINE-2
009550         MOVE WS-CREDIT-TOTAL   TO SL3-CREDIT-TOTAL
009560         WRITE REPORT-LINE FROM SUMMARY-LINE-3
009570         MOVE WS-WRITEOFF-TOTAL TO SL4-WRITEOFF-TOTAL
009580         WRITE REPORT-LINE FROM SUMMARY-LINE-4
009590     ELSE
009600         MOVE 8 TO RETURN-CODE
009610     END-IF.
009620*
009630     MOVE 'DSPPOST ' TO RL-PROGRAM.
009640     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
009650     MOVE 'DSPPOST ' TO RL-STEP-NAME.
009660     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
009670     MOVE WS-DISPUTE-COUNT TO RL-RECORDS-READ.
009680     MOVE WS-MEMO-COUNT    TO RL-RECORDS-WRITTEN.
009690     MOVE ZERO             TO RL-RECORDS-REJECTED.
009700     MOVE RETURN-CODE      TO RL-COMPLETION-CODE.
009710     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
009720*
009730     IF WS-DISPUTE-OPEN
009740         CLOSE DISPUTE-FILE
009750     END-IF.
009760     IF WS-CUSTMAS-OPEN
009770         CLOSE CUSTMAS-FILE
009780     END-IF.
009790     IF WS-INVOICE-OPEN
009800         CLOSE INVOICE-FILE
009810     END-IF.
009820     IF WS-PAYMENT-OPEN
009830         CLOSE PAYMENT-FILE
009840     END-IF.
009850     IF WS-INVCTL-OPEN
009860         CLOSE INVCTL-FILE
009870     END-IF.
009880     IF WS-ARBAL-OPEN
009890         CLOSE ARBAL-FILE
009900     END-IF.
009910     IF WS-JOURNAL-OPEN
009920         CLOSE JOURNAL-FILE
009930     END-IF.
009940     IF WS-GLSENT-OPEN
009950         CLOSE GLSENT-FILE
009960     END-IF.
009970     IF WS-GLAMAP-OPEN
009980         CLOSE GLAMAP-FILE
009990     END-IF.
010000     IF WS-REPORT-OPEN
010010         CLOSE DSPPOST-REPORT
010020     END-IF.
010030*
010040 3000-EXIT.
010050     EXIT.
