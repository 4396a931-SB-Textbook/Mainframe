000290*   RPTOUT TRACES EVERY PAYMENT TO THE FILE AND ITEM THAT        *
000300*   CARRIED IT.  THE TRANSMISSION DATE COMES FROM THE CONTROL    *
000310*   CARD ON CTLDD (YYYYMMDD IN COLUMNS 1-8).                     *
000311*   EACH PAYMENT IS DEBITED FROM THE ACCOUNT ON ITS PAYER'S      *
000312*   MANDATE (MNDMST, NYU_AUTOMST, KEPT BY NYUMNT01), MATCHED ON  *
000313*   PAYCLT = PAYNUM: THE DETAIL CARRIES THE MANDATE'S BANK,      *
000314*   BRANCH, DEPOSIT KIND, ACCOUNT NUMBER, AND HOLDER NAME.  A    *
000315*   PAYMENT WHOSE PAYER HAS NO MANDATE IS NOT TRANSMITTED: IT    *
000316*   IS LISTED AS HELD AND WRITTEN TO HLDOUT (PAY_GAFPAY LAYOUT)  *
000317*   TO GO IN AGAIN WITH THE NEXT DAY'S RELEASES, AND THE RUN     *
000318*   ENDS WITH CODE 4.                                            *
000320*                                                                *
000330*   MODIFICATION HISTORY.                                        *
000340*   09/02/2026  SMG  INITIAL VERSION.                            *
000343*   10/15/2026  SMG  DEBIT ACCOUNT FROM THE MANDATE MASTER;      *
000346*                    PAYMENTS WITHOUT A MANDATE HELD ON HLDOUT.  *
000350******************************************************************
000360*
000370 ENVIRONMENT DIVISION.
000670             ORGANIZATION IS LINE SEQUENTIAL
000680             FILE STATUS IS WS-SEQNEW-STATUS.
000690*
000691     SELECT  MNDMST-FILE    ASSIGN TO MNDMST
000692             ORGANIZATION IS SEQUENTIAL
000693             ACCESS MODE IS SEQUENTIAL
000694             FILE STATUS IS WS-MNDMST-STATUS.
000695*
000700     SELECT  TRNOUT-FILE    ASSIGN TO TRNOUT
000710             ORGANIZATION IS SEQUENTIAL
000720             ACCESS MODE IS SEQUENTIAL
000730             FILE STATUS IS WS-TRNOUT-STATUS.
000740*
000741     SELECT  HLDOUT-FILE    ASSIGN TO HLDOUT
000742             ORGANIZATION IS SEQUENTIAL
000743             ACCESS MODE IS SEQUENTIAL
000744             FILE STATUS IS WS-HLDOUT-STATUS.
000745*
000750     SELECT  TRANS-REGISTER ASSIGN TO RPTOUT
000760             ORGANIZATION IS LINE SEQUENTIAL
000770             FILE STATUS IS WS-REPORT-STATUS.
001200*
001210 01  TRNOUT-RECORD                PIC X(120).
001220*
001221 FD  MNDMST-FILE
001222     LABEL RECORDS ARE STANDARD.
001223*
001224 01  MNDMST-RECORD.
001225     COPY NYU_AUTOMST REPLACING ==01== BY ==05==,
001226                                ==()== BY ==MND-==.
001227*
001230 FD  TRANS-REGISTER
001240     LABEL RECORDS ARE OMITTED.
001250*
001260 01  REPORT-LINE                  PIC X(132).
001261*
001262 FD  HLDOUT-FILE
001263     LABEL RECORDS ARE STANDARD.
001264*
001265 01  HLDOUT-RECORD.
001266     COPY PAY_GAFPAY REPLACING ==01== BY ==05==,
001267                               ==()== BY ==HLD-==.
001270*
001280 WORKING-STORAGE SECTION.
001290*
001370         88  WS-REPIN-EOF                     VALUE 'Y'.
001380     05  WS-REPRESENT-SW          PIC X(01)   VALUE 'N'.
001390         88  WS-REPRESENT                     VALUE 'Y'.
001392     05  WS-MNDMST-EOF-SW         PIC X(01)   VALUE 'N'.
001394         88  WS-MNDMST-EOF                    VALUE 'Y'.
001396     05  WS-MANDATE-SW            PIC X(01)   VALUE 'N'.
001398         88  WS-MANDATE-FOUND                 VALUE 'Y'.
001400*
001410 01  FILE-STATUS-FIELDS.
001420*
001460     05  WS-SEQOLD-STATUS         PIC X(02)   VALUE '00'.
001470     05  WS-SEQNEW-STATUS         PIC X(02)   VALUE '00'.
001480     05  WS-TRNOUT-STATUS         PIC X(02)   VALUE '00'.
001483     05  WS-MNDMST-STATUS         PIC X(02)   VALUE '00'.
001486     05  WS-HLDOUT-STATUS         PIC X(02)   VALUE '00'.
001490     05  WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001500*
001510 01  WORK-FIELDS.
001570     05  WS-TRANS-DATE            PIC 9(08)   VALUE ZERO.
001580     05  WS-TRANS-SEQ             PIC 9(06)   VALUE ZERO.
001590     05  WS-MATCH-SUB       PIC S9(03) COMP-3 VALUE ZERO.
001591     05  WS-HELD-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
001592     05  WS-MANDATE-MAX     PIC S9(05) COMP-3 VALUE +5000.
001593     05  WS-MANDATE-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
001594     05  WS-MANDATE-SUB     PIC S9(05) COMP-3 VALUE ZERO.
001595     05  WS-MANDATE-FOUND-SUB PIC S9(05) COMP-3 VALUE ZERO.
001600*
001610******************************************************************
001620*   RE-PRESENTATION TABLE -- PAYERR01'S CORRECTABLE REJECTS,     *
001730         10  RP-TRNNUM            PIC X(04).
001740         10  RP-BNKCOD            PIC X(04).
001750         10  RP-BRCCOD            PIC X(03).
001751*
001752******************************************************************
001753*   MANDATE TABLE -- THE MANDATE MASTER BY PAYNUM (THE PAYMENT'S *
001754*   PAYCLT); MD-ACCOUNT IS LAID OUT AS TD-ACCOUNT.               *
001755******************************************************************
001756 01  MANDATE-TABLE.
001757     05  MD-ENTRY OCCURS 5000 TIMES.
001758         10  MD-PAYNUM            PIC X(08).
001759         10  MD-ACCOUNT           PIC X(45).
001760*
001770******************************************************************
001780*   TRANSMISSION RECORD LAYOUTS -- THE BANK'S FIXED 120-BYTE     *
001970     05  TD-PLNDAY                PIC X(08).
001980     05  TD-PAYAMT                PIC 9(13).
001990     05  TD-REPRESENT             PIC X(01).
001991     05  TD-ACCOUNT.
001992         10  TD-BNKCOD            PIC X(04).
001993         10  TD-BRCCOD            PIC X(03).
001994         10  TD-DEPKND            PIC X(01).
001995         10  TD-DEPNUM            PIC X(07).
001996         10  TD-CSTNAM            PIC X(30).
002000     05  FILLER                   PIC X(16)   VALUE SPACE.
002010*
002020 01  TRN-TRAILER.
002030     05  TT-RECORD-TYPE           PIC X(01)   VALUE 'T'.
002210*
002220     05  FILLER                   PIC X(01)   VALUE SPACE.
002230     05  FILLER                   PIC X(05)   VALUE 'ITEM '.
002240     05  DL-ITEM-NUMBER           PIC ZZZZZ.
002250     05  FILLER                   PIC X(02)   VALUE SPACE.
002260     05  DL-CNTNUM                PIC X(09).
002270     05  FILLER                   PIC X(01)   VALUE '-'.
002280     05  DL-RECNUM                PIC X(04).
002290     05  FILLER                   PIC X(09)   VALUE '  AMOUNT '.
002300     05  DL-PAYAMT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
002303     05  FILLER                   PIC X(02)   VALUE SPACE.
002306     05  DL-ACCOUNT               PIC X(18).
002310     05  DL-REPRESENT-NOTE        PIC X(40).
002320     05  FILLER                   PIC X(19)   VALUE SPACE.
002330*
002340 01  WS-REPRESENT-NOTE.
002350     05  FILLER                   PIC X(26)   VALUE
002390     05  RN-BRCCOD                PIC X(03).
002400     05  FILLER                   PIC X(01)   VALUE ')'.
002410     05  FILLER                   PIC X(05)   VALUE SPACE.
002411*
002412 01  WS-ACCOUNT-NOTE.
002413     05  AN-BNKCOD                PIC X(04).
002414     05  FILLER                   PIC X(01)   VALUE '/'.
002415     05  AN-BRCCOD                PIC X(03).
002416     05  FILLER                   PIC X(01)   VALUE SPACE.
002417     05  AN-DEPKND                PIC X(01).
002418     05  FILLER                   PIC X(01)   VALUE '-'.
002419     05  AN-DEPNUM                PIC X(07).
002420*
002430 01  SUMMARY-LINE-1.
002440*
002580             'RE-PRESENTED ITEMS......:'.
002590     05  SL2-REPRESENT-COUNT      PIC ZZZZ9.
002600     05  FILLER                   PIC X(101)  VALUE SPACE.
002601*
002602 01  SUMMARY-LINE-3.
002603*
002604     05  FILLER                   PIC X(01)   VALUE SPACE.
002605     05  FILLER                   PIC X(25)   VALUE
002606             'HELD - NO MANDATE.......:'.
002607     05  SL3-HELD-COUNT           PIC ZZZZ9.
002608     05  FILLER                   PIC X(101)  VALUE SPACE.
002610*
002620 PROCEDURE DIVISION.
002630*
002780     OPEN INPUT  SEQOLD-FILE.
002790     OPEN OUTPUT SEQNEW-FILE.
002800     OPEN OUTPUT TRNOUT-FILE.
002803     OPEN INPUT  MNDMST-FILE.
002806     OPEN OUTPUT HLDOUT-FILE.
002810     OPEN OUTPUT TRANS-REGISTER.
002820*
002830     IF WS-CONTROL-STATUS NOT = '00'
002860      OR WS-SEQOLD-STATUS NOT = '00'
002870      OR WS-SEQNEW-STATUS NOT = '00'
002880      OR WS-TRNOUT-STATUS NOT = '00'
002883      OR WS-MNDMST-STATUS NOT = '00'
002886      OR WS-HLDOUT-STATUS NOT = '00'
002890      OR WS-REPORT-STATUS NOT = '00'
002900         DISPLAY 'GAFTRN010001E FILE OPEN FAILED, CTL='
002910             WS-CONTROL-STATUS ' REL=' WS-RELIN-STATUS
002920             ' REP=' WS-REPIN-STATUS ' SQO=' WS-SEQOLD-STATUS
002930             ' SQN=' WS-SEQNEW-STATUS ' TRN=' WS-TRNOUT-STATUS
002940             ' MND=' WS-MNDMST-STATUS ' HLD=' WS-HLDOUT-STATUS
002945             ' RPT=' WS-REPORT-STATUS
002950         MOVE 'Y' TO WS-ABORT-SW
002960         MOVE 'Y' TO WS-RELIN-EOF-SW
002970         MOVE 16 TO RETURN-CODE
003520     IF NOT WS-ABORT
003530         PERFORM 1100-LOAD-REPRESENTS THRU 1100-EXIT
003540             UNTIL WS-REPIN-EOF
003541         PERFORM 1300-LOAD-MANDATES THRU 1300-EXIT
003542             UNTIL WS-MNDMST-EOF
003543     END-IF.
003544*
003545     IF NOT WS-ABORT
003550         WRITE REPORT-LINE FROM HEADING-LINE-1
003560         PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
003570     END-IF.
004290     END-IF.
004300*
004310     ADD 1 TO WS-PAYMENTS-READ.
004311*
004312     PERFORM 2170-FIND-MANDATE THRU 2170-EXIT.
004313     IF NOT WS-MANDATE-FOUND
004314         PERFORM 2200-HOLD-PAYMENT THRU 2200-EXIT
004315         GO TO 2100-EXIT
004316     END-IF.
004317*
004320     ADD 1 TO WS-ITEM-COUNT.
004330     ADD REL-PAYAMT TO WS-TOTAL-AMOUNT.
004340*
004440     MOVE REL-DIVCOD    TO TD-DIVCOD.
004450     MOVE REL-PLNDAY    TO TD-PLNDAY.
004460     MOVE REL-PAYAMT    TO TD-PAYAMT.
004465     MOVE MD-ACCOUNT(WS-MANDATE-FOUND-SUB) TO TD-ACCOUNT.
004470     IF WS-REPRESENT
004480         MOVE 'R' TO TD-REPRESENT
004490     ELSE
004630     MOVE REL-CNTNUM    TO DL-CNTNUM.
004640     MOVE REL-RECNUM    TO DL-RECNUM.
004650     MOVE REL-PAYAMT    TO DL-PAYAMT.
004651     MOVE TD-BNKCOD     TO AN-BNKCOD.
004652     MOVE TD-BRCCOD     TO AN-BRCCOD.
004653     MOVE TD-DEPKND     TO AN-DEPKND.
004654     MOVE TD-DEPNUM     TO AN-DEPNUM.
004655     MOVE WS-ACCOUNT-NOTE TO DL-ACCOUNT.
004660     IF WS-REPRESENT
004670         ADD 1 TO WS-REPRESENT-COUNT
004680         MOVE RP-BNKCOD(WS-MATCH-SUB) TO RN-BNKCOD
005150     WRITE REPORT-LINE FROM SUMMARY-LINE-1.
005160     MOVE WS-REPRESENT-COUNT TO SL2-REPRESENT-COUNT.
005170     WRITE REPORT-LINE FROM SUMMARY-LINE-2.
005171     MOVE WS-HELD-COUNT TO SL3-HELD-COUNT.
005172     WRITE REPORT-LINE FROM SUMMARY-LINE-3.
005173     IF WS-HELD-COUNT > ZERO AND RETURN-CODE = ZERO
005174         MOVE 4 TO RETURN-CODE
005175     END-IF.
005180*
005190 2500-EXIT.
005200     EXIT.
005270     CLOSE SEQOLD-FILE.
005280     CLOSE SEQNEW-FILE.
005290     CLOSE TRNOUT-FILE.
005293     CLOSE MNDMST-FILE.
005296     CLOSE HLDOUT-FILE.
005300     CLOSE TRANS-REGISTER.
005310*
005320 3000-EXIT.
005330     EXIT.
005340*
005350******************************************************************
005360*   1300-LOAD-MANDATES -- THE MANDATE MASTER INTO THE TABLE,     *
005370*   THE ACCOUNT PUT TOGETHER IN THE DETAIL RECORD'S LAYOUT.  A   *
005380*   FULL TABLE STOPS THE RUN.                                    *
005390******************************************************************
005400 1300-LOAD-MANDATES.
005410*
005420     READ MNDMST-FILE
005430         AT END
005440             MOVE 'Y' TO WS-MNDMST-EOF-SW
005450     END-READ.
005460*
005470     IF WS-MNDMST-EOF
005480         GO TO 1300-EXIT
005490     END-IF.
005500*
005510     IF WS-MANDATE-COUNT < WS-MANDATE-MAX
005520         ADD 1 TO WS-MANDATE-COUNT
005530         MOVE MND-BNKCOD TO TD-BNKCOD
005540         MOVE MND-BRCCOD TO TD-BRCCOD
005550         MOVE MND-DEPKND TO TD-DEPKND
005560         MOVE MND-DEPNUM TO TD-DEPNUM
005570         MOVE MND-CSTNAM TO TD-CSTNAM
005580         MOVE MND-PAYNUM TO MD-PAYNUM(WS-MANDATE-COUNT)
005590         MOVE TD-ACCOUNT TO MD-ACCOUNT(WS-MANDATE-COUNT)
005600     ELSE
005610         DISPLAY 'GAFTRN010008E MANDATE TABLE FULL'
005620         MOVE 'Y' TO WS-ABORT-SW
005630         MOVE 'Y' TO WS-MNDMST-EOF-SW
005640         MOVE 'Y' TO WS-RELIN-EOF-SW
005650         MOVE 16 TO RETURN-CODE
005660     END-IF.
005670*
005680 1300-EXIT.
005690     EXIT.
005700*
005710*    THE MANDATE TABLE ROW FOR THE PAYMENT'S PAYER, IF ANY.
005720 2170-FIND-MANDATE.
005730*
005740     MOVE 'N'  TO WS-MANDATE-SW.
005750     MOVE ZERO TO WS-MANDATE-FOUND-SUB.
005760     PERFORM VARYING WS-MANDATE-SUB FROM 1 BY 1
005770             UNTIL WS-MANDATE-SUB > WS-MANDATE-COUNT
005780                OR WS-MANDATE-FOUND
005790         IF MD-PAYNUM(WS-MANDATE-SUB) = REL-PAYCLT
005800             MOVE 'Y' TO WS-MANDATE-SW
005810             MOVE WS-MANDATE-SUB TO WS-MANDATE-FOUND-SUB
005820         END-IF
005830     END-PERFORM.
005840*
005850 2170-EXIT.
005860     EXIT.
005870*
005880******************************************************************
005890*   2200-HOLD-PAYMENT -- NO MANDATE, SO NO ACCOUNT TO DEBIT.     *
005900*   THE RELEASED PAYMENT GOES UNCHANGED TO HLDOUT, TO RIDE IN    *
005910*   AHEAD OF THE NEXT DAY'S RELIN ONCE THE MANDATE IS ON FILE,   *
005920*   AND IS LISTED WITHOUT AN ITEM NUMBER.                        *
005930******************************************************************
005940 2200-HOLD-PAYMENT.
005950*
005960     WRITE HLDOUT-RECORD FROM RELIN-RECORD.
005970     IF WS-HLDOUT-STATUS NOT = '00'
005980         DISPLAY 'GAFTRN010009E HLDOUT WRITE FAILED, STATUS='
005990             WS-HLDOUT-STATUS
006000         MOVE 'Y' TO WS-ABORT-SW
006010         MOVE 'Y' TO WS-RELIN-EOF-SW
006020         MOVE 16 TO RETURN-CODE
006030         GO TO 2200-EXIT
006040     END-IF.
006050*
006060     ADD 1 TO WS-HELD-COUNT.
006070     MOVE ZERO       TO DL-ITEM-NUMBER.
006080     MOVE REL-CNTNUM TO DL-CNTNUM.
006090     MOVE REL-RECNUM TO DL-RECNUM.
006100     MOVE REL-PAYAMT TO DL-PAYAMT.
006110     MOVE 'HELD - NO MANDATE' TO DL-ACCOUNT.
006120     MOVE SPACE      TO DL-REPRESENT-NOTE.
006130     STRING '  PAYCLT ' REL-PAYCLT ' NOT TRANSMITTED'
006140             DELIMITED BY SIZE
006150         INTO DL-REPRESENT-NOTE.
006160     WRITE REPORT-LINE FROM DETAIL-LINE.
006170*
006180 2200-EXIT.
006190     EXIT.
