000210*   1305-COMPUTE-SALES-TAX DOES ONLINE.  A BACKORDER WHOSE       *
000220*   CUSTOMER HAS SINCE BEEN ARCHIVED, OR WHOSE PRODUCT HAS       *
000230*   BEEN DELETED, IS CANCELLED AND REPORTED SO THE DESK CAN      *
000240*   FOLLOW UP.  INVOICE NUMBERS COME FROM THE 'O' (ORIGINAL      *
000250*   INVOICE SERIES) CONTROL RECORD ON INVCTL.                    *
000260*                                                                *
000270*   MODIFICATION HISTORY.                                        *
000280*   08/12/2026  RH   INITIAL VERSION.                            *
000290*   09/02/2026  RH   STAMP THE RELEASE INVOICE'S DUE DATE        *
000300*                    FROM THE CUSTOMER'S CM-TERMS-CODE.          *
000310*   09/02/2026  RH   WRITE RELEASE ORDERS UNBILLED -- THEY       *
000320*                    BILL AT SHIP CONFIRMATION LIKE EVERY        *
000330*                    OTHER ORDER NOW.                            *
000332*   10/15/2026  RH   POST EACH RELEASE'S STOCK RELIEF TO THE     *
000334*                    STKLED PERPETUAL STOCK LEDGER.              *
000335*   10/15/2026  RH   CLEAR THE NEW PROMOTION DISCOUNT ON         *
000336*                    THE INVOICES WRITTEN.                       *
000337*   10/15/2026  RH   SKIP THE TAX, AND RECORD THE                *
000338*                    CERTIFICATE, FOR A CUSTOMER WITH A          *
000339*                    SALES-TAX EXEMPTION CERTIFICATE IN          *
000340*                    FORCE (TAXEXM).                             *
000341*   10/15/2026  RH   STAMP THE LINE COST AND ZERO THE            *
000342*                    STANDARD FREIGHT ON THE RELEASE INVOICE.    *
000343*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000344*                    FILE (RUNLOGW).                             *
000345*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000346*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000347*                    NOT COMPLETED.                              *
000348******************************************************************
000350*
000360 ENVIRONMENT DIVISION.
000370*
000820             RECORD KEY IS LS-STOCK-KEY
000830             FILE STATUS IS WS-LOCSTK-STATUS.
000840*
000841     SELECT  STKLED-FILE    ASSIGN TO STKLED
000842             ORGANIZATION IS INDEXED
000843             ACCESS MODE IS RANDOM
000844             RECORD KEY IS SL-LEDGER-KEY
000845             FILE STATUS IS WS-STKLED-STATUS.
000846*
000847     SELECT  TAXEXM-FILE    ASSIGN TO TAXEXM
000848             ORGANIZATION IS INDEXED
000849             ACCESS MODE IS RANDOM
000850             RECORD KEY IS TXE-EXEMPTION-KEY
000851             FILE STATUS IS WS-TAXEXM-STATUS.
000852*
000853     SELECT  ARBAL-FILE     ASSIGN TO ARBAL
000860             ORGANIZATION IS INDEXED
000870             ACCESS MODE IS RANDOM
000880             RECORD KEY IS AR-CUSTOMER-NUMBER
001310*
001320     COPY LOCSTK.
001330*
001331 FD  STKLED-FILE
001332     LABEL RECORDS ARE STANDARD.
001333*
001334     COPY STKLED.
001335*
001336 FD  TAXEXM-FILE
001337     LABEL RECORDS ARE STANDARD.
001338*
001339     COPY TAXEXM.
001340*
001341 FD  RELEASE-REPORT
001350     LABEL RECORDS ARE OMITTED.
001360*
001370 01  REPORT-LINE                      PIC X(132).
001380*
001390 WORKING-STORAGE SECTION.
001400*
001401     COPY RUNLOG.
001402*
001403     COPY PREDPARM.
001404*
001405 01  RUN-TIMING-FIELDS.
001406     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001407*
001410 01  SWITCHES.
001420*
001430     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001560         88  WS-ARBAL-OPEN                        VALUE 'Y'.
001570     05  WS-LOCSTK-OPEN-SW            PIC X(01)   VALUE 'N'.
001580         88  WS-LOCSTK-OPEN                       VALUE 'Y'.
001582     05  WS-STKLED-OPEN-SW            PIC X(01)   VALUE 'N'.
001584         88  WS-STKLED-OPEN                       VALUE 'Y'.
001590     05  WS-TAXEXM-OPEN-SW            PIC X(01)   VALUE 'N'.
001591         88  WS-TAXEXM-OPEN                       VALUE 'Y'.
001592     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001600         88  WS-REPORT-OPEN                       VALUE 'Y'.
001610     05  WS-BACKORD-EOF-SW            PIC X(01)   VALUE 'N'.
001620         88  WS-BACKORD-EOF                       VALUE 'Y'.
001640         88  WS-PRODUCT-FOUND                     VALUE 'Y'.
001650     05  WS-CUSTOMER-FOUND-SW         PIC X(01)   VALUE 'N'.
001660         88  WS-CUSTOMER-FOUND                    VALUE 'Y'.
001662     05  WS-LEDGER-WRITTEN-SW         PIC X(01)   VALUE 'N'.
001664         88  WS-LEDGER-WRITTEN                    VALUE 'Y'.
001670*
001680 01  FILE-STATUS-FIELDS.
001690*
001740     05  WS-INVCTL-STATUS             PIC X(02)   VALUE '00'.
001750     05  WS-ARBAL-STATUS              PIC X(02)   VALUE '00'.
001760     05  WS-LOCSTK-STATUS             PIC X(02)   VALUE '00'.
001762     05  WS-STKLED-STATUS             PIC X(02)   VALUE '00'.
001763     05  WS-TAXEXM-STATUS             PIC X(02)   VALUE '00'.
001770     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001780*
001790 01  WORK-FIELDS.
001840     05  WS-CANCELLED-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
001850     05  WS-LINE-SUB            PIC S9(03) COMP-3 VALUE ZERO.
001860     05  WS-SHIPPABLE-QTY       PIC 9(05)         VALUE ZERO.
001862     05  WS-LEDGER-TIME.
001864         10  WS-LEDGER-HHMMSS   PIC 9(06).
001866         10  FILLER             PIC 9(02).
001870*
001880 01  WS-DUE-DATE-FIELDS.
001890     05  WS-TERMS-DAYS          PIC S9(03) COMP-3 VALUE ZERO.
002940*
002950 1000-INITIALIZE.
002960*
002961     ACCEPT WS-START-TIME-RAW FROM TIME.
002962     MOVE 'BKORLS  ' TO PC-PROGRAM.
002963     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002964     IF PC-REFUSED
002965         MOVE PC-RETURN-CODE TO RETURN-CODE
002966         STOP RUN
002967     END-IF.
002968*
002970     OPEN I-O    BACKORD-FILE.
002980     OPEN I-O    PRODUCT-FILE.
002990     OPEN INPUT  CUSTMAS-FILE.
003010     OPEN I-O    INVCTL-FILE.
003020     OPEN I-O    ARBAL-FILE.
003030     OPEN I-O    LOCSTK-FILE.
003032     OPEN I-O    STKLED-FILE.
003033     OPEN INPUT  TAXEXM-FILE.
003040     OPEN OUTPUT RELEASE-REPORT.
003050*
003060     IF WS-BACKORD-STATUS = '00'
003590         MOVE 'Y' TO WS-ABORT-SW
003600     END-IF.
003610*
003611     IF WS-STKLED-STATUS = '00'
003612         MOVE 'Y' TO WS-STKLED-OPEN-SW
003613     ELSE
003614         DISPLAY 'BKORLS0019E STKLED FILE OPEN FAILED, STATUS='
003615             WS-STKLED-STATUS
003616         MOVE 'Y' TO WS-ABORT-SW
003617     END-IF.
003618*
003619     IF WS-TAXEXM-STATUS = '00'
003620         MOVE 'Y' TO WS-TAXEXM-OPEN-SW
003621     ELSE
003622         DISPLAY 'BKORLS0020E TAXEXM FILE OPEN FAILED, STATUS='
003623             WS-TAXEXM-STATUS
003624         MOVE 'Y' TO WS-ABORT-SW
003625     END-IF.
003626*
003627     IF WS-REPORT-STATUS = '00'
003630         MOVE 'Y' TO WS-REPORT-OPEN-SW
003640     ELSE
003650         DISPLAY 'BKORLS0007E RELEASE-REPORT OPEN FAILED, ST='
005050                       INV-UNIT-PRICE(WS-LINE-SUB)
005060                       INV-AMOUNT(WS-LINE-SUB)
005070                 INV-LINE-DISC-AMT(WS-LINE-SUB)
005071                 INV-LINE-UNIT-COST(WS-LINE-SUB)
005080     END-PERFORM.
005090*
005100     MOVE BO-PRODUCT-CODE TO INV-PRODUCT-CODE(1).
005110     MOVE BO-QUANTITY     TO INV-QUANTITY(1).
005120     MOVE BO-UNIT-PRICE   TO INV-UNIT-PRICE(1).
005130     COMPUTE INV-AMOUNT(1) = BO-QUANTITY * BO-UNIT-PRICE.
005131*    THE PRODUCT RECORD IS STILL IN STORAGE FROM 2200.
005132     MOVE PRM-AVERAGE-COST TO INV-LINE-UNIT-COST(1).
005140     MOVE INV-AMOUNT(1)   TO INV-INVOICE-TOTAL.
005150*
005160     MOVE ZERO TO INV-TAX-AMOUNT.
005170     MOVE ZERO TO INV-FREIGHT-AMOUNT.
005171     MOVE ZERO TO INV-STD-FREIGHT-AMT.
005172     MOVE ZERO TO INV-PROMO-DISC-AMT.
005173     PERFORM 2360-CHECK-TAX-EXEMPTION THRU 2360-EXIT.
005174     IF INV-TAX-CERT-NUMBER = SPACE
005175         SET STT-IDX TO 1
005176         SEARCH STT-ENTRY
005177             AT END
005178                 CONTINUE
005179             WHEN STT-STATE(STT-IDX) = CM-STATE
005180                 COMPUTE INV-TAX-AMOUNT ROUNDED =
005181                     INV-INVOICE-TOTAL * STT-RATE(STT-IDX)
005182         END-SEARCH
005183     END-IF.
005260*
005270     MOVE 'BTCH' TO INV-TERMINAL-ID.
005280     MOVE 'BKO'  TO INV-OPERATOR-ID.
005660         PERFORM 2305-RELIEVE-SHIPPING-STOCK THRU 2305-EXIT
005670     END-IF.
005680*
005682     IF NOT WS-ABORT
005684         PERFORM 2700-WRITE-STOCK-LEDGER THRU 2700-EXIT
005686     END-IF.
005688*
005690     IF NOT WS-ABORT
005700         MOVE INV-INVOICE-NUMBER  TO BO-RELEASE-INVOICE
005710         MOVE WS-INVOICE-DATE-MDY TO BO-RELEASE-DATE
005960******************************************************************
005970 2305-RELIEVE-SHIPPING-STOCK.
005980*
005982     MOVE SPACE           TO SL-LOCATION-CODE.
005984     MOVE ZERO            TO SL-LOCATION-BALANCE.
005990     MOVE BO-PRODUCT-CODE TO LS-PRODUCT-CODE.
006000     MOVE 'W'             TO LS-LOCATION-CODE.
006010     READ LOCSTK-FILE
006100             MOVE 'Y' TO WS-ABORT-SW
006110             MOVE 'Y' TO WS-BACKORD-EOF-SW
006120     END-REWRITE.
006122     MOVE 'W'                 TO SL-LOCATION-CODE.
006124     MOVE LS-QUANTITY-ON-HAND TO SL-LOCATION-BALANCE.
006130*
006140 2305-EXIT.
006150     EXIT.
007520 2354-EXIT.
007530     EXIT.
007540*
007541******************************************************************
007542*   2360-CHECK-TAX-EXEMPTION -- A CUSTOMER HOLDING A SALES-TAX   *
007543*   EXEMPTION CERTIFICATE (TAXEXM) FOR THE TAXING STATE THAT IS  *
007544*   IN FORCE ON THE RUN DATE PAYS NO TAX, AND THE CERTIFICATE    *
007545*   NUMBER GOES ON THE INVOICE, AS ORDRENT'S 1306 DOES ONLINE.   *
007546******************************************************************
007547 2360-CHECK-TAX-EXEMPTION.
007548*
007549     MOVE SPACE TO INV-TAX-CERT-NUMBER.
007550     MOVE CM-CUSTOMER-NUMBER TO TXE-CUSTOMER-NUMBER.
007551     MOVE CM-STATE TO TXE-EXEMPT-STATE.
007552     READ TAXEXM-FILE
007553         INVALID KEY
007554             GO TO 2360-EXIT
007555     END-READ.
007556*
007557     IF       WS-RUN-DATE-N NOT < TXE-ISSUE-DATE
007558          AND WS-RUN-DATE-N NOT > TXE-EXPIRY-DATE
007559         MOVE TXE-CERTIFICATE-NUMBER TO INV-TAX-CERT-NUMBER
007560     END-IF.
007561*
007562 2360-EXIT.
007563     EXIT.
007564*
007565 3000-TERMINATE.
007566*
007570     IF NOT WS-ABORT
007580         MOVE WS-READ-COUNT      TO SL1-READ-COUNT
007590         WRITE REPORT-LINE FROM SUMMARY-LINE-1
007650         WRITE REPORT-LINE FROM SUMMARY-LINE-4
007660     END-IF.
007670*
007671     MOVE 'BKORLS  ' TO RL-PROGRAM.
007672     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
007673     MOVE 'BKORLS  ' TO RL-STEP-NAME.
007674     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
007675     MOVE WS-READ-COUNT      TO RL-RECORDS-READ.
007676     MOVE WS-RELEASED-COUNT  TO RL-RECORDS-WRITTEN.
007677     MOVE ZERO               TO RL-RECORDS-REJECTED.
007678     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
007679     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
007680*
007681     IF WS-BACKORD-OPEN
007690         CLOSE BACKORD-FILE
007700     END-IF.
007710     IF WS-PRODUCT-OPEN
007860     IF WS-LOCSTK-OPEN
007870         CLOSE LOCSTK-FILE
007880     END-IF.
007882     IF WS-STKLED-OPEN
007884         CLOSE STKLED-FILE
007886     END-IF.
007887     IF WS-TAXEXM-OPEN
007888         CLOSE TAXEXM-FILE
007889     END-IF.
007890     IF WS-REPORT-OPEN
007900         CLOSE RELEASE-REPORT
007910     END-IF.
007920*
007930 3000-EXIT.
007940     EXIT.
007950*
007960******************************************************************
007970*   2700-WRITE-STOCK-LEDGER -- ONE STKLED RECORD FOR THE STOCK   *
007980*   A RELEASE JUST RELIEVED, WITH THE PRODUCT AND WAREHOUSE      *
007990*   BALANCES LEFT AFTER IT, STAMPED THE WAY STKLW STAMPS THE     *
008000*   ONLINE MOVEMENTS.  THE LEDGER IS A TRAIL, NOT A GATE: A      *
008010*   RECORD THAT WILL NOT WRITE IS REPORTED AND THE RUN ENDS      *
008020*   WITH A WARNING RATHER THAN HALF-RELEASING THE BACKORDER.     *
008030******************************************************************
008040 2700-WRITE-STOCK-LEDGER.
008050*
008060     MOVE BO-PRODUCT-CODE      TO SL-PRODUCT-CODE.
008070     ACCEPT SL-STAMP-DATE FROM DATE YYYYMMDD.
008080     ACCEPT WS-LEDGER-TIME FROM TIME.
008090     MOVE WS-LEDGER-HHMMSS     TO SL-STAMP-TIME.
008100     MOVE ZERO                 TO SL-STAMP-SEQUENCE.
008110     SET SL-BACKORDER-RELEASE  TO TRUE.
008120     COMPUTE SL-QUANTITY = ZERO - BO-QUANTITY.
008130     MOVE PRM-QUANTITY-ON-HAND TO SL-PRODUCT-BALANCE.
008140     MOVE INV-INVOICE-NUMBER   TO SL-DOCUMENT-NUMBER.
008150     MOVE 'BKORLS'             TO SL-PROGRAM-ID.
008160     MOVE 'BTCH'               TO SL-TERMINAL-ID.
008170     MOVE 'BKO'                TO SL-OPERATOR-ID.
008180*
008190     MOVE 'N' TO WS-LEDGER-WRITTEN-SW.
008200     PERFORM 2710-WRITE-LEDGER-RECORD THRU 2710-EXIT
008210         UNTIL WS-LEDGER-WRITTEN.
008220*
008230 2700-EXIT.
008240     EXIT.
008250*
008260******************************************************************
008270*   2710-WRITE-LEDGER-RECORD -- A SECOND MOVEMENT OF THE SAME    *
008280*   PRODUCT IN THE SAME SECOND TAKES THE NEXT SEQUENCE NUMBER.   *
008290******************************************************************
008300 2710-WRITE-LEDGER-RECORD.
008310*
008320     MOVE 'Y' TO WS-LEDGER-WRITTEN-SW.
008330     WRITE STOCK-LEDGER-RECORD
008340         INVALID KEY
008350             IF      WS-STKLED-STATUS = '22'
008360                 AND SL-STAMP-SEQUENCE < 999
008370                 ADD 1 TO SL-STAMP-SEQUENCE
008380                 MOVE 'N' TO WS-LEDGER-WRITTEN-SW
008390             ELSE
008400                 DISPLAY 'BKORLS0020W STKLED WRITE FAILED, '
008410                     'PRODUCT=' SL-PRODUCT-CODE
008420                     ' STATUS=' WS-STKLED-STATUS
008430                 MOVE 4 TO RETURN-CODE
008440             END-IF
008450     END-WRITE.
008460*
008470 2710-EXIT.
008480     EXIT.
