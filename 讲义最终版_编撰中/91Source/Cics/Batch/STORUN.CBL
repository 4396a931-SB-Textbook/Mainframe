000290*                                                                *
000300*   MODIFICATION HISTORY.                                        *
000310*   08/22/2026  RH   INITIAL VERSION.                            *
000320*   09/02/2026  RH   REFUSE TO RUN WHEN THE RUN DATE FALLS IN    *
000330*                    A CLOSED FISCAL PERIOD; STAMP EACH POSTED   *
000340*                    INVOICE'S DUE DATE FROM CM-TERMS-CODE       *
000350*                    (FISCTL AND DUE-DATE WORK OF THE SAME       *
000360*                    CHANGE CYCLE).                              *
000370*   09/02/2026  RH   HONOR LIVE CONTRACT PRICES (CONPRC)         *
000380*                    AHEAD OF THE PRICE FILE, AS ORDRENT DOES.   *
000390*   09/02/2026  RH   WRITE CYCLE ORDERS UNBILLED -- BILLING      *
000400*                    NOW HAPPENS AT SHIP CONFIRMATION -- AND     *
000410*                    COUNT UNBILLED ORDERS IN THE CREDIT         *
000420*                    CHECK.                                      *
000422*   10/15/2026  RH   POST EACH CYCLE LINE'S STOCK RELIEF TO      *
000424*                    THE STKLED PERPETUAL STOCK LEDGER.          *
000426*   10/15/2026  RH   SKIP AN ORDER CARRYING AN OUT-OF-PRINT      *
000428*                    PRODUCT; THE DESK OFFERS A SUBSTITUTE.      *
000429*   10/15/2026  RH   CLEAR THE NEW PROMOTION DISCOUNT ON         *
000430*                    THE INVOICES WRITTEN.                       *
000431*   10/15/2026  RH   SKIP THE TAX, AND RECORD THE                *
000432*                    CERTIFICATE, FOR A CUSTOMER WITH A          *
000433*                    SALES-TAX EXEMPTION CERTIFICATE IN          *
000434*                    FORCE (TAXEXM).                             *
000435*   10/15/2026  RH   STAMP EACH LINE'S COST AND ZERO THE         *
000436*                    STANDARD FREIGHT ON THE INVOICE.            *
000437*   10/15/2026  RH   CREDIT THE CYCLE INVOICE TO THE             *
000438*                    CUSTOMER'S HOUSE SALESPERSON WHEN NO        *
000439*                    ACTIVE ONE IS KEYED AND LOG OVERRIDES       *
000440*                    ON SLSOVR.                                  *
000441*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000442*                    FILE (RUNLOGW).                             *
000443*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000444*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000445*                    NOT COMPLETED.                              *
000446******************************************************************
000447*
000450 ENVIRONMENT DIVISION.
000460*
000470 CONFIGURATION SECTION.
000960             ACCESS MODE IS RANDOM
000970             RECORD KEY IS LS-STOCK-KEY
000980             FILE STATUS IS WS-LOCSTK-STATUS.
000981*
000982     SELECT  STKLED-FILE    ASSIGN TO STKLED
000983             ORGANIZATION IS INDEXED
000984             ACCESS MODE IS RANDOM
000985             RECORD KEY IS SL-LEDGER-KEY
000986             FILE STATUS IS WS-STKLED-STATUS.
000990*
001000     SELECT  PRICE-FILE     ASSIGN TO PRICE
001010             ORGANIZATION IS INDEXED
001200             ACCESS MODE IS RANDOM
001210             RECORD KEY IS ST-SHIP-KEY
001220             FILE STATUS IS WS-SHIPTO-STATUS.
001221*
001222     SELECT  TAXEXM-FILE    ASSIGN TO TAXEXM
001223             ORGANIZATION IS INDEXED
001224             ACCESS MODE IS RANDOM
001225             RECORD KEY IS TXE-EXEMPTION-KEY
001226             FILE STATUS IS WS-TAXEXM-STATUS.
001227*
001228     SELECT  SLSPSN-FILE    ASSIGN TO SLSPSN
001229             ORGANIZATION IS INDEXED
001230             ACCESS MODE IS RANDOM
001231             RECORD KEY IS SP-SALESPERSON-CODE
001232             FILE STATUS IS WS-SLSPSN-STATUS.
001233*
001234     SELECT  SLSOVR-FILE    ASSIGN TO SLSOVR
001235             ORGANIZATION IS INDEXED
001236             ACCESS MODE IS RANDOM
001237             RECORD KEY IS SV-LOG-KEY
001238             FILE STATUS IS WS-SLSOVR-STATUS.
001239*
001240     SELECT  CYCLE-REPORT   ASSIGN TO RPTOUT
001250             ORGANIZATION IS LINE SEQUENTIAL
001260             FILE STATUS IS WS-REPORT-STATUS.
001640*
001650     COPY LOCSTK.
001660*
001661 FD  STKLED-FILE
001662     LABEL RECORDS ARE STANDARD.
001663*
001664     COPY STKLED.
001665*
001670 FD  PRICE-FILE
001680     LABEL RECORDS ARE STANDARD.
001690*
001830     LABEL RECORDS ARE STANDARD.
001840*
001850     COPY SHIPTO.
001851*
001852 FD  TAXEXM-FILE
001853     LABEL RECORDS ARE STANDARD.
001854*
001855     COPY TAXEXM.
001856*
001857 FD  SLSPSN-FILE
001858     LABEL RECORDS ARE STANDARD.
001859*
001860     COPY SLSPSN.
001861*
001862 FD  SLSOVR-FILE
001863     LABEL RECORDS ARE STANDARD.
001864*
001865     COPY SLSOVR.
001866*
001870 FD  CYCLE-REPORT
001880     LABEL RECORDS ARE OMITTED.
001890*
001910*
001920 WORKING-STORAGE SECTION.
001930*
001931     COPY RUNLOG.
001932*
001933     COPY PREDPARM.
001934*
001935 01  RUN-TIMING-FIELDS.
001936     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001937*
001940 01  SWITCHES.
001950*
001960     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
002090         88  WS-ARBAL-OPEN                        VALUE 'Y'.
002100     05  WS-LOCSTK-OPEN-SW            PIC X(01)   VALUE 'N'.
002110         88  WS-LOCSTK-OPEN                       VALUE 'Y'.
002112     05  WS-STKLED-OPEN-SW            PIC X(01)   VALUE 'N'.
002114         88  WS-STKLED-OPEN                       VALUE 'Y'.
002120     05  WS-PRICE-OPEN-SW             PIC X(01)   VALUE 'N'.
002130         88  WS-PRICE-OPEN                        VALUE 'Y'.
002140     05  WS-SHIPTO-OPEN-SW            PIC X(01)   VALUE 'N'.
002150         88  WS-SHIPTO-OPEN                       VALUE 'Y'.
002151     05  WS-TAXEXM-OPEN-SW            PIC X(01)   VALUE 'N'.
002152         88  WS-TAXEXM-OPEN                       VALUE 'Y'.
002153     05  WS-SLSPSN-OPEN-SW            PIC X(01)   VALUE 'N'.
002154         88  WS-SLSPSN-OPEN                       VALUE 'Y'.
002155     05  WS-SLSOVR-OPEN-SW            PIC X(01)   VALUE 'N'.
002156         88  WS-SLSOVR-OPEN                       VALUE 'Y'.
002157     05  WS-SALESPERSON-FOUND-SW      PIC X(01)   VALUE 'N'.
002158         88  WS-SALESPERSON-FOUND                 VALUE 'Y'.
002160     05  WS-FISCTL-OPEN-SW            PIC X(01)   VALUE 'N'.
002170         88  WS-FISCTL-OPEN                       VALUE 'Y'.
002180     05  WS-CONPRC-OPEN-SW            PIC X(01)   VALUE 'N'.
002290         88  WS-PRICE-EOF                         VALUE 'Y'.
002300     05  WS-INVBR-EOF-SW              PIC X(01)   VALUE 'N'.
002310         88  WS-INVBR-EOF                         VALUE 'Y'.
002312     05  WS-LEDGER-WRITTEN-SW         PIC X(01)   VALUE 'N'.
002314         88  WS-LEDGER-WRITTEN                    VALUE 'Y'.
002320*
002330 01  FILE-STATUS-FIELDS.
002340*
002390     05  WS-INVCTL-STATUS             PIC X(02)   VALUE '00'.
002400     05  WS-ARBAL-STATUS              PIC X(02)   VALUE '00'.
002410     05  WS-LOCSTK-STATUS             PIC X(02)   VALUE '00'.
002412     05  WS-STKLED-STATUS             PIC X(02)   VALUE '00'.
002420     05  WS-PRICE-STATUS              PIC X(02)   VALUE '00'.
002430     05  WS-SHIPTO-STATUS             PIC X(02)   VALUE '00'.
002431     05  WS-TAXEXM-STATUS             PIC X(02)   VALUE '00'.
002432     05  WS-SLSPSN-STATUS             PIC X(02)   VALUE '00'.
002433     05  WS-SLSOVR-STATUS             PIC X(02)   VALUE '00'.
002440     05  WS-FISCTL-STATUS             PIC X(02)   VALUE '00'.
002450     05  WS-CONPRC-STATUS             PIC X(02)   VALUE '00'.
002460     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
002560     05  WS-TAX-AMOUNT          PIC S9(07)V99 COMP-3 VALUE ZERO.
002570     05  WS-OPEN-BALANCE        PIC S9(09)V99 COMP-3 VALUE ZERO.
002580     05  WS-TAXING-STATE        PIC X(02)         VALUE SPACE.
002581     05  WS-TAX-CERT-NUMBER     PIC X(15)         VALUE SPACE.
002582     05  WS-HOUSE-SALESPERSON   PIC X(03)         VALUE SPACE.
002590     05  WS-SHIPPABLE-QTY       PIC 9(05)         VALUE ZERO.
002600     05  WS-TERMS-DAYS          PIC S9(03) COMP-3 VALUE ZERO.
002610     05  WS-MONTH-DAYS          PIC 9(02)         VALUE ZERO.
002620     05  WS-LEAP-QUOTIENT       PIC 9(04)         VALUE ZERO.
002630     05  WS-LEAP-REMAINDER      PIC 9(04)         VALUE ZERO.
002632     05  WS-LEDGER-TIME.
002634         10  WS-LEDGER-HHMMSS   PIC 9(06).
002636         10  FILLER             PIC 9(02).
002640*
002650 01  WS-LINE-WORK-TABLE.
002660     05  WS-LINE-WORK           OCCURS 5 TIMES.
002670         10  WS-LINE-PRICE      PIC 9(07)V99.
002680         10  WS-LINE-AMOUNT     PIC 9(09)V99.
002681         10  WS-LINE-COST       PIC 9(05)V99.
002690*
002700 01  WS-RUN-DATE.
002710     05  WS-RUN-YYYY                  PIC 9(04).
003750*
003760 1000-INITIALIZE.
003770*
003771     ACCEPT WS-START-TIME-RAW FROM TIME.
003772     MOVE 'STORUN  ' TO PC-PROGRAM.
003773     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
003774     IF PC-REFUSED
003775         MOVE PC-RETURN-CODE TO RETURN-CODE
003776         STOP RUN
003777     END-IF.
003778*
003780     OPEN I-O    STORD-FILE.
003790     OPEN I-O    PRODUCT-FILE.
003800     OPEN INPUT  CUSTMAS-FILE.
003820     OPEN I-O    INVCTL-FILE.
003830     OPEN I-O    ARBAL-FILE.
003840     OPEN I-O    LOCSTK-FILE.
003842     OPEN I-O    STKLED-FILE.
003850     OPEN INPUT  PRICE-FILE.
003860     OPEN INPUT  SHIPTO-FILE.
003861     OPEN INPUT  TAXEXM-FILE.
003862     OPEN INPUT  SLSPSN-FILE.
003863     OPEN I-O    SLSOVR-FILE.
003870     OPEN INPUT  FISCTL-FILE.
003880     OPEN INPUT  CONPRC-FILE.
003890     OPEN OUTPUT CYCLE-REPORT.
004440         MOVE 'Y' TO WS-ABORT-SW
004450     END-IF.
004460*
004461     IF WS-STKLED-STATUS = '00'
004462         MOVE 'Y' TO WS-STKLED-OPEN-SW
004463     ELSE
004464         DISPLAY 'STORUN0025E STKLED FILE OPEN FAILED, STATUS='
004465             WS-STKLED-STATUS
004466         MOVE 'Y' TO WS-ABORT-SW
004467     END-IF.
004468*
004470     IF WS-PRICE-STATUS = '00'
004480         MOVE 'Y' TO WS-PRICE-OPEN-SW
004490     ELSE
004590             WS-SHIPTO-STATUS
004600         MOVE 'Y' TO WS-ABORT-SW
004610     END-IF.
004611*
004612     IF WS-TAXEXM-STATUS = '00'
004613         MOVE 'Y' TO WS-TAXEXM-OPEN-SW
004614     ELSE
004615         DISPLAY 'STORUN0026E TAXEXM FILE OPEN FAILED, STATUS='
004616             WS-TAXEXM-STATUS
004617         MOVE 'Y' TO WS-ABORT-SW
004618     END-IF.
004619*
004620     IF WS-SLSPSN-STATUS = '00'
004621         MOVE 'Y' TO WS-SLSPSN-OPEN-SW
004622     ELSE
004623         DISPLAY 'STORUN0027E SLSPSN FILE OPEN FAILED, STATUS='
004624             WS-SLSPSN-STATUS
004625         MOVE 'Y' TO WS-ABORT-SW
004626     END-IF.
004627*
004628     IF WS-SLSOVR-STATUS = '00'
004629         MOVE 'Y' TO WS-SLSOVR-OPEN-SW
004630     ELSE
004631         DISPLAY 'STORUN0028E SLSOVR FILE OPEN FAILED, STATUS='
004632             WS-SLSOVR-STATUS
004633         MOVE 'Y' TO WS-ABORT-SW
004634     END-IF.
004635*
004636     IF WS-REPORT-STATUS = '00'
004640         MOVE 'Y' TO WS-REPORT-OPEN-SW
004650     ELSE
004660         DISPLAY 'STORUN0010E CYCLE-REPORT OPEN FAILED, STATUS='
006370*   MUST BE COVERED BY WAREHOUSE ('W') STOCK, OR BY THE          *
006380*   PRODUCT-MASTER TOTAL FOR A PRODUCT NOT YET CONVERTED TO      *
006390*   PER-LOCATION RECORDS.                                        *
006392*   AN OUT-OF-PRINT PRODUCT SKIPS THE ORDER FOR THE DESK.        *
006400******************************************************************
006410 2210-EDIT-ONE-LINE.
006420*
006540         GO TO 2210-EXIT
006550     END-IF.
006560*
006561     IF PRM-OUT-OF-PRINT
006562         MOVE 'SKIPPED - PRODUCT OUT OF PRINT' TO DL-DISPOSITION
006563         MOVE 'N' TO WS-ORDER-OK-SW
006564         GO TO 2210-EXIT
006565     END-IF.
006566*
006570     PERFORM 2220-READ-EFFECTIVE-PRICE THRU 2220-EXIT.
006571     MOVE PRM-AVERAGE-COST TO WS-LINE-COST(WS-LINE-SUB).
006580*
006590     MOVE PRM-PRODUCT-CODE TO LS-PRODUCT-CODE.
006600     MOVE 'W'              TO LS-LOCATION-CODE.
007710     END-IF.
007720*
007730     MOVE ZERO TO WS-TAX-AMOUNT.
007731     PERFORM 2235-CHECK-TAX-EXEMPTION THRU 2235-EXIT.
007732     IF WS-TAX-CERT-NUMBER = SPACE
007733         SET STT-IDX TO 1
007734         SEARCH STT-ENTRY
007735             AT END
007736                 CONTINUE
007737             WHEN STT-STATE(STT-IDX) = WS-TAXING-STATE
007738                 COMPUTE WS-TAX-AMOUNT ROUNDED =
007739                     WS-ORDER-TOTAL * STT-RATE(STT-IDX)
007740         END-SEARCH
007741     END-IF.
007820*
007830     MOVE SO-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
007840     READ ARBAL-FILE
008120 2230-EXIT.
008130     EXIT.
008140*
008141******************************************************************
008142*   2235-CHECK-TAX-EXEMPTION -- A CUSTOMER HOLDING A SALES-TAX   *
008143*   EXEMPTION CERTIFICATE (TAXEXM) FOR THE TAXING STATE THAT IS  *
008144*   IN FORCE ON THE RUN DATE PAYS NO TAX, AND THE CERTIFICATE    *
008145*   NUMBER GOES ON THE INVOICE, AS ORDRENT'S 1306 DOES ONLINE.   *
008146******************************************************************
008147 2235-CHECK-TAX-EXEMPTION.
008148*
008149     MOVE SPACE TO WS-TAX-CERT-NUMBER.
008150     MOVE SO-CUSTOMER-NUMBER TO TXE-CUSTOMER-NUMBER.
008151     MOVE WS-TAXING-STATE    TO TXE-EXEMPT-STATE.
008152     READ TAXEXM-FILE
008153         INVALID KEY
008154             GO TO 2235-EXIT
008155     END-READ.
008156*
008157     IF       WS-RUN-DATE-N NOT < TXE-ISSUE-DATE
008158          AND WS-RUN-DATE-N NOT > TXE-EXPIRY-DATE
008159         MOVE TXE-CERTIFICATE-NUMBER TO WS-TAX-CERT-NUMBER
008160     END-IF.
008161*
008162 2235-EXIT.
008163     EXIT.
008164*
008165 2240-ADD-ONE-UNBILLED.
008166*
008170     READ INVOICE-FILE NEXT RECORD
008180         AT END
008190             MOVE 'Y' TO WS-INVBR-EOF-SW
008550                       INV-UNIT-PRICE(WS-LINE-SUB)
008560                       INV-AMOUNT(WS-LINE-SUB)
008570                 INV-LINE-DISC-AMT(WS-LINE-SUB)
008571                 INV-LINE-UNIT-COST(WS-LINE-SUB)
008580     END-PERFORM.
008590*
008600     PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
008680                 TO INV-UNIT-PRICE(WS-LINE-SUB)
008690             MOVE WS-LINE-AMOUNT(WS-LINE-SUB)
008700                 TO INV-AMOUNT(WS-LINE-SUB)
008701             MOVE WS-LINE-COST(WS-LINE-SUB)
008702                 TO INV-LINE-UNIT-COST(WS-LINE-SUB)
008710         END-IF
008720     END-PERFORM.
008730*
008740     MOVE WS-ORDER-TOTAL TO INV-INVOICE-TOTAL.
008750     MOVE WS-TAX-AMOUNT  TO INV-TAX-AMOUNT.
008751     MOVE WS-TAX-CERT-NUMBER TO INV-TAX-CERT-NUMBER.
008760     MOVE ZERO TO INV-FREIGHT-AMOUNT.
008761     MOVE ZERO TO INV-STD-FREIGHT-AMT.
008762     MOVE ZERO TO INV-PROMO-DISC-AMT.
008770*
008780     MOVE 'BTCH' TO INV-TERMINAL-ID.
008790     MOVE 'STO'  TO INV-OPERATOR-ID.
008800     PERFORM 2360-RESOLVE-SALESPERSON THRU 2360-EXIT.
008810     SET INV-ORIGINAL-INVOICE TO TRUE.
008820     MOVE ZERO TO INV-VOID-OF-INVOICE.
008830     MOVE 'O'  TO INV-SERIES-CODE.
009040             MOVE 'Y' TO WS-STORD-EOF-SW
009050     END-WRITE.
009060*
009061     IF NOT WS-ABORT
009062         PERFORM 2364-LOG-SALESPERSON-OVERRIDE THRU 2364-EXIT
009063     END-IF.
009064*
009070     IF NOT WS-ABORT
009080         PERFORM 2330-RELIEVE-ONE-LINE THRU 2330-EXIT
009090             VARYING WS-LINE-SUB FROM 1 BY 1
010120         GO TO 2330-EXIT
010130     END-IF.
010140*
010142     MOVE SPACE TO SL-LOCATION-CODE.
010144     MOVE ZERO  TO SL-LOCATION-BALANCE.
010150     MOVE SO-PRODUCT-CODE(WS-LINE-SUB) TO LS-PRODUCT-CODE.
010160     MOVE 'W'                          TO LS-LOCATION-CODE.
010170     READ LOCSTK-FILE
010180         INVALID KEY
010182             PERFORM 2700-WRITE-STOCK-LEDGER THRU 2700-EXIT
010190             GO TO 2330-EXIT
010200     END-READ.
010210*
010260             MOVE 'Y' TO WS-ABORT-SW
010270             MOVE 'Y' TO WS-STORD-EOF-SW
010280     END-REWRITE.
010281     IF NOT WS-ABORT
010282         MOVE 'W'                 TO SL-LOCATION-CODE
010283         MOVE LS-QUANTITY-ON-HAND TO SL-LOCATION-BALANCE
010284         PERFORM 2700-WRITE-STOCK-LEDGER THRU 2700-EXIT
010285     END-IF.
010290*
010300 2330-EXIT.
010310     EXIT.
011050 2354-EXIT.
011060     EXIT.
011070*
011071******************************************************************
011072*   2360-RESOLVE-SALESPERSON -- THE CYCLE INVOICE IS CREDITED TO *
011073*   THE SALESPERSON ON THE STANDING ORDER WHEN ONE WAS KEYED AND *
011074*   IS STILL ACTIVE ON SLSPSN, OTHERWISE TO THE CUSTOMER'S HOUSE *
011075*   SALESPERSON (CM-SALESPERSON-CODE) WHEN ACTIVE, OTHERWISE TO  *
011076*   NO ONE.  THE CUSTOMER RECORD IS STILL IN STORAGE FROM 2200.  *
011077******************************************************************
011078 2360-RESOLVE-SALESPERSON.
011079*
011080     MOVE SPACE TO WS-HOUSE-SALESPERSON.
011081     IF CM-SALESPERSON-CODE NOT = SPACE
011082         MOVE CM-SALESPERSON-CODE TO SP-SALESPERSON-CODE
011083         PERFORM 2362-READ-SALESPERSON THRU 2362-EXIT
011084         IF WS-SALESPERSON-FOUND
011085             MOVE CM-SALESPERSON-CODE TO WS-HOUSE-SALESPERSON
011086         END-IF
011087     END-IF.
011088     MOVE WS-HOUSE-SALESPERSON TO INV-SALESPERSON-CODE.
011089*
011090     IF SO-SALESPERSON-CODE = SPACE
011091         GO TO 2360-EXIT.
011092*
011093     MOVE SO-SALESPERSON-CODE TO SP-SALESPERSON-CODE.
011094     PERFORM 2362-READ-SALESPERSON THRU 2362-EXIT.
011095     IF WS-SALESPERSON-FOUND
011096         MOVE SO-SALESPERSON-CODE TO INV-SALESPERSON-CODE
011097     END-IF.
011098*
011099 2360-EXIT.
011100     EXIT.
011101*
011102******************************************************************
011103*   2362-READ-SALESPERSON -- AN ARCHIVED SALESPERSON IS TREATED  *
011104*   AS NOT ON FILE.                                              *
011105******************************************************************
011106 2362-READ-SALESPERSON.
011107*
011108     MOVE 'N' TO WS-SALESPERSON-FOUND-SW.
011109     READ SLSPSN-FILE
011110         INVALID KEY
011111             GO TO 2362-EXIT
011112     END-READ.
011113*
011114     IF SP-ACTIVE
011115         MOVE 'Y' TO WS-SALESPERSON-FOUND-SW
011116     END-IF.
011117*
011118 2362-EXIT.
011119     EXIT.
011120*
011121******************************************************************
011122*   2364-LOG-SALESPERSON-OVERRIDE -- A CYCLE INVOICE CREDITED TO *
011123*   SOMEONE OTHER THAN THE CUSTOMER'S HOUSE SALESPERSON IS       *
011124*   LOGGED ON SLSOVR, AS ORDRENT LOGS AN ONLINE OVERRIDE, WITH   *
011125*   THE REASON KEPT ON THE STANDING ORDER.  AN ORDER SET UP      *
011126*   BEFORE REASONS WERE KEPT LOGS A BLANK REASON.  THE LOG IS A  *
011127*   TRAIL, NOT A GATE: A RECORD THAT WILL NOT WRITE IS REPORTED  *
011128*   AND THE RUN ENDS WITH A WARNING.                             *
011129******************************************************************
011130 2364-LOG-SALESPERSON-OVERRIDE.
011131*
011132     IF    WS-HOUSE-SALESPERSON = SPACE
011133        OR INV-SALESPERSON-CODE = WS-HOUSE-SALESPERSON
011134         GO TO 2364-EXIT.
011135*
011136     MOVE SPACE                 TO SALESPERSON-OVERRIDE-RECORD.
011137     SET SV-ORDER               TO TRUE.
011138     MOVE INV-INVOICE-NUMBER    TO SV-DOCUMENT-NUMBER.
011139     MOVE INV-CUSTOMER-NUMBER   TO SV-CUSTOMER-NUMBER.
011140     MOVE WS-HOUSE-SALESPERSON  TO SV-HOUSE-SALESPERSON.
011141     MOVE INV-SALESPERSON-CODE  TO SV-SALESPERSON-CODE.
011142     MOVE SO-SALESPERSON-REASON TO SV-REASON-CODE.
011143     MOVE WS-RUN-DATE-N         TO SV-LOG-DATE.
011144     ACCEPT WS-LEDGER-TIME FROM TIME.
011145     MOVE WS-LEDGER-HHMMSS      TO SV-LOG-TIME.
011146     MOVE 'BTCH'                TO SV-TERMINAL-ID.
011147     MOVE 'STO'                 TO SV-OPERATOR-ID.
011148*
011149     WRITE SALESPERSON-OVERRIDE-RECORD
011150         INVALID KEY
011151             DISPLAY 'STORUN0029W SLSOVR WRITE FAILED, KEY='
011152                 SV-LOG-KEY ' STATUS=' WS-SLSOVR-STATUS
011153             MOVE 4 TO RETURN-CODE
011154     END-WRITE.
011155*
011156 2364-EXIT.
011157     EXIT.
011158*
011159******************************************************************
011160*   2340-ADVANCE-NEXT-RUN -- ADD ONE MONTH (OR THREE FOR A       *
011161*   QUARTERLY ORDER) TO THE NEXT-RUN DATE.  STOMNT1 RESTRICTS    *
011162*   THE DAY-OF-MONTH TO 01-28 AT ENTRY, SO THE ADVANCED DATE     *
011163*   IS ALWAYS VALID.                                             *
011164******************************************************************
011165 2340-ADVANCE-NEXT-RUN.
011166*
011167     MOVE SO-NEXT-RUN-DATE(1:4) TO WS-NEXT-YYYY.
011170     MOVE SO-NEXT-RUN-DATE(5:2) TO WS-NEXT-MM.
011180     MOVE SO-NEXT-RUN-DATE(7:2) TO WS-NEXT-DD.
011190*
011460         WRITE REPORT-LINE FROM SUMMARY-LINE-4
011470     END-IF.
011480*
011481     MOVE 'STORUN  ' TO RL-PROGRAM.
011482     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
011483     MOVE 'STORUN  ' TO RL-STEP-NAME.
011484     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
011485     MOVE WS-READ-COUNT      TO RL-RECORDS-READ.
011486     MOVE WS-POSTED-COUNT    TO RL-RECORDS-WRITTEN.
011487     MOVE WS-SKIPPED-COUNT   TO RL-RECORDS-REJECTED.
011488     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
011489     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
011490*
011491     IF WS-STORD-OPEN
011500         CLOSE STORD-FILE
011510     END-IF.
011520     IF WS-PRODUCT-OPEN
011670     IF WS-LOCSTK-OPEN
011680         CLOSE LOCSTK-FILE
011690     END-IF.
011692     IF WS-STKLED-OPEN
011694         CLOSE STKLED-FILE
011696     END-IF.
011700     IF WS-PRICE-OPEN
011710         CLOSE PRICE-FILE
011720     END-IF.
011730     IF WS-SHIPTO-OPEN
011740         CLOSE SHIPTO-FILE
011750     END-IF.
011751     IF WS-TAXEXM-OPEN
011752         CLOSE TAXEXM-FILE
011753     END-IF.
011754     IF WS-SLSPSN-OPEN
011755         CLOSE SLSPSN-FILE
011756     END-IF.
011757     IF WS-SLSOVR-OPEN
011758         CLOSE SLSOVR-FILE
011759     END-IF.
011760     IF WS-FISCTL-OPEN
011770         CLOSE FISCTL-FILE
011780     END-IF.
011860 3000-EXIT.
011870     EXIT.
011880
011890*
011900******************************************************************
011910*   2700-WRITE-STOCK-LEDGER -- ONE STKLED RECORD FOR THE LINE    *
011920*   2330 JUST RELIEVED, WITH THE PRODUCT AND WAREHOUSE BALANCES  *
011930*   LEFT AFTER IT, STAMPED THE WAY STKLW STAMPS THE ONLINE       *
011940*   MOVEMENTS.  THE LEDGER IS A TRAIL, NOT A GATE: A RECORD      *
011950*   THAT WILL NOT WRITE IS REPORTED AND THE RUN ENDS WITH A      *
011960*   WARNING RATHER THAN HALF-POSTING THE CYCLE ORDER.            *
011970******************************************************************
011980 2700-WRITE-STOCK-LEDGER.
011990*
012000     MOVE SO-PRODUCT-CODE(WS-LINE-SUB) TO SL-PRODUCT-CODE.
012010     ACCEPT SL-STAMP-DATE FROM DATE YYYYMMDD.
012020     ACCEPT WS-LEDGER-TIME FROM TIME.
012030     MOVE WS-LEDGER-HHMMSS     TO SL-STAMP-TIME.
012040     MOVE ZERO                 TO SL-STAMP-SEQUENCE.
012050     SET SL-STANDING-ORDER     TO TRUE.
012060     COMPUTE SL-QUANTITY = ZERO - SO-QUANTITY(WS-LINE-SUB).
012070     MOVE PRM-QUANTITY-ON-HAND TO SL-PRODUCT-BALANCE.
012080     MOVE INV-INVOICE-NUMBER   TO SL-DOCUMENT-NUMBER.
012090     MOVE 'STORUN'             TO SL-PROGRAM-ID.
012100     MOVE 'BTCH'               TO SL-TERMINAL-ID.
012110     MOVE 'STO'                TO SL-OPERATOR-ID.
012120*
012130     MOVE 'N' TO WS-LEDGER-WRITTEN-SW.
012140     PERFORM 2710-WRITE-LEDGER-RECORD THRU 2710-EXIT
012150         UNTIL WS-LEDGER-WRITTEN.
012160*
012170 2700-EXIT.
012180     EXIT.
012190*
012200******************************************************************
012210*   2710-WRITE-LEDGER-RECORD -- A SECOND MOVEMENT OF THE SAME    *
012220*   PRODUCT IN THE SAME SECOND TAKES THE NEXT SEQUENCE NUMBER.   *
012230******************************************************************
012240 2710-WRITE-LEDGER-RECORD.
012250*
012260     MOVE 'Y' TO WS-LEDGER-WRITTEN-SW.
012270     WRITE STOCK-LEDGER-RECORD
012280         INVALID KEY
012290             IF      WS-STKLED-STATUS = '22'
012300                 AND SL-STAMP-SEQUENCE < 999
012310                 ADD 1 TO SL-STAMP-SEQUENCE
012320                 MOVE 'N' TO WS-LEDGER-WRITTEN-SW
012330             ELSE
012340                 DISPLAY 'STORUN0026W STKLED WRITE FAILED, '
012350                     'PRODUCT=' SL-PRODUCT-CODE
012360                     ' STATUS=' WS-STKLED-STATUS
012370                 MOVE 4 TO RETURN-CODE
012380             END-IF
012390     END-WRITE.
012400*
012410 2710-EXIT.
012420     EXIT.
