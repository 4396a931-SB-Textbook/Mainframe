000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   FINCHG -- MONTH-END FINANCE-CHARGE ASSESSMENT.               *
000110*   OUR TERMS SAY 1.5 PERCENT PER MONTH ON PAST-DUE BALANCES     *
000120*   AND UNTIL NOW NOBODY EVER BILLED IT.  THIS RUN AGES EACH     *
000130*   CUSTOMER'S OPEN INVOICES THE WAY AGERPT DOES (ORIGINALS NET  *
000140*   OF APPLIED CASH AND PARTIAL CREDIT MEMOS), TOTALS WHAT IS    *
000150*   30 DAYS OR MORE OUT LESS UNAPPLIED CASH, AND POSTS THE       *
000160*   CHARGE AS A NEW DOCUMENT ON THE INVOICE FILE UNDER THE 'F'   *
000170*   SERIES ON INVCTL -- ITS OWN DISJOINT NUMBER RANGE, LIKE THE  *
000180*   'O' AND 'C' SERIES -- SO IT FLOWS INTO ARBAL, THE STMTGEN    *
000190*   STATEMENTS, AND AGERPT WITH NO FURTHER PLUMBING.  THE        *
000200*   DOCUMENT IS WRITTEN RECORD-TYPE 'O' (IT IS MONEY THE         *
000210*   CUSTOMER OWES) WITH THE CHARGE IN LINE-ITEM 1'S AMOUNT AND   *
000220*   A BLANK PRODUCT CODE, SO LINE AMOUNTS STILL FOOT TO THE      *
000230*   TOTAL BUT NO STOCK OR SALES-ANALYSIS PATH SEES A PRODUCT;    *
000240*   IT IS MARKED PICKED AND SHIPPED AT BIRTH SO THE WAREHOUSE    *
000250*   PAPERWORK NEVER SEES IT EITHER.  A CUSTOMER ALREADY          *
000260*   ASSESSED THIS CALENDAR MONTH (AN UNVOIDED 'F' DOCUMENT       *
000270*   DATED IN THE RUN MONTH) IS SKIPPED, SO A RERUN CANNOT        *
000280*   DOUBLE-BILL.  A REGISTER OF CHARGES PER CUSTOMER PRINTS      *
000290*   FOR THE CREDIT MANAGER AND THE RUN IS LOGGED THROUGH         *
000300*   RUNLOGW.                                                     *
000310*                                                                *
000320*   MODIFICATION HISTORY.                                        *
000330*   09/02/2026  RH   INITIAL VERSION.                            *
000340*   09/02/2026  RH   AGE FROM THE DUE DATE THE CUSTOMER'S        *
000350*                    TERMS GRANT, NOT THE INVOICE DATE.          *
000351*   10/15/2026  RH   CLEAR THE NEW PROMOTION DISCOUNT ON         *
000352*                    THE INVOICES WRITTEN.                       *
000353*   10/15/2026  RH   ZERO THE NEW LINE COST AND STANDARD         *
000354*                    FREIGHT FIELDS ON THE INVOICE.              *
000356*   10/15/2026  RH   TAKE AMOUNTS UNDER OPEN DISPUTE OFF         *
000358*                    EACH INVOICE (DISPUTE FILE).                *
000359*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000360*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000361*                    NOT COMPLETED.                              *
000362******************************************************************
000370*
000380 ENVIRONMENT DIVISION.
000390*
000800             RECORD KEY IS AR-CUSTOMER-NUMBER
000810             FILE STATUS IS WS-ARBAL-STATUS.
000820*
000821     SELECT  DISPUTE-FILE   ASSIGN TO DISPUTE
000822             ORGANIZATION IS INDEXED
000823             ACCESS MODE IS RANDOM
000824             RECORD KEY IS DSP-INVOICE-NUMBER
000825             FILE STATUS IS WS-DISPUTE-STATUS.
000826*
000830     SELECT  CHARGE-REPORT  ASSIGN TO RPTOUT
000840             ORGANIZATION IS LINE SEQUENTIAL
000850             FILE STATUS IS WS-REPORT-STATUS.
001130*
001140     COPY ARBAL.
001150*
001151 FD  DISPUTE-FILE
001152     LABEL RECORDS ARE STANDARD.
001153*
001154     COPY DISPUTE.
001155*
001160 FD  CHARGE-REPORT
001170     LABEL RECORDS ARE OMITTED.
001180*
001210 WORKING-STORAGE SECTION.
001220*
001230     COPY RUNLOG.
001231*
001232     COPY PREDPARM.
001240*
001250 01  RUN-TIMING-FIELDS.
001260     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001390         88  WS-INVCTL-OPEN                       VALUE 'Y'.
001400     05  WS-ARBAL-OPEN-SW             PIC X(01)   VALUE 'N'.
001410         88  WS-ARBAL-OPEN                        VALUE 'Y'.
001412     05  WS-DISPUTE-OPEN-SW           PIC X(01)   VALUE 'N'.
001414         88  WS-DISPUTE-OPEN                      VALUE 'Y'.
001420     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001430         88  WS-REPORT-OPEN                       VALUE 'Y'.
001440     05  WS-CUSTMAS-EOF-SW            PIC X(01)   VALUE 'N'.
001570     05  WS-PAYMENT-STATUS            PIC X(02)   VALUE '00'.
001580     05  WS-INVCTL-STATUS             PIC X(02)   VALUE '00'.
001590     05  WS-ARBAL-STATUS              PIC X(02)   VALUE '00'.
001592     05  WS-DISPUTE-STATUS            PIC X(02)   VALUE '00'.
001600     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001610*
001620******************************************************************
003000 1000-INITIALIZE.
003010*
003020     ACCEPT WS-START-TIME-RAW FROM TIME.
003021     MOVE 'FINCHG  ' TO PC-PROGRAM.
003022     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
003023     IF PC-REFUSED
003024         MOVE PC-RETURN-CODE TO RETURN-CODE
003025         STOP RUN
003026     END-IF.
003030*
003040     OPEN INPUT  CUSTMAS-FILE.
003050     OPEN I-O    INVOICE-FILE.
003060     OPEN INPUT  PAYMENT-FILE.
003070     OPEN I-O    INVCTL-FILE.
003080     OPEN I-O    ARBAL-FILE.
003082     OPEN INPUT  DISPUTE-FILE.
003090     OPEN OUTPUT CHARGE-REPORT.
003100*
003110     IF WS-CUSTMAS-STATUS = '00'
003480         MOVE 'Y' TO WS-ABORT-SW
003490     END-IF.
003500*
003501     IF WS-DISPUTE-STATUS = '00'
003502         MOVE 'Y' TO WS-DISPUTE-OPEN-SW
003503     ELSE
003504         DISPLAY 'FINCHG0014E DISPUTE FILE OPEN FAILED, STATUS='
003505             WS-DISPUTE-STATUS
003506         MOVE 'Y' TO WS-ABORT-SW
003507     END-IF.
003508*
003510     IF WS-REPORT-STATUS = '00'
003520         MOVE 'Y' TO WS-REPORT-OPEN-SW
003530     ELSE
005910*
005920     PERFORM 2325-NET-ONE-PAYMENT THRU 2325-EXIT
005930         UNTIL NOT WS-MORE-PAYMENTS.
005932*
005934     PERFORM 2330-NET-OPEN-DISPUTE THRU 2330-EXIT.
005940*
005950     IF OIT-OPEN-AMOUNT(WS-OIT-SUB) > ZERO
005960         MOVE OIT-DAY-NUMBER(WS-OIT-SUB) TO WS-INV-DAY-NUMBER
006270 2325-EXIT.
006280     EXIT.
006290*
006291******************************************************************
006292*   2330-NET-OPEN-DISPUTE -- AN INVOICE UNDER OPEN DISPUTE, OR   *
006293*   DECIDED AND WAITING FOR DSPPOST TO POST THE MEMO, COUNTS     *
006294*   ONLY FOR WHAT THE CUSTOMER IS NOT DISPUTING.                 *
006295******************************************************************
006296 2330-NET-OPEN-DISPUTE.
006297*
006298     MOVE OIT-INVOICE-NUMBER(WS-OIT-SUB) TO DSP-INVOICE-NUMBER.
006299     READ DISPUTE-FILE
006300         INVALID KEY
006301             CONTINUE
006302         NOT INVALID KEY
006303             IF DSP-STILL-DISPUTED
006304                 SUBTRACT DSP-AMOUNT
006305                     FROM OIT-OPEN-AMOUNT(WS-OIT-SUB)
006306             END-IF
006307     END-READ.
006308*
006309 2330-EXIT.
006310     EXIT.
006311*
006312******************************************************************
006313*   2400-POST-CHARGE-DOCUMENT -- WRITE THE CHARGE ONTO THE       *
006320*   INVOICE FILE UNDER THE 'F' SERIES AND CARRY IT ONTO ARBAL.   *
006330*   THE DOCUMENT IS MARKED PICKED AND SHIPPED AT BIRTH SO THE    *
006340*   PICKLST AND SHPCON1 PAPERWORK NEVER SEES IT.                 *
006350******************************************************************
006360 2400-POST-CHARGE-DOCUMENT.
006370*
006530                       INV-UNIT-PRICE(WS-LINE-SUB)
006540                       INV-AMOUNT(WS-LINE-SUB)
006550                 INV-LINE-DISC-AMT(WS-LINE-SUB)
006551                 INV-LINE-UNIT-COST(WS-LINE-SUB)
006560     END-PERFORM.
006570*
006580*    THE CHARGE RIDES IN LINE 1'S AMOUNT WITH NO PRODUCT CODE,
006620     MOVE WS-CHARGE-AMOUNT TO INV-INVOICE-TOTAL.
006630     MOVE ZERO             TO INV-TAX-AMOUNT.
006640     MOVE ZERO             TO INV-FREIGHT-AMOUNT.
006641     MOVE ZERO             TO INV-STD-FREIGHT-AMT.
006642*    A FINANCE CHARGE IS DUE AT ONCE; A ZERO DUE DATE AGES
006644*    FROM THE CHARGE DATE, LIKE A PRE-CONVERSION INVOICE.
006646     MOVE ZERO             TO INV-DUE-DATE.
006648     MOVE ZERO             TO INV-PROMO-DISC-AMT.
006650*
006660     MOVE 'BTCH' TO INV-TERMINAL-ID.
006670     MOVE 'FIN'  TO INV-OPERATOR-ID.
008360     IF WS-ARBAL-OPEN
008370         CLOSE ARBAL-FILE
008380     END-IF.
008382     IF WS-DISPUTE-OPEN
008384         CLOSE DISPUTE-FILE
008386     END-IF.
008390     IF WS-REPORT-OPEN
008400         CLOSE CHARGE-REPORT
008410     END-IF.
