000180*   AGAINST THE PERIOD'S FIGURES.  AN INVOICE WHOSE CUSTOMER     *
000190*   IS NO LONGER ON CUSTMAS IS REPORTED UNDER STATE '??' SO      *
000200*   NOTHING DROPS OUT OF THE TOTALS SILENTLY.                    *
000201*   SALES MADE UNDER A CUSTOMER'S SALES-TAX EXEMPTION            *
000202*   CERTIFICATE (INV-TAX-CERT-NUMBER) CARRY THE CERTIFICATE ON   *
000203*   THE DETAIL LINE, COUNT AS EXEMPT RATHER THAN TAXABLE SALES   *
000204*   IN THE STATE SUMMARY, AND ARE LISTED AGAIN BY CERTIFICATE    *
000205*   FOR THE AUDITORS.                                            *
000210*                                                                *
000220*   MODIFICATION HISTORY.                                        *
000230*   08/14/2026  RH   INITIAL VERSION.                            *
000231*   10/15/2026  RH   LIST EXEMPT SALES BY EXEMPTION              *
000232*                    CERTIFICATE, AND SPLIT EACH STATE'S         *
000233*                    EXEMPT SALES FROM ITS TAXABLE SALES.        *
000234*   10/15/2026  RH   LOG THE RUN TO THE SHARED RUN-HISTORY       *
000235*                    FILE (RUNLOGW).                             *
000236*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000237*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000238*                    NOT COMPLETED.                              *
000240******************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000950*
000960 WORKING-STORAGE SECTION.
000970*
000971     COPY RUNLOG.
000972*
000973     COPY PREDPARM.
000974*
000975 01  RUN-TIMING-FIELDS.
000976     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000977*
000980 01  SWITCHES.
000990*
001000     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001130         88  WS-INVOICE-EOF                       VALUE 'Y'.
001140     05  WS-STATE-SLOTTED-SW          PIC X(01)   VALUE 'N'.
001150         88  WS-STATE-SLOTTED                     VALUE 'Y'.
001151     05  WS-CERT-SLOTTED-SW           PIC X(01)   VALUE 'N'.
001152         88  WS-CERT-SLOTTED                      VALUE 'Y'.
001160*
001170 01  FILE-STATUS-FIELDS.
001180*
001250 01  WORK-FIELDS.
001260*
001270     05  WS-INVOICE-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001271     05  WS-EXEMPT-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
001280     05  WS-PERIOD-START        PIC 9(08)   VALUE ZERO.
001290     05  WS-PERIOD-END          PIC 9(08)   VALUE ZERO.
001300     05  WS-SIGNED-SALES        PIC S9(09)V99 COMP-3 VALUE ZERO.
001580     05  XT-ENTRY OCCURS 60 TIMES.
001590         10  XT-STATE           PIC X(02).
001600         10  XT-TAXABLE-SALES   PIC S9(09)V99 COMP-3.
001601         10  XT-EXEMPT-SALES    PIC S9(09)V99 COMP-3.
001610         10  XT-TAX-COLLECTED   PIC S9(09)V99 COMP-3.
001620*
001621******************************************************************
001622*   CERTIFICATE ACCUMULATION TABLE -- ONE SLOT PER EXEMPTION     *
001623*   CERTIFICATE (WITH ITS CUSTOMER AND STATE) USED IN THE        *
001624*   PERIOD.                                                      *
001625******************************************************************
001626 01  CERT-TABLE-CONTROL.
001627     05  CT-MAX-ENTRIES         PIC S9(03) COMP-3 VALUE +500.
001628     05  CT-ENTRY-COUNT         PIC S9(03) COMP-3 VALUE ZERO.
001629     05  CT-SUB                 PIC S9(03) COMP-3 VALUE ZERO.
001630*
001631 01  CERT-TABLE.
001632     05  CT-ENTRY OCCURS 500 TIMES.
001633         10  CT-CERT-NUMBER     PIC X(15).
001634         10  CT-CUSTOMER-NUMBER PIC X(06).
001635         10  CT-STATE           PIC X(02).
001636         10  CT-INVOICE-COUNT   PIC S9(05) COMP-3.
001637         10  CT-EXEMPT-SALES    PIC S9(09)V99 COMP-3.
001638*
001639 01  HEADING-LINE-1.
001640*
001650     05  FILLER                       PIC X(01)   VALUE SPACE.
001660     05  FILLER                       PIC X(42)   VALUE
001820     05  FILLER                       PIC X(06)   VALUE
001830             'STATE'.
001840     05  FILLER                       PIC X(15)   VALUE
001850             '   SALES AMOUNT'.
001860     05  FILLER                       PIC X(15)   VALUE
001870             '  TAX COLLECTED'.
001880     05  FILLER                       PIC X(02)   VALUE SPACE.
001881     05  FILLER                       PIC X(15)   VALUE
001882             'EXEMPT CERT #'.
001883     05  FILLER                       PIC X(53)   VALUE SPACE.
001890*
001900 01  DETAIL-LINE.
001910*
002010     05  DL-TAXABLE-SALES             PIC ZZ,ZZZ,ZZ9.99-.
002020     05  FILLER                       PIC X(02)   VALUE SPACE.
002030     05  DL-TAX-COLLECTED             PIC ZZ,ZZZ,ZZ9.99-.
002040     05  FILLER                       PIC X(02)   VALUE SPACE.
002041     05  DL-CERT-NUMBER               PIC X(15).
002042     05  FILLER                       PIC X(54)   VALUE SPACE.
002050*
002060 01  SUMMARY-HEADING.
002070*
002090     05  FILLER                       PIC X(50)   VALUE
002100             'REMITTANCE SUMMARY BY STATE'.
002110     05  FILLER                       PIC X(81)   VALUE SPACE.
002111*
002112 01  SUMMARY-COLUMNS.
002113*
002114     05  FILLER                       PIC X(01)   VALUE SPACE.
002115     05  FILLER                       PIC X(04)   VALUE
002116             'ST'.
002117     05  FILLER                       PIC X(14)   VALUE
002118             ' TAXABLE SALES'.
002119     05  FILLER                       PIC X(16)   VALUE
002120             '  TAX COLLECTED'.
002121     05  FILLER                       PIC X(16)   VALUE
002122             '   EXEMPT SALES'.
002123     05  FILLER                       PIC X(81)   VALUE SPACE.
002124*
002130 01  SUMMARY-LINE.
002140*
002150     05  FILLER                       PIC X(01)   VALUE SPACE.
002180     05  SL-TAXABLE-SALES             PIC ZZ,ZZZ,ZZ9.99-.
002190     05  FILLER                       PIC X(02)   VALUE SPACE.
002200     05  SL-TAX-COLLECTED             PIC ZZ,ZZZ,ZZ9.99-.
002210     05  FILLER                       PIC X(02)   VALUE SPACE.
002211     05  SL-EXEMPT-SALES              PIC ZZ,ZZZ,ZZ9.99-.
002212     05  FILLER                       PIC X(81)   VALUE SPACE.
002220*
002230 01  COUNT-LINE.
002240*
002270             'INVOICES IN PERIOD......:'.
002280     05  CL-INVOICE-COUNT             PIC ZZZZZZ9.
002290     05  FILLER                       PIC X(99)   VALUE SPACE.
002291*
002292 01  EXEMPT-COUNT-LINE.
002293*
002294     05  FILLER                       PIC X(01)   VALUE SPACE.
002295     05  FILLER                       PIC X(25)   VALUE
002296             'EXEMPT INVOICES.........:'.
002297     05  EC-EXEMPT-COUNT              PIC ZZZZZZ9.
002298     05  FILLER                       PIC X(99)   VALUE SPACE.
002299*
002300 01  CERT-HEADING.
002301*
002302     05  FILLER                       PIC X(01)   VALUE SPACE.
002303     05  FILLER                       PIC X(50)   VALUE
002304             'EXEMPT SALES BY CERTIFICATE'.
002305     05  FILLER                       PIC X(81)   VALUE SPACE.
002306*
002307 01  CERT-COLUMNS.
002308*
002309     05  FILLER                       PIC X(01)   VALUE SPACE.
002310     05  FILLER                       PIC X(17)   VALUE
002311             'CERTIFICATE #'.
002312     05  FILLER                       PIC X(08)   VALUE
002313             'CUST #'.
002314     05  FILLER                       PIC X(06)   VALUE
002315             'STATE'.
002316     05  FILLER                       PIC X(09)   VALUE
002317             'INVOICES'.
002318     05  FILLER                       PIC X(15)   VALUE
002319             '   EXEMPT SALES'.
002320     05  FILLER                       PIC X(76)   VALUE SPACE.
002321*
002322 01  CERT-LINE.
002323*
002324     05  FILLER                       PIC X(01)   VALUE SPACE.
002325     05  CTL-CERT-NUMBER              PIC X(15).
002326     05  FILLER                       PIC X(02)   VALUE SPACE.
002327     05  CTL-CUSTOMER-NUMBER          PIC X(06).
002328     05  FILLER                       PIC X(02)   VALUE SPACE.
002329     05  CTL-STATE                    PIC X(02).
002330     05  FILLER                       PIC X(04)   VALUE SPACE.
002331     05  CTL-INVOICE-COUNT            PIC ZZZZ9.
002332     05  FILLER                       PIC X(04)   VALUE SPACE.
002333     05  CTL-EXEMPT-SALES             PIC ZZ,ZZZ,ZZ9.99-.
002334     05  FILLER                       PIC X(77)   VALUE SPACE.
002335*
002336 PROCEDURE DIVISION.
002337*
002338 0000-MAINLINE.
002340*
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002360     PERFORM 2000-PROCESS-INVOICES THRU 2000-EXIT.
002370     PERFORM 2500-PRINT-STATE-SUMMARY THRU 2500-EXIT.
002371     PERFORM 2600-PRINT-CERTIFICATES THRU 2600-EXIT.
002380     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002390*
002400     STOP RUN.
002410*
002420 1000-INITIALIZE.
002430*
002431     ACCEPT WS-START-TIME-RAW FROM TIME.
002432     MOVE 'TAXRPT  ' TO PC-PROGRAM.
002433     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002434     IF PC-REFUSED
002435         MOVE PC-RETURN-CODE TO RETURN-CODE
002436         STOP RUN
002437     END-IF.
002438*
002440     OPEN INPUT  PERIOD-FILE.
002450     OPEN INPUT  INVOICE-FILE.
002460     OPEN INPUT  CUSTMAS-FILE.
003870     MOVE WS-WORK-STATE       TO DL-STATE.
003880     MOVE WS-SIGNED-SALES     TO DL-TAXABLE-SALES.
003890     MOVE WS-SIGNED-TAX       TO DL-TAX-COLLECTED.
003891     MOVE INV-TAX-CERT-NUMBER TO DL-CERT-NUMBER.
003900     WRITE REPORT-LINE FROM DETAIL-LINE.
003910*
003920     PERFORM 2200-ACCUMULATE-STATE THRU 2200-EXIT.
003921*
003922     IF       INV-TAX-CERT-NUMBER NOT = SPACE
003923          AND NOT WS-ABORT
003924         ADD 1 TO WS-EXEMPT-COUNT
003925         PERFORM 2300-ACCUMULATE-CERTIFICATE THRU 2300-EXIT
003926     END-IF.
003930*
003940 2100-EXIT.
003950     EXIT.
004140             MOVE XT-ENTRY-COUNT TO XT-SUB
004150             MOVE WS-WORK-STATE TO XT-STATE(XT-SUB)
004160             MOVE ZERO TO XT-TAXABLE-SALES(XT-SUB)
004161                          XT-EXEMPT-SALES(XT-SUB)
004170                          XT-TAX-COLLECTED(XT-SUB)
004180         ELSE
004190             DISPLAY 'TAXRPT0007E STATE TABLE FULL'
004230         END-IF
004240     END-IF.
004250*
004260     IF INV-TAX-CERT-NUMBER = SPACE
004261         ADD WS-SIGNED-SALES TO XT-TAXABLE-SALES(XT-SUB)
004262     ELSE
004263         ADD WS-SIGNED-SALES TO XT-EXEMPT-SALES(XT-SUB)
004264     END-IF.
004270     ADD WS-SIGNED-TAX   TO XT-TAX-COLLECTED(XT-SUB).
004280*
004290 2200-EXIT.
004300     EXIT.
004310*
004311******************************************************************
004312*   2300-ACCUMULATE-CERTIFICATE -- FIND (OR OPEN) THE SLOT FOR   *
004313*   THIS INVOICE'S CERTIFICATE, CUSTOMER, AND STATE AND ADD THE  *
004314*   SALE TO IT.  A CREDIT MEMO KEEPS ITS ORIGINAL'S CERTIFICATE  *
004315*   AND NETS AGAINST IT.                                         *
004316******************************************************************
004317 2300-ACCUMULATE-CERTIFICATE.
004318*
004319     MOVE 'N' TO WS-CERT-SLOTTED-SW.
004320     PERFORM 2310-FIND-CERTIFICATE THRU 2310-EXIT
004321         VARYING CT-SUB FROM 1 BY 1
004322         UNTIL CT-SUB > CT-ENTRY-COUNT
004323            OR WS-CERT-SLOTTED.
004324*
004325     IF WS-CERT-SLOTTED
004326         SUBTRACT 1 FROM CT-SUB
004327     ELSE
004328         IF CT-ENTRY-COUNT < CT-MAX-ENTRIES
004329             ADD 1 TO CT-ENTRY-COUNT
004330             MOVE CT-ENTRY-COUNT TO CT-SUB
004331             MOVE INV-TAX-CERT-NUMBER TO CT-CERT-NUMBER(CT-SUB)
004332             MOVE INV-CUSTOMER-NUMBER
004333                                 TO CT-CUSTOMER-NUMBER(CT-SUB)
004334             MOVE WS-WORK-STATE TO CT-STATE(CT-SUB)
004335             MOVE ZERO TO CT-INVOICE-COUNT(CT-SUB)
004336                          CT-EXEMPT-SALES(CT-SUB)
004337         ELSE
004338             DISPLAY 'TAXRPT0008E CERTIFICATE TABLE FULL'
004339             MOVE 'Y' TO WS-ABORT-SW
004340             MOVE 'Y' TO WS-INVOICE-EOF-SW
004341             GO TO 2300-EXIT
004342         END-IF
004343     END-IF.
004344*
004345     ADD 1               TO CT-INVOICE-COUNT(CT-SUB).
004346     ADD WS-SIGNED-SALES TO CT-EXEMPT-SALES(CT-SUB).
004347*
004348 2300-EXIT.
004349     EXIT.
004350*
004351 2310-FIND-CERTIFICATE.
004352*
004353     IF       CT-CERT-NUMBER(CT-SUB)     = INV-TAX-CERT-NUMBER
004354          AND CT-CUSTOMER-NUMBER(CT-SUB) = INV-CUSTOMER-NUMBER
004355          AND CT-STATE(CT-SUB)           = WS-WORK-STATE
004356         MOVE 'Y' TO WS-CERT-SLOTTED-SW
004357     END-IF.
004358*
004359 2310-EXIT.
004360     EXIT.
004361*
004362 2500-PRINT-STATE-SUMMARY.
004363*
004364     IF WS-ABORT
004365         GO TO 2500-EXIT
004366     END-IF.
004370*
004380     WRITE REPORT-LINE FROM SUMMARY-HEADING.
004381     WRITE REPORT-LINE FROM SUMMARY-COLUMNS.
004390*
004400     PERFORM VARYING XT-SUB FROM 1 BY 1
004410             UNTIL XT-SUB > XT-ENTRY-COUNT
004420         MOVE XT-STATE(XT-SUB)         TO SL-STATE
004430         MOVE XT-TAXABLE-SALES(XT-SUB) TO SL-TAXABLE-SALES
004440         MOVE XT-TAX-COLLECTED(XT-SUB) TO SL-TAX-COLLECTED
004441         MOVE XT-EXEMPT-SALES(XT-SUB)  TO SL-EXEMPT-SALES
004450         WRITE REPORT-LINE FROM SUMMARY-LINE
004460     END-PERFORM.
004470*
004480     MOVE WS-INVOICE-COUNT TO CL-INVOICE-COUNT.
004490     WRITE REPORT-LINE FROM COUNT-LINE.
004491     MOVE WS-EXEMPT-COUNT TO EC-EXEMPT-COUNT.
004492     WRITE REPORT-LINE FROM EXEMPT-COUNT-LINE.
004500*
004510 2500-EXIT.
004520     EXIT.
004530*
004531 2600-PRINT-CERTIFICATES.
004532*
004533     IF WS-ABORT
004534         GO TO 2600-EXIT
004535     END-IF.
004536*
004537     WRITE REPORT-LINE FROM CERT-HEADING.
004538     WRITE REPORT-LINE FROM CERT-COLUMNS.
004539*
004540     PERFORM 2610-PRINT-ONE-CERTIFICATE THRU 2610-EXIT
004541         VARYING CT-SUB FROM 1 BY 1
004542         UNTIL CT-SUB > CT-ENTRY-COUNT.
004543*
004544 2600-EXIT.
004545     EXIT.
004546*
004547 2610-PRINT-ONE-CERTIFICATE.
004548*
004549     MOVE CT-CERT-NUMBER(CT-SUB)     TO CTL-CERT-NUMBER.
004550     MOVE CT-CUSTOMER-NUMBER(CT-SUB) TO CTL-CUSTOMER-NUMBER.
004551     MOVE CT-STATE(CT-SUB)           TO CTL-STATE.
004552     MOVE CT-INVOICE-COUNT(CT-SUB)   TO CTL-INVOICE-COUNT.
004553     MOVE CT-EXEMPT-SALES(CT-SUB)    TO CTL-EXEMPT-SALES.
004554     WRITE REPORT-LINE FROM CERT-LINE.
004555*
004556 2610-EXIT.
004557     EXIT.
004558*
004559 3000-TERMINATE.
004560*
004561     MOVE 'TAXRPT  ' TO RL-PROGRAM.
004562     MOVE 'MONTHLY ' TO RL-JOB-NAME.
004563     MOVE 'TAXRPT  ' TO RL-STEP-NAME.
004564     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
004565     MOVE WS-INVOICE-COUNT   TO RL-RECORDS-READ.
004566     MOVE ZERO               TO RL-RECORDS-WRITTEN.
004567     MOVE ZERO               TO RL-RECORDS-REJECTED.
004568     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
004569     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
004570*
004571     IF WS-PERIOD-OPEN
004572         CLOSE PERIOD-FILE
004580     END-IF.
004590     IF WS-INVOICE-OPEN
004600         CLOSE INVOICE-FILE
