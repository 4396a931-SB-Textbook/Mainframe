000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    GFTLIAB.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   GFTLIAB -- MONTH-END GIFT CERTIFICATE LIABILITY REPORT.      *
000110*   LISTS EVERY ACTIVE CERTIFICATE ON GIFTCRT WITH A BALANCE     *
000120*   LEFT -- WHAT THE STORE STILL OWES ITS HOLDERS -- AND AGES    *
000130*   THE REMAINING BALANCE BY DAYS SINCE ISSUE INTO FIVE          *
000140*   BUCKETS: UNDER 90 DAYS, 90-179, 180-364, ONE TO TWO YEARS    *
000150*   AND OVER TWO YEARS.  A SOLD CERTIFICATE PAST ITS EXPIRY      *
000160*   DATE IS FLAGGED SO ACCOUNTING CAN DECIDE ON BREAKAGE; IT     *
000170*   STAYS IN THE TOTALS UNTIL THEY DO.  STORE CREDIT GRANTED     *
000180*   ON A RETURN NEVER EXPIRES.  THE REPORT TOTAL SHOULD AGREE    *
000190*   WITH THE GIFT-LIABILITY ACCOUNT GLJRNL POSTS TO.  AGING IS   *
000200*   AS OF THE RUN DATE, USING AGERPT'S DAY-NUMBER ARITHMETIC.    *
000210*   THE RUN IS LOGGED THROUGH RUNLOGW.                           *
000220*                                                                *
000230*   MODIFICATION HISTORY.                                        *
000240*   10/15/2026  RH   INITIAL VERSION.                            *
000241*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000242*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000243*                    NOT COMPLETED.                              *
000250******************************************************************
000260*
000270 ENVIRONMENT DIVISION.
000280*
000290 CONFIGURATION SECTION.
000300*
000310 SOURCE-COMPUTER.  IBM-370.
000320 OBJECT-COMPUTER.  IBM-370.
000330*
000340 INPUT-OUTPUT SECTION.
000350*
000360 FILE-CONTROL.
000370*
000380     SELECT  GIFTCRT-FILE   ASSIGN TO GIFTCRT
000390             ORGANIZATION IS INDEXED
000400             ACCESS MODE IS SEQUENTIAL
000410             RECORD KEY IS GC-CERTIFICATE-NUMBER
000420             FILE STATUS IS WS-GIFTCRT-STATUS.
000430*
000440     SELECT  LIABILITY-REPORT ASSIGN TO RPTOUT
000450             ORGANIZATION IS LINE SEQUENTIAL
000460             FILE STATUS IS WS-REPORT-STATUS.
000470*
000480 DATA DIVISION.
000490*
000500 FILE SECTION.
000510*
000520 FD  GIFTCRT-FILE
000530     LABEL RECORDS ARE STANDARD.
000540*
000550     COPY GIFTCRT.
000560*
000570 FD  LIABILITY-REPORT
000580     LABEL RECORDS ARE OMITTED.
000590*
000600 01  REPORT-LINE                      PIC X(132).
000610*
000620 WORKING-STORAGE SECTION.
000630*
000640     COPY RUNLOG.
000641*
000642     COPY PREDPARM.
000650*
000660 01  RUN-TIMING-FIELDS.
000670     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000680*
000690 01  SWITCHES.
000700*
000710     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
000720         88  WS-ABORT                             VALUE 'Y'.
000730     05  WS-GIFTCRT-OPEN-SW           PIC X(01)   VALUE 'N'.
000740         88  WS-GIFTCRT-OPEN                      VALUE 'Y'.
000750     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
000760         88  WS-REPORT-OPEN                       VALUE 'Y'.
000770     05  WS-GIFTCRT-EOF-SW            PIC X(01)   VALUE 'N'.
000780         88  WS-GIFTCRT-EOF                       VALUE 'Y'.
000790*
000800 01  FILE-STATUS-FIELDS.
000810*
000820     05  WS-GIFTCRT-STATUS            PIC X(02)   VALUE '00'.
000830     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
000840*
000850 01  WORK-FIELDS.
000860*
000870     05  WS-READ-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
000880     05  WS-OUTSTANDING-COUNT   PIC S9(07) COMP-3 VALUE ZERO.
000890     05  WS-EXPIRED-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
000900     05  WS-RUN-DAY-NUMBER      PIC S9(09) COMP-3 VALUE ZERO.
000910     05  WS-DAYS-OUT            PIC S9(09) COMP-3 VALUE ZERO.
000920     05  WS-BUCKET-SUB          PIC S9(03) COMP-3 VALUE ZERO.
000930     05  WS-SOLD-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
000940     05  WS-CREDIT-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
000950     05  WS-EXPIRED-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
000960     05  WS-GRAND-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
000970*
000980 01  WS-RUN-DATE.
000990     05  WS-RUN-YYYY                  PIC 9(04).
001000     05  WS-RUN-MM                    PIC 9(02).
001010     05  WS-RUN-DD                    PIC 9(02).
001020*
001030 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001040                                      PIC 9(08).
001050*
001060 01  WS-ISSUE-DATE.
001070     05  WS-ISSUE-YYYY                PIC 9(04).
001080     05  WS-ISSUE-MM                  PIC 9(02).
001090     05  WS-ISSUE-DD                  PIC 9(02).
001100*
001110 01  WS-ISSUE-DATE-N REDEFINES WS-ISSUE-DATE
001120                                      PIC 9(08).
001130*
001140******************************************************************
001150*   1910-COMPUTE-DAY-NUMBER INPUT/OUTPUT FIELDS, AS IN AGERPT.   *
001160******************************************************************
001170 01  DAY-NUMBER-FIELDS.
001180     05  DN-YYYY                PIC S9(09) COMP-3.
001190     05  DN-MM                  PIC S9(09) COMP-3.
001200     05  DN-DD                  PIC S9(09) COMP-3.
001210     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
001220*
001230******************************************************************
001240*   AGE BUCKETS -- UPPER LIMIT IN DAYS AND REPORT CAPTION FOR    *
001250*   EACH; THE LAST BUCKET TAKES EVERYTHING OLDER.                *
001260******************************************************************
001270 01  BUCKET-DEFINITIONS.
001280     05  FILLER                 PIC 9(05)   VALUE 00090.
001290     05  FILLER                 PIC X(24)   VALUE
001300             'UNDER 90 DAYS...........'.
001310     05  FILLER                 PIC 9(05)   VALUE 00180.
001320     05  FILLER                 PIC X(24)   VALUE
001330             '90 TO 179 DAYS..........'.
001340     05  FILLER                 PIC 9(05)   VALUE 00365.
001350     05  FILLER                 PIC X(24)   VALUE
001360             '180 TO 364 DAYS.........'.
001370     05  FILLER                 PIC 9(05)   VALUE 00730.
001380     05  FILLER                 PIC X(24)   VALUE
001390             'ONE TO TWO YEARS........'.
001400     05  FILLER                 PIC 9(05)   VALUE 99999.
001410     05  FILLER                 PIC X(24)   VALUE
001420             'OVER TWO YEARS..........'.
001430*
001440 01  BUCKET-TABLE REDEFINES BUCKET-DEFINITIONS.
001450     05  BT-ENTRY OCCURS 5 TIMES.
001460         10  BT-DAY-LIMIT       PIC 9(05).
001470         10  BT-CAPTION         PIC X(24).
001480*
001490 01  BUCKET-TOTALS.
001500     05  BK-ENTRY OCCURS 5 TIMES.
001510         10  BK-COUNT           PIC S9(07) COMP-3.
001520         10  BK-BALANCE         PIC S9(11)V99 COMP-3.
001530*
001540 01  HEADING-LINE-1.
001550*
001560     05  FILLER                       PIC X(01)   VALUE SPACE.
001570     05  FILLER                       PIC X(44)   VALUE
001580             'GIFT CERTIFICATE LIABILITY REPORT AS OF'.
001590     05  HL1-RUN-DATE                 PIC 9(08).
001600     05  FILLER                       PIC X(79)   VALUE SPACE.
001610*
001620 01  COLUMN-HEADING.
001630*
001640     05  FILLER                       PIC X(01)   VALUE SPACE.
001650     05  FILLER                       PIC X(08)   VALUE
001660             'CERT NO'.
001670     05  FILLER                       PIC X(14)   VALUE
001680             'TYPE'.
001690     05  FILLER                       PIC X(10)   VALUE
001700             'CUSTOMER'.
001710     05  FILLER                       PIC X(10)   VALUE
001720             'ISSUED'.
001730     05  FILLER                       PIC X(10)   VALUE
001740             'EXPIRES'.
001750     05  FILLER                       PIC X(15)   VALUE
001760             '    ORIGINAL'.
001770     05  FILLER                       PIC X(14)   VALUE
001780             '     BALANCE'.
001790     05  FILLER                       PIC X(07)   VALUE
001800             ' DAYS'.
001810     05  FILLER                       PIC X(43)   VALUE SPACE.
001820*
001830 01  DETAIL-LINE.
001840*
001850     05  FILLER                       PIC X(01)   VALUE SPACE.
001860     05  DL-CERTIFICATE-NUMBER        PIC 9(06).
001870     05  FILLER                       PIC X(02)   VALUE SPACE.
001880     05  DL-TYPE                      PIC X(12).
001890     05  FILLER                       PIC X(02)   VALUE SPACE.
001900     05  DL-CUSTOMER-NUMBER           PIC X(06).
001910     05  FILLER                       PIC X(04)   VALUE SPACE.
001920     05  DL-ISSUE-DATE                PIC 9(08).
001930     05  FILLER                       PIC X(02)   VALUE SPACE.
001940     05  DL-EXPIRY-DATE               PIC X(08).
001950     05  FILLER                       PIC X(02)   VALUE SPACE.
001960     05  DL-ORIGINAL-VALUE            PIC Z,ZZZ,ZZ9.99.
001970     05  FILLER                       PIC X(03)   VALUE SPACE.
001980     05  DL-REMAINING-BALANCE         PIC Z,ZZZ,ZZ9.99.
001990     05  FILLER                       PIC X(02)   VALUE SPACE.
002000     05  DL-DAYS-OUT                  PIC ZZZZ9.
002010     05  FILLER                       PIC X(02)   VALUE SPACE.
002020     05  DL-NOTE                      PIC X(10).
002030     05  FILLER                       PIC X(33)   VALUE SPACE.
002040*
002050 01  BUCKET-LINE.
002060*
002070     05  FILLER                       PIC X(01)   VALUE SPACE.
002080     05  BL-CAPTION                   PIC X(24).
002090     05  FILLER                       PIC X(01)   VALUE ':'.
002100     05  BL-COUNT                     PIC ZZZZZZ9.
002110     05  FILLER                       PIC X(04)   VALUE SPACE.
002120     05  BL-BALANCE                   PIC Z,ZZZ,ZZZ,ZZ9.99.
002130     05  FILLER                       PIC X(78)   VALUE SPACE.
002140*
002150 01  TOTAL-LINE.
002160*
002170     05  FILLER                       PIC X(01)   VALUE SPACE.
002180     05  TL-CAPTION                   PIC X(25).
002190     05  FILLER                       PIC X(11)   VALUE SPACE.
002200     05  TL-BALANCE                   PIC Z,ZZZ,ZZZ,ZZ9.99.
002210     05  FILLER                       PIC X(78)   VALUE SPACE.
002220*
002230 01  SUMMARY-LINE-1.
002240*
002250     05  FILLER                       PIC X(01)   VALUE SPACE.
002260     05  FILLER                       PIC X(25)   VALUE
002270             'CERTIFICATES READ.......:'.
002280     05  SL1-READ-COUNT               PIC ZZZZZZ9.
002290     05  FILLER                       PIC X(99)   VALUE SPACE.
002300*
002310 01  SUMMARY-LINE-2.
002320*
002330     05  FILLER                       PIC X(01)   VALUE SPACE.
002340     05  FILLER                       PIC X(25)   VALUE
002350             'CERTIFICATES OUTSTANDING:'.
002360     05  SL2-OUTSTANDING-COUNT        PIC ZZZZZZ9.
002370     05  FILLER                       PIC X(99)   VALUE SPACE.
002380*
002390 01  SUMMARY-LINE-3.
002400*
002410     05  FILLER                       PIC X(01)   VALUE SPACE.
002420     05  FILLER                       PIC X(25)   VALUE
002430             'PAST EXPIRY.............:'.
002440     05  SL3-EXPIRED-COUNT            PIC ZZZZZZ9.
002450     05  FILLER                       PIC X(99)   VALUE SPACE.
002460*
002470 PROCEDURE DIVISION.
002480*
002490 0000-MAINLINE.
002500*
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002520     PERFORM 2000-LIST-CERTIFICATES THRU 2000-EXIT.
002530     PERFORM 2500-PRINT-TOTALS THRU 2500-EXIT.
002540     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002550*
002560     STOP RUN.
002570*
002580 1000-INITIALIZE.
002590*
002600     ACCEPT WS-START-TIME-RAW FROM TIME.
002601     MOVE 'GFTLIAB ' TO PC-PROGRAM.
002602     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002603     IF PC-REFUSED
002604         MOVE PC-RETURN-CODE TO RETURN-CODE
002605         STOP RUN
002606     END-IF.
002610*
002620     OPEN INPUT  GIFTCRT-FILE.
002630     OPEN OUTPUT LIABILITY-REPORT.
002640*
002650     IF WS-GIFTCRT-STATUS = '00'
002660         MOVE 'Y' TO WS-GIFTCRT-OPEN-SW
002670     ELSE
002680         DISPLAY 'GFTLIAB0001E GIFTCRT FILE OPEN FAILED, STATUS='
002690             WS-GIFTCRT-STATUS
002700         MOVE 'Y' TO WS-ABORT-SW
002710     END-IF.
002720*
002730     IF WS-REPORT-STATUS = '00'
002740         MOVE 'Y' TO WS-REPORT-OPEN-SW
002750     ELSE
002760         DISPLAY 'GFTLIAB0002E RPTOUT FILE OPEN FAILED, STATUS='
002770             WS-REPORT-STATUS
002780         MOVE 'Y' TO WS-ABORT-SW
002790     END-IF.
002800*
002810     PERFORM 1100-CLEAR-ONE-BUCKET THRU 1100-EXIT
002820         VARYING WS-BUCKET-SUB FROM 1 BY 1
002830         UNTIL WS-BUCKET-SUB > 5.
002840*
002850     IF NOT WS-ABORT
002860         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002870         MOVE WS-RUN-YYYY TO DN-YYYY
002880         MOVE WS-RUN-MM   TO DN-MM
002890         MOVE WS-RUN-DD   TO DN-DD
002900         PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT
002910         MOVE DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER
002920         MOVE WS-RUN-DATE-N TO HL1-RUN-DATE
002930         WRITE REPORT-LINE FROM HEADING-LINE-1
002940         MOVE SPACE TO REPORT-LINE
002950         WRITE REPORT-LINE
002960         WRITE REPORT-LINE FROM COLUMN-HEADING
002970     END-IF.
002980*
002990 1000-EXIT.
003000     EXIT.
003010*
003020 1100-CLEAR-ONE-BUCKET.
003030*
003040     MOVE ZERO TO BK-COUNT(WS-BUCKET-SUB)
003050                  BK-BALANCE(WS-BUCKET-SUB).
003060*
003070 1100-EXIT.
003080     EXIT.
003090*
003100 2000-LIST-CERTIFICATES.
003110*
003120     IF WS-ABORT
003130         GO TO 2000-EXIT
003140     END-IF.
003150*
003160     PERFORM 2100-LIST-ONE-CERTIFICATE THRU 2100-EXIT
003170         UNTIL WS-GIFTCRT-EOF.
003180*
003190 2000-EXIT.
003200     EXIT.
003210*
003220******************************************************************
003230*   2100-LIST-ONE-CERTIFICATE -- A REDEEMED CERTIFICATE, OR ONE  *
003240*   WITH NOTHING LEFT ON IT, IS NO LONGER A LIABILITY.           *
003250******************************************************************
003260 2100-LIST-ONE-CERTIFICATE.
003270*
003280     READ GIFTCRT-FILE NEXT RECORD
003290         AT END
003300             MOVE 'Y' TO WS-GIFTCRT-EOF-SW
003310             GO TO 2100-EXIT
003320     END-READ.
003330*
003340     ADD 1 TO WS-READ-COUNT.
003350     IF       NOT GC-ACTIVE
003360           OR GC-REMAINING-BALANCE NOT > ZERO
003370         GO TO 2100-EXIT
003380     END-IF.
003390*
003400     ADD 1 TO WS-OUTSTANDING-COUNT.
003410     MOVE GC-ISSUE-DATE TO WS-ISSUE-DATE-N.
003420     MOVE WS-ISSUE-YYYY TO DN-YYYY.
003430     MOVE WS-ISSUE-MM   TO DN-MM.
003440     MOVE WS-ISSUE-DD   TO DN-DD.
003450     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
003460     COMPUTE WS-DAYS-OUT = WS-RUN-DAY-NUMBER - DN-DAY-NUMBER.
003470     IF WS-DAYS-OUT < ZERO
003480         MOVE ZERO TO WS-DAYS-OUT
003490     END-IF.
003500*
003510     MOVE 1 TO WS-BUCKET-SUB.
003520     PERFORM 2110-FIND-BUCKET THRU 2110-EXIT
003530         UNTIL WS-BUCKET-SUB NOT < 5
003540            OR WS-DAYS-OUT < BT-DAY-LIMIT(WS-BUCKET-SUB).
003550     ADD 1 TO BK-COUNT(WS-BUCKET-SUB).
003560     ADD GC-REMAINING-BALANCE TO BK-BALANCE(WS-BUCKET-SUB).
003570     ADD GC-REMAINING-BALANCE TO WS-GRAND-TOTAL.
003580*
003590     MOVE GC-CERTIFICATE-NUMBER TO DL-CERTIFICATE-NUMBER.
003600     MOVE GC-CUSTOMER-NUMBER    TO DL-CUSTOMER-NUMBER.
003610     MOVE GC-ISSUE-DATE         TO DL-ISSUE-DATE.
003620     MOVE GC-ORIGINAL-VALUE     TO DL-ORIGINAL-VALUE.
003630     MOVE GC-REMAINING-BALANCE  TO DL-REMAINING-BALANCE.
003640     MOVE WS-DAYS-OUT           TO DL-DAYS-OUT.
003650     MOVE SPACE                 TO DL-NOTE.
003660*
003670     IF GC-STORE-CREDIT
003680         MOVE 'STORE CREDIT' TO DL-TYPE
003690         ADD GC-REMAINING-BALANCE TO WS-CREDIT-TOTAL
003700     ELSE
003710         MOVE 'SOLD'         TO DL-TYPE
003720         ADD GC-REMAINING-BALANCE TO WS-SOLD-TOTAL
003730     END-IF.
003740*
003750     IF GC-EXPIRY-DATE = ZERO
003760         MOVE 'NONE'         TO DL-EXPIRY-DATE
003770     ELSE
003780         MOVE GC-EXPIRY-DATE TO DL-EXPIRY-DATE
003790         IF GC-EXPIRY-DATE < WS-RUN-DATE-N
003800             MOVE 'EXPIRED'  TO DL-NOTE
003810             ADD 1 TO WS-EXPIRED-COUNT
003820             ADD GC-REMAINING-BALANCE TO WS-EXPIRED-TOTAL
003830         END-IF
003840     END-IF.
003850*
003860     WRITE REPORT-LINE FROM DETAIL-LINE.
003870*
003880 2100-EXIT.
003890     EXIT.
003900*
003910 2110-FIND-BUCKET.
003920*
003930     ADD 1 TO WS-BUCKET-SUB.
003940*
003950 2110-EXIT.
003960     EXIT.
003970*
003980******************************************************************
003990*   2500-PRINT-TOTALS -- THE OUTSTANDING BALANCE BY AGE, THEN BY *
004000*   CERTIFICATE TYPE, THEN THE PART OF IT PAST EXPIRY.           *
004010******************************************************************
004020 2500-PRINT-TOTALS.
004030*
004040     IF WS-ABORT
004050         GO TO 2500-EXIT
004060     END-IF.
004070*
004080     MOVE SPACE TO REPORT-LINE.
004090     WRITE REPORT-LINE.
004100     PERFORM 2510-PRINT-ONE-BUCKET THRU 2510-EXIT
004110         VARYING WS-BUCKET-SUB FROM 1 BY 1
004120         UNTIL WS-BUCKET-SUB > 5.
004130*
004140     MOVE SPACE TO REPORT-LINE.
004150     WRITE REPORT-LINE.
004160     MOVE 'SOLD CERTIFICATES.......:' TO TL-CAPTION.
004170     MOVE WS-SOLD-TOTAL TO TL-BALANCE.
004180     WRITE REPORT-LINE FROM TOTAL-LINE.
004190     MOVE 'STORE CREDIT............:' TO TL-CAPTION.
004200     MOVE WS-CREDIT-TOTAL TO TL-BALANCE.
004210     WRITE REPORT-LINE FROM TOTAL-LINE.
004220     MOVE 'TOTAL LIABILITY.........:' TO TL-CAPTION.
004230     MOVE WS-GRAND-TOTAL TO TL-BALANCE.
004240     WRITE REPORT-LINE FROM TOTAL-LINE.
004250     MOVE 'OF WHICH PAST EXPIRY....:' TO TL-CAPTION.
004260     MOVE WS-EXPIRED-TOTAL TO TL-BALANCE.
004270     WRITE REPORT-LINE FROM TOTAL-LINE.
004280*
004290 2500-EXIT.
004300     EXIT.
004310*
004320 2510-PRINT-ONE-BUCKET.
004330*
004340     MOVE BT-CAPTION(WS-BUCKET-SUB) TO BL-CAPTION.
004350     MOVE BK-COUNT(WS-BUCKET-SUB)   TO BL-COUNT.
004360     MOVE BK-BALANCE(WS-BUCKET-SUB) TO BL-BALANCE.
004370     WRITE REPORT-LINE FROM BUCKET-LINE.
004380*
004390 2510-EXIT.
004400     EXIT.
004410*
004420******************************************************************
004430*   1910-COMPUTE-DAY-NUMBER -- SERIAL DAY NUMBER FROM A          *
004440*   GREGORIAN DATE, GOOD FOR DIFFERENCING TWO DATES.  JANUARY    *
004450*   AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR.    *
004460******************************************************************
004470 1910-COMPUTE-DAY-NUMBER.
004480*
004490     IF DN-MM < 3
004500         ADD 12 TO DN-MM
004510         SUBTRACT 1 FROM DN-YYYY
004520     END-IF.
004530*
004540     COMPUTE DN-DAY-NUMBER =
004550           (365 * DN-YYYY)
004560         + (DN-YYYY / 4)
004570         - (DN-YYYY / 100)
004580         + (DN-YYYY / 400)
004590         + ((153 * DN-MM + 8) / 5)
004600         + DN-DD.
004610*
004620 1910-EXIT.
004630     EXIT.
004640*
004650 3000-TERMINATE.
004660*
004670     IF NOT WS-ABORT
004680         MOVE SPACE TO REPORT-LINE
004690         WRITE REPORT-LINE
004700         MOVE WS-READ-COUNT        TO SL1-READ-COUNT
004710         WRITE REPORT-LINE FROM SUMMARY-LINE-1
004720         MOVE WS-OUTSTANDING-COUNT TO SL2-OUTSTANDING-COUNT
004730         WRITE REPORT-LINE FROM SUMMARY-LINE-2
004740         MOVE WS-EXPIRED-COUNT     TO SL3-EXPIRED-COUNT
004750         WRITE REPORT-LINE FROM SUMMARY-LINE-3
004760     ELSE
004770         MOVE 8 TO RETURN-CODE
004780     END-IF.
004790*
004800     MOVE 'GFTLIAB ' TO RL-PROGRAM.
004810     MOVE 'MONTHLY ' TO RL-JOB-NAME.
004820     MOVE 'GFTLIAB ' TO RL-STEP-NAME.
004830     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
004840     MOVE WS-READ-COUNT        TO RL-RECORDS-READ.
004850     MOVE WS-OUTSTANDING-COUNT TO RL-RECORDS-WRITTEN.
004860     MOVE ZERO                 TO RL-RECORDS-REJECTED.
004870     MOVE RETURN-CODE          TO RL-COMPLETION-CODE.
004880     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
004890*
004900     IF WS-GIFTCRT-OPEN
004910         CLOSE GIFTCRT-FILE
004920     END-IF.
004930     IF WS-REPORT-OPEN
004940         CLOSE LIABILITY-REPORT
004950     END-IF.
004960*
004970 3000-EXIT.
004980     EXIT.
