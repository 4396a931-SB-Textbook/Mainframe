000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    SPORPT.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   SPORPT -- DAILY SPECIAL-ORDER REPORT.  TWO LISTS FROM THE    *
000110*   SPCORD SPECIAL-ORDER FILE FOR THE COUNTER:                   *
000120*                                                                *
000130*   1. SPECIAL ORDERS ARRIVED -- NOTIFY CUSTOMER.  EVERY ORDER   *
000140*      RCVENT1 HAS MARKED ARRIVED THAT HAS NOT BEEN LISTED YET,  *
000150*      WITH THE CUSTOMER'S NAME, ADDRESS AND CONTACT PHONE SO    *
000160*      SOMEONE CAN CALL THEM.  EACH ORDER LISTED IS STAMPED      *
000170*      WITH THE RUN DATE IN SPO-NOTIFIED-DATE SO IT IS LISTED    *
000180*      ONCE, NOT EVERY DAY.                                      *
000190*                                                                *
000200*   2. NOT COLLECTED WITHIN 30 DAYS.  EVERY ARRIVED ORDER STILL  *
000210*      WAITING MORE THAN 30 DAYS AFTER IT CAME IN, FOR A SECOND  *
000220*      CALL OR FOR THE COUNTER TO CANCEL IT ON SPOENT1.          *
000230*                                                                *
000240*   DAYS ARE COUNTED WITH AGERPT'S DAY-NUMBER ARITHMETIC.  THE   *
000250*   RUN IS LOGGED THROUGH RUNLOGW.                               *
000260*                                                                *
000270*   MODIFICATION HISTORY.                                        *
000280*   10/15/2026  RH   INITIAL VERSION.                            *
000281*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000282*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000283*                    NOT COMPLETED.                              *
000290******************************************************************
000300*
000310 ENVIRONMENT DIVISION.
000320*
000330 CONFIGURATION SECTION.
000340*
000350 SOURCE-COMPUTER.  IBM-370.
000360 OBJECT-COMPUTER.  IBM-370.
000370*
000380 INPUT-OUTPUT SECTION.
000390*
000400 FILE-CONTROL.
000410*
000420     SELECT  SPCORD-FILE    ASSIGN TO SPCORD
000430             ORGANIZATION IS INDEXED
000440             ACCESS MODE IS SEQUENTIAL
000450             RECORD KEY IS SPO-ORDER-NUMBER
000460             FILE STATUS IS WS-SPCORD-STATUS.
000470*
000480     SELECT  CUSTMAS-FILE   ASSIGN TO CUSTMAS
000490             ORGANIZATION IS INDEXED
000500             ACCESS MODE IS RANDOM
000510             RECORD KEY IS CM-CUSTOMER-NUMBER
000520             FILE STATUS IS WS-CUSTMAS-STATUS.
000530*
000540     SELECT  SPECIAL-ORDER-REPORT ASSIGN TO RPTOUT
000550             ORGANIZATION IS LINE SEQUENTIAL
000560             FILE STATUS IS WS-REPORT-STATUS.
000570*
000580 DATA DIVISION.
000590*
000600 FILE SECTION.
000610*
000620 FD  SPCORD-FILE
000630     LABEL RECORDS ARE STANDARD.
000640*
000650     COPY SPCORD.
000660*
000670 FD  CUSTMAS-FILE
000680     LABEL RECORDS ARE STANDARD.
000690*
000700     COPY CUSTMAS.
000710*
000720 FD  SPECIAL-ORDER-REPORT
000730     LABEL RECORDS ARE OMITTED.
000740*
000750 01  REPORT-LINE                      PIC X(132).
000760*
000770 WORKING-STORAGE SECTION.
000780*
000790     COPY RUNLOG.
000791*
000792     COPY PREDPARM.
000800*
000810 01  RUN-TIMING-FIELDS.
000820     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000830*
000840 01  SWITCHES.
000850*
000860     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
000870         88  WS-ABORT                             VALUE 'Y'.
000880     05  WS-SPCORD-OPEN-SW            PIC X(01)   VALUE 'N'.
000890         88  WS-SPCORD-OPEN                       VALUE 'Y'.
000900     05  WS-CUSTMAS-OPEN-SW           PIC X(01)   VALUE 'N'.
000910         88  WS-CUSTMAS-OPEN                      VALUE 'Y'.
000920     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
000930         88  WS-REPORT-OPEN                       VALUE 'Y'.
000940     05  WS-SPCORD-EOF-SW             PIC X(01)   VALUE 'N'.
000950         88  WS-SPCORD-EOF                        VALUE 'Y'.
000960*
000970 01  FILE-STATUS-FIELDS.
000980*
000990     05  WS-SPCORD-STATUS             PIC X(02)   VALUE '00'.
001000     05  WS-CUSTMAS-STATUS            PIC X(02)   VALUE '00'.
001010     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
001020*
001030 01  WORK-FIELDS.
001040*
001050     05  WS-READ-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
001060     05  WS-NOTIFY-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
001070     05  WS-EXCEPTION-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
001080     05  WS-REJECT-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
001090     05  WS-RUN-DAY-NUMBER      PIC S9(09) COMP-3 VALUE ZERO.
001100     05  WS-DAYS-WAITING        PIC S9(09) COMP-3 VALUE ZERO.
001110     05  WS-COLLECT-DAYS        PIC S9(03) COMP-3 VALUE +30.
001120*
001130 01  WS-RUN-DATE.
001140     05  WS-RUN-YYYY                  PIC 9(04).
001150     05  WS-RUN-MM                    PIC 9(02).
001160     05  WS-RUN-DD                    PIC 9(02).
001170*
001180 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001190                                      PIC 9(08).
001200*
001210 01  WS-ARRIVAL-DATE.
001220     05  WS-ARRIVAL-YYYY              PIC 9(04).
001230     05  WS-ARRIVAL-MM                PIC 9(02).
001240     05  WS-ARRIVAL-DD                PIC 9(02).
001250*
001260 01  WS-ARRIVAL-DATE-N REDEFINES WS-ARRIVAL-DATE
001270                                      PIC 9(08).
001280*
001290******************************************************************
001300*   1910-COMPUTE-DAY-NUMBER INPUT/OUTPUT FIELDS, AS IN AGERPT.   *
001310******************************************************************
001320 01  DAY-NUMBER-FIELDS.
001330     05  DN-YYYY                PIC S9(09) COMP-3.
001340     05  DN-MM                  PIC S9(09) COMP-3.
001350     05  DN-DD                  PIC S9(09) COMP-3.
001360     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
001370*
001380 01  HEADING-LINE-1.
001390*
001400     05  FILLER                       PIC X(01)   VALUE SPACE.
001410     05  HL1-TITLE                    PIC X(50).
001420     05  FILLER                       PIC X(06)   VALUE
001430             'AS OF '.
001440     05  HL1-RUN-DATE                 PIC 9(08).
001450     05  FILLER                       PIC X(67)   VALUE SPACE.
001460*
001470 01  COLUMN-HEADING.
001480*
001490     05  FILLER                       PIC X(01)   VALUE SPACE.
001500     05  FILLER                       PIC X(08)   VALUE
001510             'ORDER'.
001520     05  FILLER                       PIC X(08)   VALUE
001530             'CUSTOMER'.
001540     05  FILLER                       PIC X(32)   VALUE
001550             'NAME / ADDRESS'.
001560     05  FILLER                       PIC X(14)   VALUE
001570             'PHONE'.
001580     05  FILLER                       PIC X(32)   VALUE
001590             'TITLE'.
001600     05  FILLER                       PIC X(07)   VALUE
001610             '  QTY'.
001620     05  FILLER                       PIC X(10)   VALUE
001630             'ARRIVED'.
001640     05  FILLER                       PIC X(07)   VALUE
001650             ' DAYS'.
001660     05  FILLER                       PIC X(12)   VALUE
001670             '     DEPOSIT'.
001680     05  FILLER                       PIC X(01)   VALUE SPACE.
001690*
001700 01  DETAIL-LINE.
001710*
001720     05  FILLER                       PIC X(01)   VALUE SPACE.
001730     05  DL-ORDER-NUMBER              PIC 9(06).
001740     05  FILLER                       PIC X(02)   VALUE SPACE.
001750     05  DL-CUSTOMER-NUMBER           PIC X(06).
001760     05  FILLER                       PIC X(02)   VALUE SPACE.
001770     05  DL-CUSTOMER-NAME             PIC X(30).
001780     05  FILLER                       PIC X(02)   VALUE SPACE.
001790     05  DL-CONTACT-PHONE             PIC X(12).
001800     05  FILLER                       PIC X(02)   VALUE SPACE.
001810     05  DL-TITLE                     PIC X(30).
001820     05  FILLER                       PIC X(02)   VALUE SPACE.
001830     05  DL-QUANTITY                  PIC ZZZZ9.
001840     05  FILLER                       PIC X(02)   VALUE SPACE.
001850     05  DL-ARRIVAL-DATE              PIC 9(08).
001860     05  FILLER                       PIC X(02)   VALUE SPACE.
001870     05  DL-DAYS-WAITING              PIC ZZZZ9.
001880     05  FILLER                       PIC X(02)   VALUE SPACE.
001890     05  DL-DEPOSIT                   PIC Z,ZZZ,ZZ9.99.
001900     05  FILLER                       PIC X(01)   VALUE SPACE.
001910*
001920 01  ADDRESS-LINE.
001930*
001940     05  FILLER                       PIC X(17)   VALUE SPACE.
001950     05  AL-ADDRESS                   PIC X(30).
001960     05  FILLER                       PIC X(02)   VALUE SPACE.
001970     05  AL-CITY                      PIC X(20).
001980     05  FILLER                       PIC X(01)   VALUE SPACE.
001990     05  AL-STATE                     PIC X(02).
002000     05  FILLER                       PIC X(02)   VALUE SPACE.
002010     05  AL-ZIP-CODE                  PIC X(10).
002020     05  FILLER                       PIC X(48)   VALUE SPACE.
002030*
002040 01  NONE-LINE.
002050*
002060     05  FILLER                       PIC X(01)   VALUE SPACE.
002070     05  FILLER                       PIC X(20)   VALUE
002080             'NONE TODAY.'.
002090     05  FILLER                       PIC X(111)  VALUE SPACE.
002100*
002110 01  SUMMARY-LINE-1.
002120*
002130     05  FILLER                       PIC X(01)   VALUE SPACE.
002140     05  FILLER                       PIC X(25)   VALUE
002150             'SPECIAL ORDERS READ.....:'.
002160     05  SL1-READ-COUNT               PIC ZZZZZZ9.
002170     05  FILLER                       PIC X(99)   VALUE SPACE.
002180*
002190 01  SUMMARY-LINE-2.
002200*
002210     05  FILLER                       PIC X(01)   VALUE SPACE.
002220     05  FILLER                       PIC X(25)   VALUE
002230             'CUSTOMERS TO NOTIFY.....:'.
002240     05  SL2-NOTIFY-COUNT             PIC ZZZZZZ9.
002250     05  FILLER                       PIC X(99)   VALUE SPACE.
002260*
002270 01  SUMMARY-LINE-3.
002280*
002290     05  FILLER                       PIC X(01)   VALUE SPACE.
002300     05  FILLER                       PIC X(25)   VALUE
002310             'NOT COLLECTED IN 30 DAYS:'.
002320     05  SL3-EXCEPTION-COUNT          PIC ZZZZZZ9.
002330     05  FILLER                       PIC X(99)   VALUE SPACE.
002340*
002350 01  SUMMARY-LINE-4.
002360*
002370     05  FILLER                       PIC X(01)   VALUE SPACE.
002380     05  FILLER                       PIC X(25)   VALUE
002390             'NOT STAMPED (ERRORS)....:'.
002400     05  SL4-REJECT-COUNT             PIC ZZZZZZ9.
002410     05  FILLER                       PIC X(99)   VALUE SPACE.
002420*
002430 PROCEDURE DIVISION.
002440*
002450 0000-MAINLINE.
002460*
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002480     PERFORM 2000-LIST-ARRIVALS THRU 2000-EXIT.
002490     PERFORM 2500-LIST-EXCEPTIONS THRU 2500-EXIT.
002500     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002510*
002520     STOP RUN.
002530*
002540 1000-INITIALIZE.
002550*
002560     ACCEPT WS-START-TIME-RAW FROM TIME.
002561     MOVE 'SPORPT  ' TO PC-PROGRAM.
002562     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002563     IF PC-REFUSED
002564         MOVE PC-RETURN-CODE TO RETURN-CODE
002565         STOP RUN
002566     END-IF.
002570*
002580     OPEN I-O    SPCORD-FILE.
002590     OPEN INPUT  CUSTMAS-FILE.
002600     OPEN OUTPUT SPECIAL-ORDER-REPORT.
002610*
002620     IF WS-SPCORD-STATUS = '00'
002630         MOVE 'Y' TO WS-SPCORD-OPEN-SW
002640     ELSE
002650         DISPLAY 'SPORPT0001E SPCORD FILE OPEN FAILED, STATUS='
002660             WS-SPCORD-STATUS
002670         MOVE 'Y' TO WS-ABORT-SW
002680     END-IF.
002690*
002700     IF WS-CUSTMAS-STATUS = '00'
002710         MOVE 'Y' TO WS-CUSTMAS-OPEN-SW
002720     ELSE
002730         DISPLAY 'SPORPT0002E CUSTMAS FILE OPEN FAILED, STATUS='
002740             WS-CUSTMAS-STATUS
002750         MOVE 'Y' TO WS-ABORT-SW
002760     END-IF.
002770*
002780     IF WS-REPORT-STATUS = '00'
002790         MOVE 'Y' TO WS-REPORT-OPEN-SW
002800     ELSE
002810         DISPLAY 'SPORPT0003E RPTOUT FILE OPEN FAILED, STATUS='
002820             WS-REPORT-STATUS
002830         MOVE 'Y' TO WS-ABORT-SW
002840     END-IF.
002850*
002860     IF NOT WS-ABORT
002870         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002880         MOVE WS-RUN-YYYY TO DN-YYYY
002890         MOVE WS-RUN-MM   TO DN-MM
002900         MOVE WS-RUN-DD   TO DN-DD
002910         PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT
002920         MOVE DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER
002930         MOVE WS-RUN-DATE-N TO HL1-RUN-DATE
002940     END-IF.
002950*
002960 1000-EXIT.
002970     EXIT.
002980*
002990******************************************************************
003000*   2000-LIST-ARRIVALS -- FIRST PASS, WITH SPCORD OPEN FOR       *
003010*   UPDATE: LIST AND STAMP EACH ARRIVED ORDER NOT YET LISTED.    *
003020******************************************************************
003030 2000-LIST-ARRIVALS.
003040*
003050     IF WS-ABORT
003060         GO TO 2000-EXIT
003070     END-IF.
003080*
003090     MOVE 'SPECIAL ORDERS ARRIVED -- NOTIFY CUSTOMER'
003100         TO HL1-TITLE.
003110     PERFORM 2900-PRINT-HEADINGS THRU 2900-EXIT.
003120*
003130     PERFORM 2100-CHECK-ONE-ARRIVAL THRU 2100-EXIT
003140         UNTIL WS-SPCORD-EOF.
003150*
003160     IF WS-NOTIFY-COUNT = ZERO
003170         WRITE REPORT-LINE FROM NONE-LINE
003180     END-IF.
003190*
003200 2000-EXIT.
003210     EXIT.
003220*
003230 2100-CHECK-ONE-ARRIVAL.
003240*
003250     READ SPCORD-FILE NEXT RECORD
003260         AT END
003270             MOVE 'Y' TO WS-SPCORD-EOF-SW
003280             GO TO 2100-EXIT
003290     END-READ.
003300*
003310     ADD 1 TO WS-READ-COUNT.
003320     IF       NOT SPO-ARRIVED
003330           OR SPO-NOTIFIED-DATE NOT = ZERO
003340         GO TO 2100-EXIT
003350     END-IF.
003360*
003370     MOVE WS-RUN-DATE-N TO SPO-NOTIFIED-DATE.
003380     REWRITE SPECIAL-ORDER-RECORD.
003390     IF WS-SPCORD-STATUS NOT = '00'
003400         DISPLAY 'SPORPT0004E SPCORD REWRITE FAILED, ORDER='
003410             SPO-ORDER-NUMBER ' STATUS=' WS-SPCORD-STATUS
003420         ADD 1 TO WS-REJECT-COUNT
003430     END-IF.
003440*
003450     ADD 1 TO WS-NOTIFY-COUNT.
003460     PERFORM 2800-PRINT-ORDER THRU 2800-EXIT.
003470*
003480 2100-EXIT.
003490     EXIT.
003500*
003510******************************************************************
003520*   2500-LIST-EXCEPTIONS -- SECOND PASS, READ-ONLY: ARRIVED      *
003530*   ORDERS WAITING MORE THAN 30 DAYS FOR THE CUSTOMER.           *
003540******************************************************************
003550 2500-LIST-EXCEPTIONS.
003560*
003570     IF WS-ABORT
003580         GO TO 2500-EXIT
003590     END-IF.
003600*
003610     CLOSE SPCORD-FILE.
003620     MOVE 'N' TO WS-SPCORD-OPEN-SW.
003630     OPEN INPUT SPCORD-FILE.
003640     IF WS-SPCORD-STATUS NOT = '00'
003650         DISPLAY 'SPORPT0001E SPCORD FILE OPEN FAILED, STATUS='
003660             WS-SPCORD-STATUS
003670         MOVE 'Y' TO WS-ABORT-SW
003680         GO TO 2500-EXIT
003690     END-IF.
003700     MOVE 'Y' TO WS-SPCORD-OPEN-SW.
003710     MOVE 'N' TO WS-SPCORD-EOF-SW.
003720*
003730     MOVE SPACE TO REPORT-LINE.
003740     WRITE REPORT-LINE.
003750     WRITE REPORT-LINE.
003760     MOVE 'SPECIAL ORDERS NOT COLLECTED WITHIN 30 DAYS'
003770         TO HL1-TITLE.
003780     PERFORM 2900-PRINT-HEADINGS THRU 2900-EXIT.
003790*
003800     PERFORM 2600-CHECK-ONE-EXCEPTION THRU 2600-EXIT
003810         UNTIL WS-SPCORD-EOF.
003820*
003830     IF WS-EXCEPTION-COUNT = ZERO
003840         WRITE REPORT-LINE FROM NONE-LINE
003850     END-IF.
003860*
003870 2500-EXIT.
003880     EXIT.
003890*
003900 2600-CHECK-ONE-EXCEPTION.
003910*
003920     READ SPCORD-FILE NEXT RECORD
003930         AT END
003940             MOVE 'Y' TO WS-SPCORD-EOF-SW
003950             GO TO 2600-EXIT
003960     END-READ.
003970*
003980     IF NOT SPO-ARRIVED
003990         GO TO 2600-EXIT
004000     END-IF.
004010*
004020     PERFORM 2700-COMPUTE-DAYS-WAITING THRU 2700-EXIT.
004030     IF WS-DAYS-WAITING NOT > WS-COLLECT-DAYS
004040         GO TO 2600-EXIT
004050     END-IF.
004060*
004070     ADD 1 TO WS-EXCEPTION-COUNT.
004080     PERFORM 2800-PRINT-ORDER THRU 2800-EXIT.
004090*
004100 2600-EXIT.
004110     EXIT.
004120*
004130 2700-COMPUTE-DAYS-WAITING.
004140*
004150     MOVE SPO-ARRIVAL-DATE TO WS-ARRIVAL-DATE-N.
004160     MOVE WS-ARRIVAL-YYYY  TO DN-YYYY.
004170     MOVE WS-ARRIVAL-MM    TO DN-MM.
004180     MOVE WS-ARRIVAL-DD    TO DN-DD.
004190     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
004200     COMPUTE WS-DAYS-WAITING = WS-RUN-DAY-NUMBER - DN-DAY-NUMBER.
004210     IF WS-DAYS-WAITING < ZERO
004220         MOVE ZERO TO WS-DAYS-WAITING
004230     END-IF.
004240*
004250 2700-EXIT.
004260     EXIT.
004270*
004280******************************************************************
004290*   2800-PRINT-ORDER -- THE ORDER LINE, THEN THE CUSTOMER'S      *
004300*   ADDRESS UNDER THE NAME.                                      *
004310******************************************************************
004320 2800-PRINT-ORDER.
004330*
004340     PERFORM 2700-COMPUTE-DAYS-WAITING THRU 2700-EXIT.
004350*
004360     MOVE SPO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
004370     READ CUSTMAS-FILE
004380         INVALID KEY
004390             MOVE '*** NOT ON CUSTOMER MASTER ***'
004400                 TO CM-LAST-NAME
004410             MOVE SPACE TO CM-ADDRESS
004420                           CM-CITY
004430                           CM-STATE
004440                           CM-ZIP-CODE
004450     END-READ.
004460*
004470     MOVE SPO-ORDER-NUMBER    TO DL-ORDER-NUMBER.
004480     MOVE SPO-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
004490     MOVE CM-LAST-NAME        TO DL-CUSTOMER-NAME.
004500     MOVE SPO-CONTACT-PHONE   TO DL-CONTACT-PHONE.
004510     MOVE SPO-TITLE           TO DL-TITLE.
004520     MOVE SPO-QUANTITY        TO DL-QUANTITY.
004530     MOVE SPO-ARRIVAL-DATE    TO DL-ARRIVAL-DATE.
004540     MOVE WS-DAYS-WAITING     TO DL-DAYS-WAITING.
004550     MOVE SPO-DEPOSIT-AMOUNT  TO DL-DEPOSIT.
004560     WRITE REPORT-LINE FROM DETAIL-LINE.
004570*
004580     MOVE CM-ADDRESS          TO AL-ADDRESS.
004590     MOVE CM-CITY             TO AL-CITY.
004600     MOVE CM-STATE            TO AL-STATE.
004610     MOVE CM-ZIP-CODE         TO AL-ZIP-CODE.
004620     WRITE REPORT-LINE FROM ADDRESS-LINE.
004630*
004640 2800-EXIT.
004650     EXIT.
004660*
004670 2900-PRINT-HEADINGS.
004680*
004690     WRITE REPORT-LINE FROM HEADING-LINE-1.
004700     MOVE SPACE TO REPORT-LINE.
004710     WRITE REPORT-LINE.
004720     WRITE REPORT-LINE FROM COLUMN-HEADING.
004730*
004740 2900-EXIT.
004750     EXIT.
004760*
004770******************************************************************
004780*   1910-COMPUTE-DAY-NUMBER -- SERIAL DAY NUMBER FROM A          *
004790*   GREGORIAN DATE, GOOD FOR DIFFERENCING TWO DATES.  JANUARY    *
004800*   AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR.    *
004810******************************************************************
004820 1910-COMPUTE-DAY-NUMBER.
004830*
004840     IF DN-MM < 3
004850         ADD 12 TO DN-MM
004860         SUBTRACT 1 FROM DN-YYYY
004870     END-IF.
004880*
004890     COMPUTE DN-DAY-NUMBER =
004900           (365 * DN-YYYY)
004910         + (DN-YYYY / 4)
004920         - (DN-YYYY / 100)
004930         + (DN-YYYY / 400)
004940         + ((153 * DN-MM + 8) / 5)
004950         + DN-DD.
004960*
004970 1910-EXIT.
004980     EXIT.
004990*
005000 3000-TERMINATE.
005010*
005020     IF NOT WS-ABORT
005030         MOVE SPACE TO REPORT-LINE
005040         WRITE REPORT-LINE
005050         MOVE WS-READ-COUNT      TO SL1-READ-COUNT
005060         WRITE REPORT-LINE FROM SUMMARY-LINE-1
005070         MOVE WS-NOTIFY-COUNT    TO SL2-NOTIFY-COUNT
005080         WRITE REPORT-LINE FROM SUMMARY-LINE-2
005090         MOVE WS-EXCEPTION-COUNT TO SL3-EXCEPTION-COUNT
005100         WRITE REPORT-LINE FROM SUMMARY-LINE-3
005110         MOVE WS-REJECT-COUNT    TO SL4-REJECT-COUNT
005120         WRITE REPORT-LINE FROM SUMMARY-LINE-4
005130         IF WS-REJECT-COUNT > ZERO
005140             MOVE 4 TO RETURN-CODE
005150         END-IF
005160     ELSE
005170         MOVE 8 TO RETURN-CODE
005180     END-IF.
005190*
005200     MOVE 'SPORPT  ' TO RL-PROGRAM.
005210     MOVE 'NIGHTLY ' TO RL-JOB-NAME.
005220     MOVE 'SPORPT  ' TO RL-STEP-NAME.
005230     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
005240     MOVE WS-READ-COUNT      TO RL-RECORDS-READ.
005250     MOVE WS-NOTIFY-COUNT    TO RL-RECORDS-WRITTEN.
005260     MOVE WS-REJECT-COUNT    TO RL-RECORDS-REJECTED.
005270     MOVE RETURN-CODE        TO RL-COMPLETION-CODE.
005280     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
005290*
005300     IF WS-SPCORD-OPEN
005310         CLOSE SPCORD-FILE
005320     END-IF.
005330     IF WS-CUSTMAS-OPEN
005340         CLOSE CUSTMAS-FILE
005350     END-IF.
005360     IF WS-REPORT-OPEN
005370         CLOSE SPECIAL-ORDER-REPORT
005380     END-IF.
005390*
005400 3000-EXIT.
005410     EXIT.
