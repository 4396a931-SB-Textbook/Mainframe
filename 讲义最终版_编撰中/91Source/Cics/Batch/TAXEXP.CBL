000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    TAXEXP.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   TAXEXP -- MONTHLY EXEMPTION CERTIFICATE EXPIRY REPORT.       *
000110*   LISTS EVERY SALES-TAX EXEMPTION CERTIFICATE ON TAXEXM THAT   *
000120*   EXPIRES WITHIN THE NEXT 60 DAYS (THE RUN DATE THROUGH 60     *
000130*   DAYS AFTER IT), WITH THE CUSTOMER'S NAME, THE STATE AND      *
000140*   TYPE, THE EXPIRY DATE, AND THE DAYS LEFT, SO THE CREDIT      *
000150*   DESK CAN ASK FOR RENEWALS BEFORE THE CUSTOMER STARTS BEING   *
000160*   CHARGED TAX -- OR THE AUDITORS ASK FIRST.  DAYS ARE COUNTED  *
000170*   BY SERIAL DAY NUMBER AS IN AGERPT.  A RENEWED CERTIFICATE    *
000180*   IS RELOADED THROUGH TAXLOAD AND DROPS OFF THE NEXT RUN.      *
000190*   THE RUN IS LOGGED THROUGH RUNLOGW.                           *
000200*                                                                *
000210*   MODIFICATION HISTORY.                                        *
000220*   10/15/2026  RH   INITIAL VERSION.                            *
000221*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000222*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000223*                    NOT COMPLETED.                              *
000230******************************************************************
000240*
000250 ENVIRONMENT DIVISION.
000260*
000270 CONFIGURATION SECTION.
000280*
000290 SOURCE-COMPUTER.  IBM-370.
000300 OBJECT-COMPUTER.  IBM-370.
000310*
000320 INPUT-OUTPUT SECTION.
000330*
000340 FILE-CONTROL.
000350*
000360     SELECT  TAXEXM-FILE    ASSIGN TO TAXEXM
000370             ORGANIZATION IS INDEXED
000380             ACCESS MODE IS SEQUENTIAL
000390             RECORD KEY IS TXE-EXEMPTION-KEY
000400             FILE STATUS IS WS-TAXEXM-STATUS.
000410*
000420     SELECT  CUSTMAS-FILE   ASSIGN TO CUSTMAS
000430             ORGANIZATION IS INDEXED
000440             ACCESS MODE IS RANDOM
000450             RECORD KEY IS CM-CUSTOMER-NUMBER
000460             FILE STATUS IS WS-CUSTMAS-STATUS.
000470*
000480     SELECT  EXPIRY-REPORT  ASSIGN TO RPTOUT
000490             ORGANIZATION IS LINE SEQUENTIAL
000500             FILE STATUS IS WS-REPORT-STATUS.
000510*
000520 DATA DIVISION.
000530*
000540 FILE SECTION.
000550*
000560 FD  TAXEXM-FILE
000570     LABEL RECORDS ARE STANDARD.
000580*
000590     COPY TAXEXM.
000600*
000610 FD  CUSTMAS-FILE
000620     LABEL RECORDS ARE STANDARD.
000630*
000640     COPY CUSTMAS.
000650*
000660 FD  EXPIRY-REPORT
000670     LABEL RECORDS ARE OMITTED.
000680*
000690 01  REPORT-LINE                      PIC X(132).
000700*
000710 WORKING-STORAGE SECTION.
000720*
000730     COPY RUNLOG.
000731*
000732     COPY PREDPARM.
000740*
000750 01  RUN-TIMING-FIELDS.
000760     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
000770*
000780 01  SWITCHES.
000790*
000800     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
000810         88  WS-ABORT                             VALUE 'Y'.
000820     05  WS-TAXEXM-OPEN-SW            PIC X(01)   VALUE 'N'.
000830         88  WS-TAXEXM-OPEN                       VALUE 'Y'.
000840     05  WS-CUSTMAS-OPEN-SW           PIC X(01)   VALUE 'N'.
000850         88  WS-CUSTMAS-OPEN                      VALUE 'Y'.
000860     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
000870         88  WS-REPORT-OPEN                       VALUE 'Y'.
000880     05  WS-TAXEXM-EOF-SW             PIC X(01)   VALUE 'N'.
000890         88  WS-TAXEXM-EOF                        VALUE 'Y'.
000900*
000910 01  FILE-STATUS-FIELDS.
000920*
000930     05  WS-TAXEXM-STATUS             PIC X(02)   VALUE '00'.
000940     05  WS-CUSTMAS-STATUS            PIC X(02)   VALUE '00'.
000950     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
000960*
000970 01  WORK-FIELDS.
000980*
000990     05  WS-READ-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
001000     05  WS-LISTED-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
001010     05  WS-HORIZON-DAYS        PIC S9(03) COMP-3 VALUE +60.
001020     05  WS-RUN-DAY-NUMBER      PIC S9(09) COMP-3 VALUE ZERO.
001030     05  WS-DAYS-LEFT           PIC S9(09) COMP-3 VALUE ZERO.
001040*
001050 01  DAY-NUMBER-FIELDS.
001060     05  DN-YYYY                PIC S9(09) COMP-3.
001070     05  DN-MM                  PIC S9(09) COMP-3.
001080     05  DN-DD                  PIC S9(09) COMP-3.
001090     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
001100*
001110 01  WS-RUN-DATE.
001120     05  WS-RUN-YYYY                  PIC 9(04).
001130     05  WS-RUN-MM                    PIC 9(02).
001140     05  WS-RUN-DD                    PIC 9(02).
001150*
001160 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001170                                      PIC 9(08).
001180*
001190 01  WS-EXPIRY-DATE.
001200     05  WS-EXPIRY-YYYY               PIC 9(04).
001210     05  WS-EXPIRY-MM                 PIC 9(02).
001220     05  WS-EXPIRY-DD                 PIC 9(02).
001230*
001240 01  WS-EXPIRY-DATE-N REDEFINES WS-EXPIRY-DATE
001250                                      PIC 9(08).
001260*
001270 01  HEADING-LINE-1.
001280*
001290     05  FILLER                       PIC X(01)   VALUE SPACE.
001300     05  FILLER                       PIC X(42)   VALUE
001310             'EXEMPTION CERTIFICATES EXPIRING   RUN OF'.
001320     05  HL1-RUN-DATE                 PIC 9(08).
001330     05  FILLER                       PIC X(09)   VALUE
001340             ' -- NEXT '.
001350     05  HL1-HORIZON-DAYS             PIC ZZ9.
001360     05  FILLER                       PIC X(05)   VALUE
001370             ' DAYS'.
001380     05  FILLER                       PIC X(64)   VALUE SPACE.
001390*
001400 01  HEADING-LINE-2.
001410*
001420     05  FILLER                       PIC X(01)   VALUE SPACE.
001430     05  FILLER                       PIC X(08)   VALUE
001440             'CUST #'.
001450     05  FILLER                       PIC X(32)   VALUE
001460             'CUSTOMER NAME'.
001470     05  FILLER                       PIC X(06)   VALUE
001480             'STATE'.
001490     05  FILLER                       PIC X(17)   VALUE
001500             'CERTIFICATE #'.
001510     05  FILLER                       PIC X(06)   VALUE
001520             'TYPE'.
001530     05  FILLER                       PIC X(10)   VALUE
001540             'EXPIRES'.
001550     05  FILLER                       PIC X(09)   VALUE
001560             'DAYS LEFT'.
001570     05  FILLER                       PIC X(43)   VALUE SPACE.
001580*
001590 01  DETAIL-LINE.
001600*
001610     05  FILLER                       PIC X(01)   VALUE SPACE.
001620     05  DL-CUSTOMER-NUMBER           PIC X(06).
001630     05  FILLER                       PIC X(02)   VALUE SPACE.
001640     05  DL-CUSTOMER-NAME             PIC X(30).
001650     05  FILLER                       PIC X(02)   VALUE SPACE.
001660     05  DL-EXEMPT-STATE              PIC X(02).
001670     05  FILLER                       PIC X(04)   VALUE SPACE.
001680     05  DL-CERTIFICATE-NUMBER        PIC X(15).
001690     05  FILLER                       PIC X(02)   VALUE SPACE.
001700     05  DL-EXEMPTION-TYPE            PIC X(01).
001710     05  FILLER                       PIC X(05)   VALUE SPACE.
001720     05  DL-EXPIRY-DATE               PIC 9(08).
001730     05  FILLER                       PIC X(06)   VALUE SPACE.
001740     05  DL-DAYS-LEFT                 PIC ZZ9.
001750     05  FILLER                       PIC X(45)   VALUE SPACE.
001760*
001770 01  SUMMARY-LINE-1.
001780*
001790     05  FILLER                       PIC X(01)   VALUE SPACE.
001800     05  FILLER                       PIC X(25)   VALUE
001810             'CERTIFICATES ON FILE....:'.
001820     05  SL1-READ-COUNT               PIC ZZZZZZ9.
001830     05  FILLER                       PIC X(99)   VALUE SPACE.
001840*
001850 01  SUMMARY-LINE-2.
001860*
001870     05  FILLER                       PIC X(01)   VALUE SPACE.
001880     05  FILLER                       PIC X(25)   VALUE
001890             'EXPIRING, TO RENEW......:'.
001900     05  SL2-LISTED-COUNT             PIC ZZZZZZ9.
001910     05  FILLER                       PIC X(99)   VALUE SPACE.
001920*
001930 PROCEDURE DIVISION.
001940*
001950 0000-MAINLINE.
001960*
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001980     PERFORM 2000-PROCESS-CERTIFICATES THRU 2000-EXIT.
001990     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002000*
002010     STOP RUN.
002020*
002030 1000-INITIALIZE.
002040*
002050     ACCEPT WS-START-TIME-RAW FROM TIME.
002051     MOVE 'TAXEXP  ' TO PC-PROGRAM.
002052     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
002053     IF PC-REFUSED
002054         MOVE PC-RETURN-CODE TO RETURN-CODE
002055         STOP RUN
002056     END-IF.
002060*
002070     OPEN INPUT  TAXEXM-FILE.
002080     OPEN INPUT  CUSTMAS-FILE.
002090     OPEN OUTPUT EXPIRY-REPORT.
002100*
002110     IF WS-TAXEXM-STATUS = '00'
002120         MOVE 'Y' TO WS-TAXEXM-OPEN-SW
002130     ELSE
002140         DISPLAY 'TAXEXP0001E TAXEXM FILE OPEN FAILED, STATUS='
002150             WS-TAXEXM-STATUS
002160         MOVE 'Y' TO WS-ABORT-SW
002170     END-IF.
002180*
002190     IF WS-CUSTMAS-STATUS = '00'
002200         MOVE 'Y' TO WS-CUSTMAS-OPEN-SW
002210     ELSE
002220         DISPLAY 'TAXEXP0002E CUSTMAS FILE OPEN FAILED, STATUS='
002230             WS-CUSTMAS-STATUS
002240         MOVE 'Y' TO WS-ABORT-SW
002250     END-IF.
002260*
002270     IF WS-REPORT-STATUS = '00'
002280         MOVE 'Y' TO WS-REPORT-OPEN-SW
002290     ELSE
002300         DISPLAY 'TAXEXP0003E EXPIRY-REPORT OPEN FAILED, STATUS='
002310             WS-REPORT-STATUS
002320         MOVE 'Y' TO WS-ABORT-SW
002330     END-IF.
002340*
002350     IF NOT WS-ABORT
002360         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002370         MOVE WS-RUN-YYYY TO DN-YYYY
002380         MOVE WS-RUN-MM   TO DN-MM
002390         MOVE WS-RUN-DD   TO DN-DD
002400         PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT
002410         MOVE DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER
002420         MOVE WS-RUN-DATE-N   TO HL1-RUN-DATE
002430         MOVE WS-HORIZON-DAYS TO HL1-HORIZON-DAYS
002440         WRITE REPORT-LINE FROM HEADING-LINE-1
002450         WRITE REPORT-LINE FROM HEADING-LINE-2
002460     END-IF.
002470*
002480 1000-EXIT.
002490     EXIT.
002500*
002510 2000-PROCESS-CERTIFICATES.
002520*
002530     IF NOT WS-ABORT
002540         PERFORM 2100-PROCESS-ONE-CERTIFICATE THRU 2100-EXIT
002550             UNTIL WS-TAXEXM-EOF
002560     END-IF.
002570*
002580 2000-EXIT.
002590     EXIT.
002600*
002610******************************************************************
002620*   2100-PROCESS-ONE-CERTIFICATE -- A CERTIFICATE ALREADY PAST   *
002630*   ITS EXPIRY, OR GOOD FOR MORE THAN THE HORIZON, IS SKIPPED.   *
002640*   A CERTIFICATE WHOSE CUSTOMER HAS LEFT CUSTMAS STILL LISTS,   *
002650*   FLAGGED, SO THE STRAY RECORD GETS CLEANED UP.                *
002660******************************************************************
002670 2100-PROCESS-ONE-CERTIFICATE.
002680*
002690     READ TAXEXM-FILE
002700         AT END
002710             MOVE 'Y' TO WS-TAXEXM-EOF-SW
002720     END-READ.
002730*
002740     IF WS-TAXEXM-EOF
002750         GO TO 2100-EXIT
002760     END-IF.
002770*
002780     ADD 1 TO WS-READ-COUNT.
002790*
002800     IF TXE-EXPIRY-DATE < WS-RUN-DATE-N
002810         GO TO 2100-EXIT
002820     END-IF.
002830*
002840     MOVE TXE-EXPIRY-DATE TO WS-EXPIRY-DATE-N.
002850     MOVE WS-EXPIRY-YYYY  TO DN-YYYY.
002860     MOVE WS-EXPIRY-MM    TO DN-MM.
002870     MOVE WS-EXPIRY-DD    TO DN-DD.
002880     PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT.
002890     COMPUTE WS-DAYS-LEFT = DN-DAY-NUMBER - WS-RUN-DAY-NUMBER.
002900*
002910     IF WS-DAYS-LEFT > WS-HORIZON-DAYS
002920         GO TO 2100-EXIT
002930     END-IF.
002940*
002950     MOVE TXE-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
002960     READ CUSTMAS-FILE
002970         INVALID KEY
002980             MOVE '*** NOT ON CUSTOMER MASTER ***'
002990                 TO DL-CUSTOMER-NAME
003000         NOT INVALID KEY
003010             MOVE CM-LAST-NAME TO DL-CUSTOMER-NAME
003020     END-READ.
003030*
003040     MOVE TXE-CUSTOMER-NUMBER    TO DL-CUSTOMER-NUMBER.
003050     MOVE TXE-EXEMPT-STATE       TO DL-EXEMPT-STATE.
003060     MOVE TXE-CERTIFICATE-NUMBER TO DL-CERTIFICATE-NUMBER.
003070     MOVE TXE-EXEMPTION-TYPE     TO DL-EXEMPTION-TYPE.
003080     MOVE TXE-EXPIRY-DATE        TO DL-EXPIRY-DATE.
003090     MOVE WS-DAYS-LEFT           TO DL-DAYS-LEFT.
003100     WRITE REPORT-LINE FROM DETAIL-LINE.
003110     ADD 1 TO WS-LISTED-COUNT.
003120*
003130 2100-EXIT.
003140     EXIT.
003150*
003160******************************************************************
003170*   2900-COMPUTE-DAY-NUMBER -- SERIAL DAY NUMBER OF DN-YYYY,     *
003180*   DN-MM, DN-DD, SO TWO DATES SUBTRACT TO A COUNT OF DAYS.      *
003190*   MARCH IS TAKEN AS THE FIRST MONTH SO FEBRUARY 29 FALLS AT    *
003200*   THE END OF THE YEAR.                                         *
003210******************************************************************
003220 2900-COMPUTE-DAY-NUMBER.
003230*
003240     IF DN-MM < 3
003250         ADD 12 TO DN-MM
003260         SUBTRACT 1 FROM DN-YYYY
003270     END-IF.
003280*
003290     COMPUTE DN-DAY-NUMBER =
003300           (365 * DN-YYYY)
003310         + (DN-YYYY / 4)
003320         - (DN-YYYY / 100)
003330         + (DN-YYYY / 400)
003340         + ((153 * DN-MM + 8) / 5)
003350         + DN-DD.
003360*
003370 2900-EXIT.
003380     EXIT.
003390*
003400 3000-TERMINATE.
003410*
003420     IF NOT WS-ABORT
003430         MOVE WS-READ-COUNT   TO SL1-READ-COUNT
003440         WRITE REPORT-LINE FROM SUMMARY-LINE-1
003450         MOVE WS-LISTED-COUNT TO SL2-LISTED-COUNT
003460         WRITE REPORT-LINE FROM SUMMARY-LINE-2
003470     ELSE
003480         MOVE 8 TO RETURN-CODE
003490     END-IF.
003500*
003510     MOVE 'TAXEXP  ' TO RL-PROGRAM.
003520     MOVE 'MONTHLY ' TO RL-JOB-NAME.
003530     MOVE 'TAXEXP  ' TO RL-STEP-NAME.
003540     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
003550     MOVE WS-READ-COUNT   TO RL-RECORDS-READ.
003560     MOVE WS-LISTED-COUNT TO RL-RECORDS-WRITTEN.
003570     MOVE ZERO            TO RL-RECORDS-REJECTED.
003580     MOVE RETURN-CODE     TO RL-COMPLETION-CODE.
003590     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
003600*
003610     IF WS-TAXEXM-OPEN
003620         CLOSE TAXEXM-FILE
003630     END-IF.
003640     IF WS-CUSTMAS-OPEN
003650         CLOSE CUSTMAS-FILE
003660     END-IF.
003670     IF WS-REPORT-OPEN
003680         CLOSE EXPIRY-REPORT
003690     END-IF.
003700*
003710 3000-EXIT.
003720     EXIT.
