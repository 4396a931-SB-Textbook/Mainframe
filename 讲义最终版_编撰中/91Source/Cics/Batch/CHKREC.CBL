000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    CHKREC.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   CHKREC -- REFUND CHECK BANK RECONCILIATION, STALE-DATED      *
000110*   CHECK VOIDING, AND THE YEARLY UNCLAIMED-PROPERTY LISTING.    *
000120*   THE RECPARM CONTROL CARD PICKS THE RUN:                      *
000130*     COL   1     RUN TYPE  'R' RECONCILE, 'U' UNCLAIMED LISTING *
000140*     COLS  2-5   LISTING YEAR, YYYY           (UNCLAIMED ONLY)  *
000150*     COL   6     'Y' = SUPERVISOR APPROVES THE STALE VOIDS      *
000160*     COLS  7-9   APPROVING SUPERVISOR'S OPERATOR ID             *
000170*     COLS 10-17  RUN DATE OF THE STALE LISTING APPROVED,        *
000180*                 YYYYMMDD                                       *
000190*                                                                *
000200*   A RECONCILE RUN READS THE BANK'S PAID-ITEMS FILE (BNKPAID)   *
000210*   AND FINDS EACH ITEM'S CHECK ON CHKREQ THROUGH THE CHKPATH    *
000220*   ALTERNATE INDEX.  A PRINTED CHECK PAID FOR ITS FACE AMOUNT   *
000230*   IS MARKED CLEARED.  AN AMOUNT MISMATCH IS REPORTED AND THE   *
000240*   CHECK LEFT OUTSTANDING FOR THE CASH OFFICE TO TAKE UP WITH   *
000250*   THE BANK; A PAID ITEM WE NEVER ISSUED, ONE ALREADY CLEARED,  *
000260*   OR ONE VOIDED AS STALE IS REPORTED THE SAME WAY.  THE RUN    *
000270*   THEN LISTS EVERY CHECK STILL OUTSTANDING 180 DAYS AFTER IT   *
000280*   WAS PRINTED AS STALE-DATED.                                  *
000290*                                                                *
000300*   NOTHING IS VOIDED WITHOUT A SUPERVISOR: WHEN THE CARD        *
000310*   CARRIES APPROVAL FROM AN ACTIVE OPSEC OPERATOR OF AUTHORITY  *
000320*   8 OR ABOVE, EVERY CHECK THAT WAS ALREADY STALE ON THE        *
000330*   APPROVED LISTING'S DATE -- AND ONLY THOSE, SO A CHECK THAT   *
000340*   WENT STALE SINCE IS NOT VOIDED UNSEEN -- IS VOIDED: A        *
000350*   POSITIVE UNAPPLIED ('U') PAYMENT FROM THE 'P' SERIES PUTS    *
000360*   THE MONEY BACK ON THE CUSTOMER'S ACCOUNT, AR-UNAPPLIED-CASH  *
000370*   GOES UP BY THE SAME AMOUNT (SO ARBALBLD STILL AGREES), AND   *
000380*   THE REQUEST IS MARKED VOIDED WITH THE SUPERVISOR'S ID.       *
000390*                                                                *
000400*   THE UNCLAIMED-PROPERTY LISTING PRINTS EVERY CHECK VOIDED AS  *
000410*   STALE DURING THE LISTING YEAR WITH THE OWNER'S LAST KNOWN    *
000420*   ADDRESS, AND TOTALS BY OWNER STATE FOR THE STATE FILINGS.    *
000430*   THE RUN IS LOGGED THROUGH RUNLOGW AND ENDS WITH CODE 4 WHEN  *
000440*   THERE IS ANYTHING FOR THE CASH OFFICE TO LOOK AT.            *
000450*                                                                *
000460*   MODIFICATION HISTORY.                                        *
000470*   10/15/2026  RH   INITIAL VERSION.                            *
000471*   10/15/2026  RH   STALE-CHECK PAYMENTS CARRY NO SOURCE OR     *
000472*                    DEPOSIT ID.                                 *
000473*   10/15/2026  RH   CHECK THE JOBDEP PREDECESSORS AT            *
000474*                    START-UP (PREDCHK) AND STOP IF ONE HAS      *
000475*                    NOT COMPLETED.                              *
000480******************************************************************
000490*
000500 ENVIRONMENT DIVISION.
000510*
000520 CONFIGURATION SECTION.
000530*
000540 SOURCE-COMPUTER.  IBM-370.
000550 OBJECT-COMPUTER.  IBM-370.
000560*
000570 INPUT-OUTPUT SECTION.
000580*
000590 FILE-CONTROL.
000600*
000610     SELECT  PARM-FILE      ASSIGN TO RECPARM
000620             ORGANIZATION IS LINE SEQUENTIAL
000630             FILE STATUS IS WS-PARM-STATUS.
000640*
000650     SELECT  PAID-FILE      ASSIGN TO BNKPAID
000660             ORGANIZATION IS LINE SEQUENTIAL
000670             FILE STATUS IS WS-PAID-STATUS.
000680*
000690     SELECT  CHKREQ-FILE    ASSIGN TO CHKREQ
000700             ORGANIZATION IS INDEXED
000710             ACCESS MODE IS DYNAMIC
000720             RECORD KEY IS CK-REQUEST-NUMBER
000730             ALTERNATE RECORD KEY IS CK-CHECK-NUMBER
000740                 WITH DUPLICATES
000750             FILE STATUS IS WS-CHKREQ-STATUS.
000760*
000770     SELECT  PAYMENT-FILE   ASSIGN TO PAYMENT
000780             ORGANIZATION IS INDEXED
000790             ACCESS MODE IS RANDOM
000800             RECORD KEY IS PAY-PAYMENT-NUMBER
000810             FILE STATUS IS WS-PAYMENT-STATUS.
000820*
000830     SELECT  INVCTL-FILE    ASSIGN TO INVCTL
000840             ORGANIZATION IS INDEXED
000850             ACCESS MODE IS RANDOM
000860             RECORD KEY IS ICR-CONTROL-KEY
000870             FILE STATUS IS WS-INVCTL-STATUS.
000880*
000890     SELECT  ARBAL-FILE     ASSIGN TO ARBAL
000900             ORGANIZATION IS INDEXED
000910             ACCESS MODE IS RANDOM
000920             RECORD KEY IS AR-CUSTOMER-NUMBER
000930             FILE STATUS IS WS-ARBAL-STATUS.
000940*
000950     SELECT  OPSEC-FILE     ASSIGN TO OPSEC
000960             ORGANIZATION IS INDEXED
000970             ACCESS MODE IS RANDOM
000980             RECORD KEY IS OS-OPERATOR-ID
000990             FILE STATUS IS WS-OPSEC-STATUS.
001000*
001010     SELECT  RECON-REPORT   ASSIGN TO RPTOUT
001020             ORGANIZATION IS LINE SEQUENTIAL
001030             FILE STATUS IS WS-REPORT-STATUS.
001040*
001050 DATA DIVISION.
001060*
001070 FILE SECTION.
001080*
001090 FD  PARM-FILE
001100     LABEL RECORDS ARE STANDARD.
001110*
001120 01  PARM-RECORD.
001130     05  PA-RUN-TYPE                  PIC X(01).
001140         88  PA-RECONCILE-RUN                     VALUE 'R'.
001150         88  PA-UNCLAIMED-RUN                     VALUE 'U'.
001160     05  PA-LISTING-YEAR              PIC 9(04).
001170     05  PA-APPROVE-SW                PIC X(01).
001180         88  PA-VOIDS-APPROVED                    VALUE 'Y'.
001190     05  PA-SUPERVISOR-ID             PIC X(03).
001200     05  PA-APPROVED-LIST-DATE        PIC 9(08).
001210     05  FILLER                       PIC X(63).
001220*
001230 FD  PAID-FILE
001240     LABEL RECORDS ARE STANDARD.
001250*
001260 01  PAID-ITEM-RECORD.
001270     05  BPI-CHECK-NUMBER             PIC 9(10).
001280     05  BPI-PAID-AMOUNT              PIC 9(07)V99.
001290     05  BPI-PAID-DATE                PIC 9(08).
001300     05  FILLER                       PIC X(53).
001310*
001320 FD  CHKREQ-FILE
001330     LABEL RECORDS ARE STANDARD.
001340*
001350     COPY CHKREQ.
001360*
001370 FD  PAYMENT-FILE
001380     LABEL RECORDS ARE STANDARD.
001390*
001400     COPY PAYMENT.
001410*
001420 FD  INVCTL-FILE
001430     LABEL RECORDS ARE STANDARD.
001440*
001450     COPY INVCTL.
001460*
001470 FD  ARBAL-FILE
001480     LABEL RECORDS ARE STANDARD.
001490*
001500     COPY ARBAL.
001510*
001520 FD  OPSEC-FILE
001530     LABEL RECORDS ARE STANDARD.
001540*
001550     COPY OPSEC.
001560*
001570 FD  RECON-REPORT
001580     LABEL RECORDS ARE OMITTED.
001590*
001600 01  REPORT-LINE                      PIC X(132).
001610*
001620 WORKING-STORAGE SECTION.
001630*
001640     COPY RUNLOG.
001641*
001642     COPY PREDPARM.
001650*
001660 01  RUN-TIMING-FIELDS.
001670     05  WS-START-TIME-RAW      PIC 9(08)   VALUE ZERO.
001680*
001690 01  SWITCHES.
001700*
001710     05  WS-ABORT-SW                  PIC X(01)   VALUE 'N'.
001720         88  WS-ABORT                             VALUE 'Y'.
001730     05  WS-PARM-OPEN-SW              PIC X(01)   VALUE 'N'.
001740         88  WS-PARM-OPEN                         VALUE 'Y'.
001750     05  WS-PAID-OPEN-SW              PIC X(01)   VALUE 'N'.
001760         88  WS-PAID-OPEN                         VALUE 'Y'.
001770     05  WS-CHKREQ-OPEN-SW            PIC X(01)   VALUE 'N'.
001780         88  WS-CHKREQ-OPEN                       VALUE 'Y'.
001790     05  WS-PAYMENT-OPEN-SW           PIC X(01)   VALUE 'N'.
001800         88  WS-PAYMENT-OPEN                      VALUE 'Y'.
001810     05  WS-INVCTL-OPEN-SW            PIC X(01)   VALUE 'N'.
001820         88  WS-INVCTL-OPEN                       VALUE 'Y'.
001830     05  WS-ARBAL-OPEN-SW             PIC X(01)   VALUE 'N'.
001840         88  WS-ARBAL-OPEN                        VALUE 'Y'.
001850     05  WS-OPSEC-OPEN-SW             PIC X(01)   VALUE 'N'.
001860         88  WS-OPSEC-OPEN                        VALUE 'Y'.
001870     05  WS-REPORT-OPEN-SW            PIC X(01)   VALUE 'N'.
001880         88  WS-REPORT-OPEN                       VALUE 'Y'.
001890     05  WS-PAID-EOF-SW               PIC X(01)   VALUE 'N'.
001900         88  WS-PAID-EOF                          VALUE 'Y'.
001910     05  WS-CHKREQ-EOF-SW             PIC X(01)   VALUE 'N'.
001920         88  WS-CHKREQ-EOF                        VALUE 'Y'.
001930     05  WS-CHECK-FOUND-SW            PIC X(01)   VALUE 'N'.
001940         88  WS-CHECK-FOUND                       VALUE 'Y'.
001950     05  WS-APPLY-VOIDS-SW            PIC X(01)   VALUE 'N'.
001960         88  WS-APPLY-VOIDS                       VALUE 'Y'.
001970*
001980 01  FILE-STATUS-FIELDS.
001990*
002000     05  WS-PARM-STATUS               PIC X(02)   VALUE '00'.
002010     05  WS-PAID-STATUS               PIC X(02)   VALUE '00'.
002020     05  WS-CHKREQ-STATUS             PIC X(02)   VALUE '00'.
002030     05  WS-PAYMENT-STATUS            PIC X(02)   VALUE '00'.
002040     05  WS-INVCTL-STATUS             PIC X(02)   VALUE '00'.
002050     05  WS-ARBAL-STATUS              PIC X(02)   VALUE '00'.
002060     05  WS-OPSEC-STATUS              PIC X(02)   VALUE '00'.
002070     05  WS-REPORT-STATUS             PIC X(02)   VALUE '00'.
002080*
002090 01  WORK-FIELDS.
002100*
002110     05  WS-PAID-READ           PIC S9(07) COMP-3 VALUE ZERO.
002120     05  WS-REQUESTS-READ       PIC S9(07) COMP-3 VALUE ZERO.
002130     05  WS-CLEARED-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
002140     05  WS-MISMATCH-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
002150     05  WS-NOT-ISSUED-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
002160     05  WS-STALE-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
002170     05  WS-VOIDED-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
002180     05  WS-LISTED-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
002190     05  WS-CLEARED-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
002200     05  WS-VOIDED-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
002210     05  WS-LISTED-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
002220     05  WS-CHECK-NUMBER        PIC 9(06)         VALUE ZERO.
002230     05  WS-RUN-DAY-NUMBER      PIC S9(09) COMP-3 VALUE ZERO.
002240     05  WS-VOID-CUTOFF-DAY     PIC S9(09) COMP-3 VALUE ZERO.
002250     05  WS-PRINTED-DAY-NUMBER  PIC S9(09) COMP-3 VALUE ZERO.
002260     05  WS-DAYS-OUTSTANDING    PIC S9(05) COMP-3 VALUE ZERO.
002270     05  WS-ST-SUB              PIC S9(03) COMP-3 VALUE ZERO.
002280     05  WS-EDIT-DATE           PIC 99/99/9999.
002290*
002300******************************************************************
002310*   A PRINTED CHECK NOT PRESENTED WITHIN THIS MANY DAYS IS       *
002320*   STALE-DATED -- THE BANK WILL NOT HONOR IT WITHOUT A CALL.    *
002330******************************************************************
002340 77  WS-STALE-DAYS              PIC S9(03) COMP-3 VALUE +180.
002350*
002360******************************************************************
002370*   STATE-TOTAL-TABLE -- UNCLAIMED-PROPERTY TOTALS BY THE        *
002380*   OWNER'S STATE, ONE ROW PER STATE SEEN.  EACH STATE GETS ITS  *
002390*   OWN FILING, SO THE TABLE IS SIZED FOR EVERY STATE AND        *
002391*   TERRITORY.                                                   *
002400******************************************************************
002410 01  STATE-TOTAL-TABLE.
002420     05  ST-COUNT               PIC S9(03) COMP-3 VALUE ZERO.
002430     05  ST-ENTRY OCCURS 60 TIMES.
002440         10  ST-STATE           PIC X(02).
002450         10  ST-ITEM-COUNT      PIC S9(05) COMP-3.
002460         10  ST-TOTAL           PIC S9(09)V99 COMP-3.
002470*
002480 01  DAY-NUMBER-FIELDS.
002490     05  DN-YYYY                PIC S9(09) COMP-3.
002500     05  DN-MM                  PIC S9(09) COMP-3.
002510     05  DN-DD                  PIC S9(09) COMP-3.
002520     05  DN-DAY-NUMBER          PIC S9(09) COMP-3.
002530*
002540 01  WS-RUN-DATE.
002550     05  WS-RUN-YYYY                  PIC 9(04).
002560     05  WS-RUN-MM                    PIC 9(02).
002570     05  WS-RUN-DD                    PIC 9(02).
002580*
002590 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
002600                                      PIC 9(08).
002610*
002620 01  WS-RUN-MDY.
002630     05  WS-MDY-MM                    PIC 9(02).
002640     05  WS-MDY-DD                    PIC 9(02).
002650     05  WS-MDY-YYYY                  PIC 9(04).
002660*
002670 01  WS-RUN-MDY-N REDEFINES WS-RUN-MDY
002680                                      PIC 9(08).
002690*
002700 01  WS-WORK-YMD.
002710     05  WS-WORK-YYYY                 PIC 9(04).
002720     05  WS-WORK-MM                   PIC 9(02).
002730     05  WS-WORK-DD                   PIC 9(02).
002740*
002750 01  WS-WORK-YMD-N REDEFINES WS-WORK-YMD
002760                                      PIC 9(08).
002770*
002780 01  WS-WORK-MDY.
002790     05  WS-WORK-MDY-MM               PIC 9(02).
002800     05  WS-WORK-MDY-DD               PIC 9(02).
002810     05  WS-WORK-MDY-YYYY             PIC 9(04).
002820*
002830 01  WS-WORK-MDY-N REDEFINES WS-WORK-MDY
002840                                      PIC 9(08).
002850*
002860 01  HEADING-LINE-1.
002870*
002880     05  FILLER                       PIC X(01)   VALUE SPACE.
002890     05  FILLER                       PIC X(42)   VALUE
002900             'REFUND CHECK RECONCILIATION   RUN OF'.
002910     05  HL1-RUN-DATE                 PIC 9(08).
002920     05  FILLER                       PIC X(02)   VALUE SPACE.
002930     05  HL1-RUN-MODE                 PIC X(50)   VALUE SPACE.
002940     05  FILLER                       PIC X(29)   VALUE SPACE.
002950*
002960 01  HEADING-LINE-2.
002970*
002980     05  FILLER                       PIC X(01)   VALUE SPACE.
002990     05  FILLER                       PIC X(12)   VALUE
003000             'CHECK NO'.
003010     05  FILLER                       PIC X(08)   VALUE 'REQUEST'.
003020     05  FILLER                       PIC X(08)   VALUE 'CUST'.
003030     05  FILLER                       PIC X(12)   VALUE
003040             'CHECK DATE'.
003050     05  FILLER                       PIC X(16)   VALUE
003060             '  CHECK AMOUNT'.
003070     05  FILLER                       PIC X(16)   VALUE
003080             '   BANK AMOUNT'.
003090     05  FILLER                       PIC X(07)   VALUE ' DAYS'.
003100     05  FILLER                       PIC X(40)   VALUE 'REMARK'.
003110     05  FILLER                       PIC X(12)   VALUE SPACE.
003120*
003130 01  SECTION-LINE.
003140*
003150     05  FILLER                       PIC X(01)   VALUE SPACE.
003160     05  SEC-TITLE                    PIC X(60).
003170     05  FILLER                       PIC X(71)   VALUE SPACE.
003180*
003190 01  DETAIL-LINE.
003200*
003210     05  FILLER                       PIC X(01)   VALUE SPACE.
003220     05  DL-CHECK-NUMBER              PIC X(10).
003230     05  FILLER                       PIC X(02)   VALUE SPACE.
003240     05  DL-REQUEST-NUMBER            PIC X(06).
003250     05  FILLER                       PIC X(02)   VALUE SPACE.
003260     05  DL-CUSTOMER-NUMBER           PIC X(06).
003270     05  FILLER                       PIC X(02)   VALUE SPACE.
003280     05  DL-CHECK-DATE                PIC X(10).
003290     05  FILLER                       PIC X(02)   VALUE SPACE.
003300     05  DL-CHECK-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99
003310                                      BLANK WHEN ZERO.
003320     05  FILLER                       PIC X(02)   VALUE SPACE.
003330     05  DL-BANK-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99
003340                                      BLANK WHEN ZERO.
003350     05  FILLER                       PIC X(02)   VALUE SPACE.
003360     05  DL-DAYS-OUT                  PIC ZZZZ9   BLANK WHEN ZERO.
003370     05  FILLER                       PIC X(02)   VALUE SPACE.
003380     05  DL-REMARK                    PIC X(40).
003390     05  FILLER                       PIC X(12)   VALUE SPACE.
003400*
003410 01  UNCLAIMED-HEADING.
003420*
003430     05  FILLER                       PIC X(01)   VALUE SPACE.
003440     05  FILLER                       PIC X(31)   VALUE
003450             'OWNER NAME'.
003460     05  FILLER                       PIC X(31)   VALUE
003470             'LAST KNOWN ADDRESS'.
003480     05  FILLER                       PIC X(21)   VALUE 'CITY'.
003490     05  FILLER                       PIC X(03)   VALUE 'ST'.
003500     05  FILLER                       PIC X(11)   VALUE 'ZIP'.
003510     05  FILLER                       PIC X(07)   VALUE 'CHECK'.
003520     05  FILLER                       PIC X(11)   VALUE
003530             'CHECK DATE'.
003540     05  FILLER                       PIC X(12)   VALUE
003550             '      AMOUNT'.
003560     05  FILLER                       PIC X(04)   VALUE SPACE.
003570*
003580 01  UNCLAIMED-LINE.
003590*
003600     05  FILLER                       PIC X(01)   VALUE SPACE.
003610     05  UL-PAYEE-NAME                PIC X(30).
003620     05  FILLER                       PIC X(01)   VALUE SPACE.
003630     05  UL-ADDRESS                   PIC X(30).
003640     05  FILLER                       PIC X(01)   VALUE SPACE.
003650     05  UL-CITY                      PIC X(20).
003660     05  FILLER                       PIC X(01)   VALUE SPACE.
003670     05  UL-STATE                     PIC X(02).
003680     05  FILLER                       PIC X(01)   VALUE SPACE.
003690     05  UL-ZIP-CODE                  PIC X(10).
003700     05  FILLER                       PIC X(01)   VALUE SPACE.
003710     05  UL-CHECK-NUMBER              PIC X(06).
003720     05  FILLER                       PIC X(01)   VALUE SPACE.
003730     05  UL-CHECK-DATE                PIC 99/99/9999.
003740     05  FILLER                       PIC X(01)   VALUE SPACE.
003750     05  UL-AMOUNT                    PIC Z,ZZZ,ZZ9.99.
003760     05  FILLER                       PIC X(04)   VALUE SPACE.
003770*
003780 01  STATE-TOTAL-LINE.
003790*
003800     05  FILLER                       PIC X(01)   VALUE SPACE.
003810     05  FILLER                       PIC X(06)   VALUE 'STATE '.
003820     05  STL-STATE                    PIC X(02).
003830     05  FILLER                       PIC X(09)   VALUE
003840             '   ITEMS '.
003850     05  STL-ITEM-COUNT               PIC ZZZZ9.
003860     05  FILLER                       PIC X(09)   VALUE
003870             '   TOTAL '.
003880     05  STL-TOTAL                    PIC ZZZ,ZZZ,ZZ9.99.
003890     05  FILLER                       PIC X(86)   VALUE SPACE.
003900*
003910 01  WS-MODE-TEXT.
003920     05  FILLER            PIC X(29)  VALUE
003930             '- STALE VOIDS APPROVED BY '.
003940     05  MT-SUPERVISOR-ID             PIC X(03).
003950     05  FILLER                       PIC X(18)   VALUE SPACE.
003960*
003970 01  WS-LISTING-TEXT.
003980     05  FILLER            PIC X(34)  VALUE
003990             '- UNCLAIMED-PROPERTY LISTING FOR '.
004000     05  LT-LISTING-YEAR              PIC 9(04).
004010     05  FILLER                       PIC X(12)   VALUE SPACE.
004020*
004030 01  SUMMARY-LINE.
004040*
004050     05  FILLER                       PIC X(01)   VALUE SPACE.
004060     05  SUM-LABEL                    PIC X(25).
004070     05  SUM-COUNT                    PIC ZZZZ9.
004080     05  FILLER                       PIC X(04)   VALUE SPACE.
004090     05  SUM-AMOUNT                   PIC ZZZ,ZZZ,ZZ9.99
004100                                      BLANK WHEN ZERO.
004110     05  FILLER                       PIC X(83)   VALUE SPACE.
004120*
004130 PROCEDURE DIVISION.
004140*
004150 0000-MAINLINE.
004160*
004170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004180     PERFORM 2000-MATCH-PAID-ITEMS THRU 2000-EXIT.
004190     PERFORM 2500-REVIEW-OUTSTANDING THRU 2500-EXIT.
004200     PERFORM 4000-LIST-UNCLAIMED THRU 4000-EXIT.
004210     PERFORM 3000-TERMINATE THRU 3000-EXIT.
004220*
004230     STOP RUN.
004240*
004250 1000-INITIALIZE.
004260*
004270     ACCEPT WS-START-TIME-RAW FROM TIME.
004271     MOVE 'CHKREC  ' TO PC-PROGRAM.
004272     CALL 'PREDCHK' USING PREDECESSOR-CHECK-AREA.
004273     IF PC-REFUSED
004274         MOVE PC-RETURN-CODE TO RETURN-CODE
004275         STOP RUN
004276     END-IF.
004280*
004290     OPEN INPUT  PARM-FILE.
004300     IF WS-PARM-STATUS = '00'
004310         MOVE 'Y' TO WS-PARM-OPEN-SW
004320     ELSE
004330         DISPLAY 'CHKREC0001E RECPARM FILE OPEN FAILED, STATUS='
004340             WS-PARM-STATUS
004350         MOVE 'Y' TO WS-ABORT-SW
004360         GO TO 1000-EXIT
004370     END-IF.
004380*
004390     READ PARM-FILE
004400         AT END
004410             DISPLAY 'CHKREC0002E RECPARM CARD MISSING'
004420             MOVE 'Y' TO WS-ABORT-SW
004430             GO TO 1000-EXIT
004440     END-READ.
004450*
004460     IF NOT PA-RECONCILE-RUN AND NOT PA-UNCLAIMED-RUN
004470         DISPLAY 'CHKREC0003E RECPARM CARD INVALID: ' PARM-RECORD
004480         MOVE 'Y' TO WS-ABORT-SW
004490         GO TO 1000-EXIT
004500     END-IF.
004510*
004520     IF PA-UNCLAIMED-RUN AND PA-LISTING-YEAR NOT NUMERIC
004530         DISPLAY 'CHKREC0003E RECPARM CARD INVALID: ' PARM-RECORD
004540         MOVE 'Y' TO WS-ABORT-SW
004550         GO TO 1000-EXIT
004560     END-IF.
004570*
004580*    THE UNCLAIMED LISTING ONLY READS CHKREQ; THE PAID-ITEMS
004590*    FILE AND THE POSTING FILES ARE A RECONCILE RUN'S BUSINESS.
004600     IF PA-RECONCILE-RUN
004610         OPEN INPUT  PAID-FILE
004620         OPEN I-O    CHKREQ-FILE
004630         OPEN I-O    PAYMENT-FILE
004640         OPEN I-O    INVCTL-FILE
004650         OPEN I-O    ARBAL-FILE
004660         OPEN INPUT  OPSEC-FILE
004670     ELSE
004680         OPEN INPUT  CHKREQ-FILE
004690     END-IF.
004700     OPEN OUTPUT RECON-REPORT.
004710*
004720     IF PA-RECONCILE-RUN
004730         IF WS-PAID-STATUS = '00'
004740             MOVE 'Y' TO WS-PAID-OPEN-SW
004750         ELSE
004760             DISPLAY 'CHKREC0004E BNKPAID FILE OPEN FAILED,'
004770                 ' STATUS='
004780                 WS-PAID-STATUS
004790             MOVE 'Y' TO WS-ABORT-SW
004800         END-IF
004810         IF WS-PAYMENT-STATUS = '00'
004820             MOVE 'Y' TO WS-PAYMENT-OPEN-SW
004830         ELSE
004840             DISPLAY 'CHKREC0005E PAYMENT FILE OPEN FAILED,'
004850                 ' STATUS='
004860                 WS-PAYMENT-STATUS
004870             MOVE 'Y' TO WS-ABORT-SW
004880         END-IF
004890         IF WS-INVCTL-STATUS = '00'
004900             MOVE 'Y' TO WS-INVCTL-OPEN-SW
004910         ELSE
004920             DISPLAY 'CHKREC0006E INVCTL FILE OPEN FAILED,'
004930                 ' STATUS='
004940                 WS-INVCTL-STATUS
004950             MOVE 'Y' TO WS-ABORT-SW
004960         END-IF
004970         IF WS-ARBAL-STATUS = '00'
004980             MOVE 'Y' TO WS-ARBAL-OPEN-SW
004990         ELSE
005000             DISPLAY 'CHKREC0007E ARBAL FILE OPEN FAILED,'
005010                 ' STATUS='
005020                 WS-ARBAL-STATUS
005030             MOVE 'Y' TO WS-ABORT-SW
005040         END-IF
005050         IF WS-OPSEC-STATUS = '00'
005060             MOVE 'Y' TO WS-OPSEC-OPEN-SW
005070         ELSE
005080             DISPLAY 'CHKREC0008E OPSEC FILE OPEN FAILED,'
005090                 ' STATUS='
005100                 WS-OPSEC-STATUS
005110             MOVE 'Y' TO WS-ABORT-SW
005120         END-IF
005130     END-IF.
005140*
005150     IF WS-CHKREQ-STATUS = '00'
005160         MOVE 'Y' TO WS-CHKREQ-OPEN-SW
005170     ELSE
005180         DISPLAY 'CHKREC0009E CHKREQ FILE OPEN FAILED, STATUS='
005190             WS-CHKREQ-STATUS
005200         MOVE 'Y' TO WS-ABORT-SW
005210     END-IF.
005220*
005230     IF WS-REPORT-STATUS = '00'
005240         MOVE 'Y' TO WS-REPORT-OPEN-SW
005250     ELSE
005260         DISPLAY 'CHKREC0010E REPORT FILE OPEN FAILED, STATUS='
005270             WS-REPORT-STATUS
005280         MOVE 'Y' TO WS-ABORT-SW
005290     END-IF.
005300*
005310     IF WS-ABORT
005320         GO TO 1000-EXIT
005330     END-IF.
005340*
005350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005360     MOVE WS-RUN-MM   TO WS-MDY-MM.
005370     MOVE WS-RUN-DD   TO WS-MDY-DD.
005380     MOVE WS-RUN-YYYY TO WS-MDY-YYYY.
005390     MOVE WS-RUN-YYYY TO DN-YYYY.
005400     MOVE WS-RUN-MM   TO DN-MM.
005410     MOVE WS-RUN-DD   TO DN-DD.
005420     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
005430     MOVE DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
005440*
005450     IF PA-RECONCILE-RUN AND PA-VOIDS-APPROVED
005460         PERFORM 1100-CHECK-APPROVAL THRU 1100-EXIT
005470         IF WS-ABORT
005480             GO TO 1000-EXIT
005490         END-IF
005500     END-IF.
005510*
005520     MOVE WS-RUN-DATE-N TO HL1-RUN-DATE.
005530     EVALUATE TRUE
005540         WHEN PA-UNCLAIMED-RUN
005550             MOVE PA-LISTING-YEAR   TO LT-LISTING-YEAR
005560             MOVE WS-LISTING-TEXT   TO HL1-RUN-MODE
005570         WHEN WS-APPLY-VOIDS
005580             MOVE PA-SUPERVISOR-ID  TO MT-SUPERVISOR-ID
005590             MOVE WS-MODE-TEXT      TO HL1-RUN-MODE
005600         WHEN OTHER
005610             MOVE '- STALE CHECKS LISTED, NOT VOIDED'
005620                 TO HL1-RUN-MODE
005630     END-EVALUATE.
005640     WRITE REPORT-LINE FROM HEADING-LINE-1.
005650*
005660 1000-EXIT.
005670     EXIT.
005680*
005690******************************************************************
005700*   1100-CHECK-APPROVAL -- THE APPROVING OPERATOR MUST BE AN     *
005710*   ACTIVE SUPERVISOR (AUTHORITY 8 OR ABOVE, THE SAME BAR        *
005720*   CRHOLD1 SETS FOR A CREDIT RELEASE), AND THE LISTING APPROVED *
005730*   MUST BE A REAL DATE NO LATER THAN TODAY.  A BAD APPROVAL     *
005740*   STOPS THE RUN RATHER THAN QUIETLY RUNNING REPORT-ONLY, SO    *
005750*   NOBODY BELIEVES CHECKS WERE VOIDED THAT WERE NOT.            *
005760******************************************************************
005770 1100-CHECK-APPROVAL.
005780*
005790     MOVE PA-SUPERVISOR-ID TO OS-OPERATOR-ID.
005800     READ OPSEC-FILE
005810         INVALID KEY
005820             DISPLAY 'CHKREC0011E APPROVING OPERATOR '
005830                 PA-SUPERVISOR-ID ' NOT ON OPSEC'
005840             MOVE 'Y' TO WS-ABORT-SW
005850             GO TO 1100-EXIT
005860     END-READ.
005870*
005880     IF NOT OS-ACTIVE OR OS-AUTHORITY-LEVEL < 8
005890         DISPLAY 'CHKREC0012E OPERATOR ' PA-SUPERVISOR-ID
005900             ' MAY NOT APPROVE STALE CHECK VOIDS'
005910         MOVE 'Y' TO WS-ABORT-SW
005920         GO TO 1100-EXIT
005930     END-IF.
005940*
005950     IF PA-APPROVED-LIST-DATE NOT NUMERIC
005960         DISPLAY 'CHKREC0003E RECPARM CARD INVALID: ' PARM-RECORD
005970         MOVE 'Y' TO WS-ABORT-SW
005980         GO TO 1100-EXIT
005990     END-IF.
006000     MOVE PA-APPROVED-LIST-DATE TO WS-WORK-YMD-N.
006010     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
006020         OR WS-WORK-DD < 1 OR WS-WORK-DD > 31
006030         OR WS-WORK-YMD-N > WS-RUN-DATE-N
006040         DISPLAY 'CHKREC0003E RECPARM CARD INVALID: ' PARM-RECORD
006050         MOVE 'Y' TO WS-ABORT-SW
006060         GO TO 1100-EXIT
006070     END-IF.
006080*
006090     MOVE WS-WORK-YYYY TO DN-YYYY.
006100     MOVE WS-WORK-MM   TO DN-MM.
006110     MOVE WS-WORK-DD   TO DN-DD.
006120     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
006130     COMPUTE WS-VOID-CUTOFF-DAY = DN-DAY-NUMBER - WS-STALE-DAYS.
006140     MOVE 'Y' TO WS-APPLY-VOIDS-SW.
006150*
006160 1100-EXIT.
006170     EXIT.
006180*
006190******************************************************************
006200*   1910-COMPUTE-DAY-NUMBER -- CONVERTS DN-YYYY/DN-MM/DN-DD TO A *
006210*   DAY NUMBER SO TWO DATES SUBTRACT TO A DAY COUNT, AS SRCRED   *
006220*   DOES.                                                        *
006230******************************************************************
006240 1910-COMPUTE-DAY-NUMBER.
006250*
006260     IF DN-MM < 3
006270         ADD 12 TO DN-MM
006280         SUBTRACT 1 FROM DN-YYYY
006290     END-IF.
006300*
006310     COMPUTE DN-DAY-NUMBER =
006320           (365 * DN-YYYY)
006330         + (DN-YYYY / 4)
006340         - (DN-YYYY / 100)
006350         + (DN-YYYY / 400)
006360         + ((153 * DN-MM + 8) / 5)
006370         + DN-DD.
006380*
006390 1910-EXIT.
006400     EXIT.
006410*
006420******************************************************************
006430*   2000-MATCH-PAID-ITEMS -- ONE PASS OVER THE PAID-ITEMS FILE.  *
006440******************************************************************
006450 2000-MATCH-PAID-ITEMS.
006460*
006470     IF WS-ABORT OR NOT PA-RECONCILE-RUN
006480         GO TO 2000-EXIT
006490     END-IF.
006500*
006510     MOVE 'PAID ITEMS FROM THE BANK' TO SEC-TITLE.
006520     WRITE REPORT-LINE FROM SECTION-LINE.
006530     WRITE REPORT-LINE FROM HEADING-LINE-2.
006540*
006550     PERFORM 2100-MATCH-ONE-ITEM THRU 2100-EXIT
006560         UNTIL WS-PAID-EOF.
006570*
006580 2000-EXIT.
006590     EXIT.
006600*
006610 2100-MATCH-ONE-ITEM.
006620*
006630     READ PAID-FILE
006640         AT END
006650             MOVE 'Y' TO WS-PAID-EOF-SW
006660             GO TO 2100-EXIT
006670     END-READ.
006680     ADD 1 TO WS-PAID-READ.
006690*
006700     MOVE SPACE          TO DETAIL-LINE.
006710     MOVE ZERO           TO DL-CHECK-AMOUNT.
006720     MOVE ZERO           TO DL-DAYS-OUT.
006730     IF BPI-CHECK-NUMBER NUMERIC
006740         MOVE BPI-CHECK-NUMBER TO DL-CHECK-NUMBER
006750     ELSE
006760         MOVE PAID-ITEM-RECORD(1:10) TO DL-CHECK-NUMBER
006770     END-IF.
006780     IF BPI-PAID-AMOUNT NUMERIC
006790         MOVE BPI-PAID-AMOUNT TO DL-BANK-AMOUNT
006800     ELSE
006810         MOVE ZERO            TO DL-BANK-AMOUNT
006820     END-IF.
006830*
006840*    THE BANK SENDS A TEN-DIGIT SERIAL; OUR CHECK STOCK CARRIES
006850*    SIX.  ANYTHING LARGER, OR NOT NUMERIC, WAS NEVER OURS.
006860     IF BPI-CHECK-NUMBER NOT NUMERIC
006870         OR BPI-PAID-AMOUNT NOT NUMERIC
006880         OR BPI-CHECK-NUMBER > 999999
006890         OR BPI-CHECK-NUMBER = ZERO
006900         MOVE 'PAID ITEM NOT ISSUED BY US' TO DL-REMARK
006910         ADD 1 TO WS-NOT-ISSUED-COUNT
006920         WRITE REPORT-LINE FROM DETAIL-LINE
006930         GO TO 2100-EXIT
006940     END-IF.
006950*
006960     MOVE BPI-CHECK-NUMBER TO WS-CHECK-NUMBER.
006970     PERFORM 2200-FIND-CHECK THRU 2200-EXIT.
006980     IF WS-ABORT
006990         GO TO 2100-EXIT
007000     END-IF.
007010*
007020     IF NOT WS-CHECK-FOUND
007030         MOVE 'PAID ITEM NOT ISSUED BY US' TO DL-REMARK
007040         ADD 1 TO WS-NOT-ISSUED-COUNT
007050         WRITE REPORT-LINE FROM DETAIL-LINE
007060         GO TO 2100-EXIT
007070     END-IF.
007080*
007090     MOVE CK-REQUEST-NUMBER  TO DL-REQUEST-NUMBER.
007100     MOVE CK-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
007110     MOVE CK-REFUND-AMOUNT   TO DL-CHECK-AMOUNT.
007120     MOVE CK-PRINTED-DATE    TO WS-EDIT-DATE.
007130     MOVE WS-EDIT-DATE       TO DL-CHECK-DATE.
007140*
007150     EVALUATE TRUE
007160         WHEN CK-CHECK-CLEARED
007170             MOVE 'ALREADY CLEARED -- DUPLICATE PAID ITEM'
007180                 TO DL-REMARK
007190             ADD 1 TO WS-NOT-ISSUED-COUNT
007200         WHEN CK-CHECK-VOIDED
007210             MOVE 'PAID AFTER STALE VOID -- CALL THE BANK'
007220                 TO DL-REMARK
007230             ADD 1 TO WS-NOT-ISSUED-COUNT
007240         WHEN BPI-PAID-AMOUNT NOT = CK-REFUND-AMOUNT
007250             MOVE 'AMOUNT MISMATCH -- LEFT OUTSTANDING'
007260                 TO DL-REMARK
007270             ADD 1 TO WS-MISMATCH-COUNT
007280         WHEN OTHER
007290             PERFORM 2300-MARK-CLEARED THRU 2300-EXIT
007300     END-EVALUATE.
007310*
007320     IF NOT WS-ABORT
007330         WRITE REPORT-LINE FROM DETAIL-LINE
007340     END-IF.
007350*
007360 2100-EXIT.
007370     EXIT.
007380*
007390******************************************************************
007400*   2200-FIND-CHECK -- READ THE REQUEST CARRYING THE CHECK       *
007410*   NUMBER THROUGH CHKPATH.  A WRAPPED 'N' SERIES CAN LEAVE AN   *
007420*   OLD, SETTLED CHECK ON THE SAME NUMBER, SO THE DUPLICATES ARE *
007430*   WALKED FOR ONE STILL OUTSTANDING BEFORE SETTLING FOR THE     *
007440*   FIRST.                                                       *
007450******************************************************************
007460 2200-FIND-CHECK.
007470*
007480     MOVE 'N' TO WS-CHECK-FOUND-SW.
007490     MOVE SPACE TO CK-CHECK-NUMBER.
007500     MOVE WS-CHECK-NUMBER TO CK-CHECK-NUMBER(1:6).
007510     READ CHKREQ-FILE
007520         KEY IS CK-CHECK-NUMBER
007530         INVALID KEY
007540             GO TO 2200-EXIT
007550     END-READ.
007560     MOVE 'Y' TO WS-CHECK-FOUND-SW.
007570*
007580     IF CK-CHECK-PRINTED
007590         GO TO 2200-EXIT
007600     END-IF.
007610*
007620     PERFORM 2210-NEXT-DUPLICATE THRU 2210-EXIT
007630         UNTIL CK-CHECK-PRINTED
007640            OR WS-CHKREQ-STATUS NOT = '02'.
007650*
007660*    NO OUTSTANDING DUPLICATE -- REREAD THE FIRST FOR THE REPORT.
007670     IF NOT CK-CHECK-PRINTED
007680         MOVE SPACE TO CK-CHECK-NUMBER
007690         MOVE WS-CHECK-NUMBER TO CK-CHECK-NUMBER(1:6)
007700         READ CHKREQ-FILE
007710             KEY IS CK-CHECK-NUMBER
007720             INVALID KEY
007730                 MOVE 'N' TO WS-CHECK-FOUND-SW
007740         END-READ
007750     END-IF.
007760*
007770 2200-EXIT.
007780     EXIT.
007790*
007800 2210-NEXT-DUPLICATE.
007810*
007820     READ CHKREQ-FILE NEXT RECORD
007830         AT END
007840             MOVE '10' TO WS-CHKREQ-STATUS
007850     END-READ.
007860*
007870 2210-EXIT.
007880     EXIT.
007890*
007900 2300-MARK-CLEARED.
007910*
007920     SET CK-CHECK-CLEARED TO TRUE.
007930     MOVE BPI-PAID-DATE TO CK-PAID-DATE.
007940     REWRITE CHECK-REQUEST-RECORD
007950         INVALID KEY
007960             DISPLAY 'CHKREC0013E CHKREQ REWRITE FAILED FOR '
007970                 CK-REQUEST-NUMBER
007980             MOVE 'Y' TO WS-ABORT-SW
007990             MOVE 'Y' TO WS-PAID-EOF-SW
008000             GO TO 2300-EXIT
008010     END-REWRITE.
008020*
008030     MOVE 'CLEARED' TO DL-REMARK.
008040     ADD 1 TO WS-CLEARED-COUNT.
008050     ADD CK-REFUND-AMOUNT TO WS-CLEARED-TOTAL.
008060*
008070 2300-EXIT.
008080     EXIT.
008090*
008100******************************************************************
008110*   2500-REVIEW-OUTSTANDING -- BROWSE CHKREQ IN REQUEST ORDER    *
008120*   FOR CHECKS STILL OUTSTANDING, LISTING THE STALE ONES AND,    *
008130*   WITH APPROVAL, VOIDING THOSE THE SUPERVISOR SAW.             *
008140******************************************************************
008150 2500-REVIEW-OUTSTANDING.
008160*
008170     IF WS-ABORT OR NOT PA-RECONCILE-RUN
008180         GO TO 2500-EXIT
008190     END-IF.
008200*
008210     MOVE SPACE TO REPORT-LINE.
008220     WRITE REPORT-LINE.
008230     MOVE 'STALE-DATED CHECKS (OUTSTANDING 180 DAYS OR MORE)'
008240         TO SEC-TITLE.
008250     WRITE REPORT-LINE FROM SECTION-LINE.
008260     WRITE REPORT-LINE FROM HEADING-LINE-2.
008270*
008280     MOVE ZERO TO CK-REQUEST-NUMBER.
008290     START CHKREQ-FILE KEY IS >= CK-REQUEST-NUMBER
008300         INVALID KEY
008310             MOVE 'Y' TO WS-CHKREQ-EOF-SW
008320     END-START.
008330*
008340     PERFORM 2600-REVIEW-ONE-CHECK THRU 2600-EXIT
008350         UNTIL WS-CHKREQ-EOF.
008360*
008370 2500-EXIT.
008380     EXIT.
008390*
008400 2600-REVIEW-ONE-CHECK.
008410*
008420     READ CHKREQ-FILE NEXT RECORD
008430         AT END
008440             MOVE 'Y' TO WS-CHKREQ-EOF-SW
008450             GO TO 2600-EXIT
008460     END-READ.
008470     ADD 1 TO WS-REQUESTS-READ.
008480*
008490     IF NOT CK-CHECK-PRINTED
008500         GO TO 2600-EXIT
008510     END-IF.
008520*
008530     MOVE CK-PRINTED-DATE TO WS-WORK-MDY-N.
008540     MOVE WS-WORK-MDY-YYYY TO DN-YYYY.
008550     MOVE WS-WORK-MDY-MM   TO DN-MM.
008560     MOVE WS-WORK-MDY-DD   TO DN-DD.
008570     PERFORM 1910-COMPUTE-DAY-NUMBER THRU 1910-EXIT.
008580     MOVE DN-DAY-NUMBER TO WS-PRINTED-DAY-NUMBER.
008590     COMPUTE WS-DAYS-OUTSTANDING =
008600         WS-RUN-DAY-NUMBER - WS-PRINTED-DAY-NUMBER.
008610*
008620     IF WS-DAYS-OUTSTANDING < WS-STALE-DAYS
008630         GO TO 2600-EXIT
008640     END-IF.
008650*
008660     ADD 1 TO WS-STALE-COUNT.
008670     MOVE SPACE              TO DETAIL-LINE.
008680     MOVE CK-CHECK-NUMBER    TO DL-CHECK-NUMBER.
008690     MOVE CK-REQUEST-NUMBER  TO DL-REQUEST-NUMBER.
008700     MOVE CK-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
008710     MOVE CK-PRINTED-DATE    TO WS-EDIT-DATE.
008720     MOVE WS-EDIT-DATE       TO DL-CHECK-DATE.
008730     MOVE CK-REFUND-AMOUNT   TO DL-CHECK-AMOUNT.
008740     MOVE ZERO               TO DL-BANK-AMOUNT.
008750     MOVE WS-DAYS-OUTSTANDING TO DL-DAYS-OUT.
008760*
008770     IF WS-APPLY-VOIDS
008780         AND WS-PRINTED-DAY-NUMBER NOT > WS-VOID-CUTOFF-DAY
008790         PERFORM 2700-VOID-STALE-CHECK THRU 2700-EXIT
008800     ELSE
008810         MOVE 'STALE -- AWAITING SUPERVISOR APPROVAL' TO DL-REMARK
008820     END-IF.
008830*
008840     IF NOT WS-ABORT
008850         WRITE REPORT-LINE FROM DETAIL-LINE
008860     END-IF.
008870*
008880 2600-EXIT.
008890     EXIT.
008900*
008910******************************************************************
008920*   2700-VOID-STALE-CHECK -- PUT THE REFUND BACK ON THE          *
008930*   CUSTOMER'S ACCOUNT AS UNAPPLIED CASH, THE MIRROR IMAGE OF    *
008940*   THE NEGATIVE 'U' PAYMENT REFENT1 POSTED WHEN IT CUT THE      *
008950*   REQUEST.  A CUSTOMER WITH NO ARBAL RECORD IS LEFT TO         *
008960*   ARBALBLD, AS LOCKBOX DOES.                                   *
008970******************************************************************
008980 2700-VOID-STALE-CHECK.
008990*
009000     MOVE 'P' TO ICR-CONTROL-KEY.
009010     PERFORM 2750-ADVANCE-SERIES THRU 2750-EXIT.
009020     IF WS-ABORT
009030         GO TO 2700-EXIT
009040     END-IF.
009050*
009060     MOVE ICR-LAST-INVOICE-NUMBER TO PAY-PAYMENT-NUMBER.
009070     MOVE CK-CUSTOMER-NUMBER      TO PAY-CUSTOMER-NUMBER.
009080     MOVE ZERO                    TO PAY-INVOICE-NUMBER.
009090     MOVE WS-RUN-MDY-N            TO PAY-PAYMENT-DATE.
009100     MOVE 'STALE CHK'             TO PAY-CHECK-NUMBER.
009110     MOVE CK-REFUND-AMOUNT        TO PAY-PAYMENT-AMOUNT.
009120     SET PAY-UNAPPLIED            TO TRUE.
009130     MOVE 'BTCH'                  TO PAY-TERMINAL-ID.
009140     MOVE PA-SUPERVISOR-ID        TO PAY-OPERATOR-ID.
009141     MOVE SPACE                   TO PAY-SOURCE-CODE.
009142     MOVE ZERO                    TO PAY-DEPOSIT-ID.
009150     WRITE PAYMENT-RECORD
009160         INVALID KEY
009170             DISPLAY 'CHKREC0014E PAYMENT WRITE FAILED, KEY='
009180                 PAY-PAYMENT-NUMBER ' STATUS=' WS-PAYMENT-STATUS
009190             MOVE 'Y' TO WS-ABORT-SW
009200             MOVE 'Y' TO WS-CHKREQ-EOF-SW
009210             GO TO 2700-EXIT
009220     END-WRITE.
009230*
009240     MOVE CK-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
009250     READ ARBAL-FILE
009260         INVALID KEY
009270             CONTINUE
009280         NOT INVALID KEY
009290             ADD CK-REFUND-AMOUNT TO AR-UNAPPLIED-CASH
009300             MOVE WS-RUN-MDY-N TO AR-LAST-ACTIVITY-DATE
009310             REWRITE AR-BALANCE-RECORD
009320                 INVALID KEY
009330                     DISPLAY 'CHKREC0015E ARBAL REWRITE FAILED'
009340                         ' FOR ' AR-CUSTOMER-NUMBER
009350                     MOVE 'Y' TO WS-ABORT-SW
009360                     MOVE 'Y' TO WS-CHKREQ-EOF-SW
009370             END-REWRITE
009380     END-READ.
009390     IF WS-ABORT
009400         GO TO 2700-EXIT
009410     END-IF.
009420*
009430     SET CK-CHECK-VOIDED     TO TRUE.
009440     MOVE WS-RUN-MDY-N       TO CK-VOID-DATE.
009450     MOVE PAY-PAYMENT-NUMBER TO CK-VOID-PAYMENT.
009460     MOVE PA-SUPERVISOR-ID   TO CK-VOID-APPROVED-BY.
009470     REWRITE CHECK-REQUEST-RECORD
009480         INVALID KEY
009490             DISPLAY 'CHKREC0013E CHKREQ REWRITE FAILED FOR '
009500                 CK-REQUEST-NUMBER
009510             MOVE 'Y' TO WS-ABORT-SW
009520             MOVE 'Y' TO WS-CHKREQ-EOF-SW
009530             GO TO 2700-EXIT
009540     END-REWRITE.
009550*
009560     MOVE 'VOIDED TO UNAPPLIED CASH' TO DL-REMARK.
009570     ADD 1 TO WS-VOIDED-COUNT.
009580     ADD CK-REFUND-AMOUNT TO WS-VOIDED-TOTAL.
009590*
009600 2700-EXIT.
009610     EXIT.
009620*
009630******************************************************************
009640*   2750-ADVANCE-SERIES -- THE SAME ROLLOVER RULES GETINV        *
009650*   APPLIES ONLINE.                                              *
009660******************************************************************
009670 2750-ADVANCE-SERIES.
009680*
009690     READ INVCTL-FILE
009700         INVALID KEY
009710             DISPLAY 'CHKREC0016E INVCTL SERIES NOT FOUND: '
009720                 ICR-CONTROL-KEY
009730             MOVE 'Y' TO WS-ABORT-SW
009740             MOVE 'Y' TO WS-CHKREQ-EOF-SW
009750             GO TO 2750-EXIT
009760     END-READ.
009770*
009780     IF ICR-LAST-INVOICE-NUMBER NOT < ICR-RANGE-HIGH
009790         IF ICR-ROLLOVER-WRAP
009800             MOVE ICR-RANGE-LOW TO ICR-LAST-INVOICE-NUMBER
009810             MOVE 'Y' TO ICR-WRAPPED-SW
009820         ELSE
009830             DISPLAY 'CHKREC0017E SERIES EXHAUSTED: '
009840                 ICR-CONTROL-KEY
009850             MOVE 'Y' TO WS-ABORT-SW
009860             MOVE 'Y' TO WS-CHKREQ-EOF-SW
009870             GO TO 2750-EXIT
009880         END-IF
009890     ELSE
009900         ADD 1 TO ICR-LAST-INVOICE-NUMBER
009910     END-IF.
009920*
009930     REWRITE INVOICE-CONTROL-RECORD
009940         INVALID KEY
009950             DISPLAY 'CHKREC0018E INVCTL REWRITE FAILED'
009960             MOVE 'Y' TO WS-ABORT-SW
009970             MOVE 'Y' TO WS-CHKREQ-EOF-SW
009980     END-REWRITE.
009990*
010000 2750-EXIT.
010010     EXIT.
010020*
010030******************************************************************
010040*   4000-LIST-UNCLAIMED -- EVERY CHECK VOIDED AS STALE IN THE    *
010050*   LISTING YEAR, THEN THE TOTALS BY OWNER STATE.                *
010060******************************************************************
010070 4000-LIST-UNCLAIMED.
010080*
010090     IF WS-ABORT OR NOT PA-UNCLAIMED-RUN
010100         GO TO 4000-EXIT
010110     END-IF.
010120*
010130     WRITE REPORT-LINE FROM UNCLAIMED-HEADING.
010140*
010150     MOVE ZERO TO CK-REQUEST-NUMBER.
010160     START CHKREQ-FILE KEY IS >= CK-REQUEST-NUMBER
010170         INVALID KEY
010180             MOVE 'Y' TO WS-CHKREQ-EOF-SW
010190     END-START.
010200*
010210     PERFORM 4100-LIST-ONE-CHECK THRU 4100-EXIT
010220         UNTIL WS-CHKREQ-EOF.
010230*
010240     MOVE SPACE TO REPORT-LINE.
010250     WRITE REPORT-LINE.
010260     MOVE 'TOTALS BY OWNER STATE' TO SEC-TITLE.
010270     WRITE REPORT-LINE FROM SECTION-LINE.
010280     PERFORM 4300-PRINT-STATE-TOTAL THRU 4300-EXIT
010290         VARYING WS-ST-SUB FROM 1 BY 1
010300         UNTIL WS-ST-SUB > ST-COUNT.
010310*
010320 4000-EXIT.
010330     EXIT.
010340*
010350 4100-LIST-ONE-CHECK.
010360*
010370     READ CHKREQ-FILE NEXT RECORD
010380         AT END
010390             MOVE 'Y' TO WS-CHKREQ-EOF-SW
010400             GO TO 4100-EXIT
010410     END-READ.
010420     ADD 1 TO WS-REQUESTS-READ.
010430*
010440     IF NOT CK-CHECK-VOIDED
010450         GO TO 4100-EXIT
010460     END-IF.
010470     MOVE CK-VOID-DATE TO WS-WORK-MDY-N.
010480     IF WS-WORK-MDY-YYYY NOT = PA-LISTING-YEAR
010490         GO TO 4100-EXIT
010500     END-IF.
010510*
010520     MOVE CK-PAYEE-NAME      TO UL-PAYEE-NAME.
010530     MOVE CK-PAYEE-ADDRESS   TO UL-ADDRESS.
010540     MOVE CK-PAYEE-CITY      TO UL-CITY.
010550     MOVE CK-PAYEE-STATE     TO UL-STATE.
010560     MOVE CK-PAYEE-ZIP-CODE  TO UL-ZIP-CODE.
010570     MOVE CK-CHECK-NUMBER    TO UL-CHECK-NUMBER.
010580     MOVE CK-PRINTED-DATE    TO UL-CHECK-DATE.
010590     MOVE CK-REFUND-AMOUNT   TO UL-AMOUNT.
010600     WRITE REPORT-LINE FROM UNCLAIMED-LINE.
010610*
010620     ADD 1 TO WS-LISTED-COUNT.
010630     ADD CK-REFUND-AMOUNT TO WS-LISTED-TOTAL.
010640     PERFORM 4200-ADD-STATE-TOTAL THRU 4200-EXIT.
010650*
010660 4100-EXIT.
010670     EXIT.
010680*
010690 4200-ADD-STATE-TOTAL.
010700*
010710     MOVE 1 TO WS-ST-SUB.
010720     PERFORM 4210-FIND-STATE THRU 4210-EXIT
010730         UNTIL WS-ST-SUB > ST-COUNT
010740            OR ST-STATE(WS-ST-SUB) = CK-PAYEE-STATE.
010750*
010760     IF WS-ST-SUB > ST-COUNT
010770         IF ST-COUNT NOT < 60
010780             DISPLAY 'CHKREC0019W STATE TABLE FULL, '
010790                 CK-PAYEE-STATE ' NOT TOTALED'
010800             GO TO 4200-EXIT
010810         END-IF
010820         ADD 1 TO ST-COUNT
010830         MOVE ST-COUNT       TO WS-ST-SUB
010840         MOVE CK-PAYEE-STATE TO ST-STATE(WS-ST-SUB)
010850         MOVE ZERO           TO ST-ITEM-COUNT(WS-ST-SUB)
010860         MOVE ZERO           TO ST-TOTAL(WS-ST-SUB)
010870     END-IF.
010880*
010890     ADD 1                TO ST-ITEM-COUNT(WS-ST-SUB).
010900     ADD CK-REFUND-AMOUNT TO ST-TOTAL(WS-ST-SUB).
010910*
010920 4200-EXIT.
010930     EXIT.
010940*
010950 4210-FIND-STATE.
010960*
010970     ADD 1 TO WS-ST-SUB.
010980*
010990 4210-EXIT.
011000     EXIT.
011010*
011020 4300-PRINT-STATE-TOTAL.
011030*
011040     MOVE ST-STATE(WS-ST-SUB)      TO STL-STATE.
011050     MOVE ST-ITEM-COUNT(WS-ST-SUB) TO STL-ITEM-COUNT.
011060     MOVE ST-TOTAL(WS-ST-SUB)      TO STL-TOTAL.
011070     WRITE REPORT-LINE FROM STATE-TOTAL-LINE.
011080*
011090 4300-EXIT.
011100     EXIT.
011110*
011120 3000-TERMINATE.
011130*
011140     IF WS-ABORT
011150         MOVE 8 TO RETURN-CODE
011160         GO TO 3000-LOG-RUN
011170     END-IF.
011180*
011190     MOVE SPACE TO REPORT-LINE.
011200     WRITE REPORT-LINE.
011210     IF PA-RECONCILE-RUN
011220         MOVE 'PAID ITEMS READ.........:' TO SUM-LABEL
011230         MOVE WS-PAID-READ        TO SUM-COUNT
011240         MOVE ZERO                TO SUM-AMOUNT
011250         WRITE REPORT-LINE FROM SUMMARY-LINE
011260         MOVE 'CHECKS CLEARED..........:' TO SUM-LABEL
011270         MOVE WS-CLEARED-COUNT    TO SUM-COUNT
011280         MOVE WS-CLEARED-TOTAL    TO SUM-AMOUNT
011290         WRITE REPORT-LINE FROM SUMMARY-LINE
011300         MOVE 'AMOUNT MISMATCHES.......:' TO SUM-LABEL
011310         MOVE WS-MISMATCH-COUNT   TO SUM-COUNT
011320         MOVE ZERO                TO SUM-AMOUNT
011330         WRITE REPORT-LINE FROM SUMMARY-LINE
011340         MOVE 'PAID ITEMS NOT OUTSTAND.:' TO SUM-LABEL
011350         MOVE WS-NOT-ISSUED-COUNT TO SUM-COUNT
011360         WRITE REPORT-LINE FROM SUMMARY-LINE
011370         MOVE 'STALE CHECKS LISTED.....:' TO SUM-LABEL
011380         MOVE WS-STALE-COUNT      TO SUM-COUNT
011390         WRITE REPORT-LINE FROM SUMMARY-LINE
011400         MOVE 'STALE CHECKS VOIDED.....:' TO SUM-LABEL
011410         MOVE WS-VOIDED-COUNT     TO SUM-COUNT
011420         MOVE WS-VOIDED-TOTAL     TO SUM-AMOUNT
011430         WRITE REPORT-LINE FROM SUMMARY-LINE
011440         IF WS-MISMATCH-COUNT > ZERO
011450             OR WS-NOT-ISSUED-COUNT > ZERO
011460             OR WS-STALE-COUNT > WS-VOIDED-COUNT
011470             MOVE 4 TO RETURN-CODE
011480         END-IF
011490     ELSE
011500         MOVE 'UNCLAIMED ITEMS LISTED..:' TO SUM-LABEL
011510         MOVE WS-LISTED-COUNT     TO SUM-COUNT
011520         MOVE WS-LISTED-TOTAL     TO SUM-AMOUNT
011530         WRITE REPORT-LINE FROM SUMMARY-LINE
011540     END-IF.
011550*
011560 3000-LOG-RUN.
011570*
011580     MOVE 'CHKREC  ' TO RL-PROGRAM.
011590     IF PA-UNCLAIMED-RUN
011600         MOVE 'YEAREND ' TO RL-JOB-NAME
011610         MOVE WS-REQUESTS-READ TO RL-RECORDS-READ
011620         MOVE WS-LISTED-COUNT  TO RL-RECORDS-WRITTEN
011630         MOVE ZERO             TO RL-RECORDS-REJECTED
011640     ELSE
011650         MOVE 'NIGHTLY ' TO RL-JOB-NAME
011660         MOVE WS-PAID-READ     TO RL-RECORDS-READ
011670         COMPUTE RL-RECORDS-WRITTEN =
011680             WS-CLEARED-COUNT + WS-VOIDED-COUNT
011690         COMPUTE RL-RECORDS-REJECTED =
011700             WS-MISMATCH-COUNT + WS-NOT-ISSUED-COUNT
011710     END-IF.
011720     MOVE 'CHKREC  ' TO RL-STEP-NAME.
011730     MOVE WS-START-TIME-RAW(1:6) TO RL-START-TIME.
011740     MOVE RETURN-CODE TO RL-COMPLETION-CODE.
011750     CALL 'RUNLOGW' USING RUN-LOG-RECORD.
011760*
011770     IF WS-PARM-OPEN
011780         CLOSE PARM-FILE
011790     END-IF.
011800     IF WS-PAID-OPEN
011810         CLOSE PAID-FILE
011820     END-IF.
011830     IF WS-CHKREQ-OPEN
011840         CLOSE CHKREQ-FILE
011850     END-IF.
011860     IF WS-PAYMENT-OPEN
011870         CLOSE PAYMENT-FILE
011880     END-IF.
011890     IF WS-INVCTL-OPEN
011900         CLOSE INVCTL-FILE
011910     END-IF.
011920     IF WS-ARBAL-OPEN
011930         CLOSE ARBAL-FILE
011940     END-IF.
011950     IF WS-OPSEC-OPEN
011960         CLOSE OPSEC-FILE
011970     END-IF.
011980     IF WS-REPORT-OPEN
011990         CLOSE RECON-REPORT
012000     END-IF.
012010*
012020 3000-EXIT.
012030     EXIT.
