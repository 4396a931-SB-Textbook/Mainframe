000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    PREDCHK.
000040 AUTHOR.        R HOLLOWAY.
000050 INSTALLATION.  DATA CENTER OPERATIONS.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090******************************************************************
000100*   PREDCHK -- BATCH PREDECESSOR CHECK.                          *
000110*   CALLED ONCE, AT START-UP, BY EVERY BATCH PROGRAM IN THE      *
000120*   SHOP, BEFORE IT OPENS A FILE.  THE CALLER'S PREDECESSORS     *
000130*   ARE TAKEN FROM THE JOBDEP TABLE AND LOOKED FOR IN THE        *
000140*   RUNLOG FILE FOR THE CURRENT BATCH DAY, WHICH RUNS FROM NOON  *
000150*   TO NOON SO THAT A NIGHT'S WORK ON BOTH SIDES OF MIDNIGHT     *
000160*   COUNTS AS ONE DAY.  THE LATEST RUN OF EACH PREDECESSOR IN    *
000170*   THE WINDOW DECIDES: IT MUST HAVE ENDED WITH A COMPLETION     *
000180*   CODE NO HIGHER THAN THE TABLE ALLOWS.  A RUN THAT WAS        *
000190*   ITSELF REFUSED BY THIS CHECK DOES NOT COUNT AS A RUN.        *
000200*                                                                *
000210*   WHEN A PREDECESSOR IS MISSING OR FAILED, EACH ONE IS         *
000220*   NAMED ON THE JOB LOG.  IF THE OPERATOR HAS SUPPLIED A        *
000230*   PREDOVR OVERRIDE CARD FOR THE PROGRAM, DATED TODAY, WITH     *
000240*   AN OPERATOR ID AND A REASON, EACH OVERRIDDEN PREDECESSOR IS  *
000250*   WRITTEN TO THE JOBOVR LOG AND THE CALLER IS TOLD TO GO       *
000260*   AHEAD.  OTHERWISE THE CALLER IS TOLD TO STOP WITH RETURN     *
000270*   CODE 12, AND THE REFUSAL ITSELF IS LOGGED THROUGH RUNLOGW    *
000280*   UNDER JOB NAME REFUSED SO THE MORNING RUNRPT REPORT SHOWS    *
000290*   IT.  AN OVERRIDE THAT CANNOT BE LOGGED IS NOT ACCEPTED.      *
000300*                                                                *
000310*   PREDOVR CARD: COLS 1-8 PROGRAM, 10-17 DATE (YYYYMMDD),       *
000320*   19-21 OPERATOR ID, 23-62 REASON.                             *
000330*                                                                *
000340*   MODIFICATION HISTORY.                                        *
000350*   10/15/2026  RH   INITIAL VERSION.                            *
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
000490     SELECT  RUNLOG-FILE    ASSIGN TO RUNLOG
000500             ORGANIZATION IS INDEXED
000510             ACCESS MODE IS DYNAMIC
000520             RECORD KEY IS RL-LOG-KEY
000530             FILE STATUS IS WS-RUNLOG-STATUS.
000540*
000550     SELECT  OVERRIDE-CARDS ASSIGN TO PREDOVR
000560             ORGANIZATION IS LINE SEQUENTIAL
000570             FILE STATUS IS WS-PREDOVR-STATUS.
000580*
000590     SELECT  JOBOVR-FILE    ASSIGN TO JOBOVR
000600             ORGANIZATION IS INDEXED
000610             ACCESS MODE IS RANDOM
000620             RECORD KEY IS JO-OVERRIDE-KEY
000630             FILE STATUS IS WS-JOBOVR-STATUS.
000640*
000650 DATA DIVISION.
000660*
000670 FILE SECTION.
000680*
000690 FD  RUNLOG-FILE
000700     LABEL RECORDS ARE STANDARD.
000710*
000720     COPY RUNLOG.
000730*
000740 FD  OVERRIDE-CARDS
000750     LABEL RECORDS ARE OMITTED.
000760*
000770 01  OVERRIDE-CARD.
000780     05  OC-PROGRAM                   PIC X(08).
000790     05  FILLER                       PIC X(01).
000800     05  OC-OVERRIDE-DATE             PIC X(08).
000810     05  FILLER                       PIC X(01).
000820     05  OC-OPERATOR-ID               PIC X(03).
000830     05  FILLER                       PIC X(01).
000840     05  OC-REASON                    PIC X(40).
000850     05  FILLER                       PIC X(18).
000860*
000870 FD  JOBOVR-FILE
000880     LABEL RECORDS ARE STANDARD.
000890*
000900     COPY JOBOVR.
000910*
000920 WORKING-STORAGE SECTION.
000930*
000940 01  WS-RUNLOG-WRITE-RECORD.
000950     05  WS-RL-KEY.
000960         10  WS-RL-DATE         PIC 9(08).
000970         10  WS-RL-END-TIME     PIC 9(06).
000980         10  WS-RL-PROGRAM      PIC X(08).
000990     05  WS-RL-JOB              PIC X(08).
001000     05  WS-RL-STEP             PIC X(08).
001010     05  WS-RL-START-TIME       PIC 9(06).
001020     05  WS-RL-READ             PIC 9(09).
001030     05  WS-RL-WRITTEN          PIC 9(09).
001040     05  WS-RL-REJECTED         PIC 9(09).
001050     05  WS-RL-COMPCODE         PIC 9(04).
001060*
001070     COPY JOBDEP.
001080*
001090 01  FILE-STATUS-FIELDS.
001100*
001110     05  WS-RUNLOG-STATUS             PIC X(02)   VALUE '00'.
001120     05  WS-PREDOVR-STATUS            PIC X(02)   VALUE '00'.
001130     05  WS-JOBOVR-STATUS             PIC X(02)   VALUE '00'.
001140*
001150 01  SWITCHES.
001160*
001170     05  WS-RUNLOG-EOF-SW             PIC X(01)   VALUE 'N'.
001180         88  WS-RUNLOG-EOF                        VALUE 'Y'.
001190     05  WS-PREDOVR-EOF-SW            PIC X(01)   VALUE 'N'.
001200         88  WS-PREDOVR-EOF                       VALUE 'Y'.
001210     05  WS-OVERRIDE-FOUND-SW         PIC X(01)   VALUE 'N'.
001220         88  WS-OVERRIDE-FOUND                    VALUE 'Y'.
001230*
001240 01  WORK-FIELDS.
001250*
001260     05  WS-TODAY                     PIC 9(08)   VALUE ZERO.
001270     05  WS-TODAY-X REDEFINES WS-TODAY
001280                                      PIC X(08).
001290     05  WS-NOW-RAW                   PIC 9(08)   VALUE ZERO.
001300     05  WS-BATCH-DAY-START-TIME      PIC 9(06)   VALUE 120000.
001310     05  WS-JD-SUB             PIC S9(03) COMP-3 VALUE ZERO.
001320     05  WS-PW-SUB             PIC S9(03) COMP-3 VALUE ZERO.
001330     05  WS-PW-COUNT           PIC S9(03) COMP-3 VALUE ZERO.
001340     05  WS-PW-MAX             PIC S9(03) COMP-3 VALUE +10.
001350     05  WS-UNMET-COUNT        PIC S9(03) COMP-3 VALUE ZERO.
001360     05  WS-UNMET-DISPLAY             PIC Z9.
001370     05  WS-JO-SEQUENCE               PIC 9(02)   VALUE ZERO.
001380     05  WS-OVR-OPERATOR-ID           PIC X(03)   VALUE SPACES.
001390     05  WS-OVR-REASON                PIC X(40)   VALUE SPACES.
001400     05  WS-MONTH-DAYS                PIC 9(02)   VALUE ZERO.
001410     05  WS-LEAP-QUOTIENT      PIC S9(05) COMP-3 VALUE ZERO.
001420     05  WS-LEAP-REMAINDER     PIC S9(05) COMP-3 VALUE ZERO.
001430*
001440 01  WS-WINDOW-DATE.
001450     05  WS-WIN-YYYY                  PIC 9(04).
001460     05  WS-WIN-MM                    PIC 9(02).
001470     05  WS-WIN-DD                    PIC 9(02).
001480*
001490 01  WS-WINDOW-START-KEY.
001500     05  WS-WSK-DATE                  PIC 9(08).
001510     05  WS-WSK-TIME                  PIC 9(06).
001520     05  WS-WSK-PROGRAM               PIC X(08).
001530*
001540 01  PREDECESSOR-WORK-TABLE.
001550     05  PW-ENTRY OCCURS 10 TIMES.
001560         10  PW-PREDECESSOR           PIC X(08).
001570         10  PW-MAX-CODE              PIC 9(04).
001580         10  PW-STATE                 PIC X(01).
001590             88  PW-NOT-RUN                       VALUE 'M'.
001600             88  PW-FAILED                        VALUE 'F'.
001610             88  PW-COMPLETED                     VALUE 'C'.
001620         10  PW-LAST-CODE             PIC 9(04).
001630*
001640 LINKAGE SECTION.
001650*
001660     COPY PREDPARM.
001670*
001680 PROCEDURE DIVISION USING PREDECESSOR-CHECK-AREA.
001690*
001700 0000-MAINLINE.
001710*
001720     MOVE 'C'  TO PC-RESULT.
001730     MOVE ZERO TO PC-RETURN-CODE.
001740*
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001760     IF WS-PW-COUNT = ZERO
001770         GOBACK
001780     END-IF.
001790*
001800     PERFORM 2000-SCAN-RUNLOG THRU 2000-EXIT.
001810     PERFORM 2500-CHECK-PREDECESSOR THRU 2500-EXIT
001820         VARYING WS-PW-SUB FROM 1 BY 1
001830         UNTIL WS-PW-SUB > WS-PW-COUNT.
001840     IF WS-UNMET-COUNT = ZERO
001850         GOBACK
001860     END-IF.
001870*
001880     PERFORM 3000-READ-OVERRIDE THRU 3000-EXIT.
001890     IF WS-OVERRIDE-FOUND
001900         PERFORM 4000-LOG-OVERRIDE THRU 4000-EXIT
001910     END-IF.
001920*
001930     IF WS-OVERRIDE-FOUND
001940         MOVE 'O' TO PC-RESULT
001950         DISPLAY 'PREDCHK0006W ' PC-PROGRAM
001960             ' RUNNING UNDER OVERRIDE BY OPERATOR '
001970             WS-OVR-OPERATOR-ID ': ' WS-OVR-REASON
001980     ELSE
001990         PERFORM 5000-REFUSE-RUN THRU 5000-EXIT
002000     END-IF.
002010*
002020     GOBACK.
002030*
002040******************************************************************
002050*   1000-INITIALIZE -- PICK THE CALLER'S PREDECESSORS OUT OF     *
002060*   THE JOBDEP TABLE AND WORK OUT WHERE THE BATCH DAY BEGAN:     *
002070*   NOON TODAY, OR NOON YESTERDAY WHEN IT IS NOT YET NOON.       *
002080******************************************************************
002090 1000-INITIALIZE.
002100*
002110     MOVE ZERO TO WS-PW-COUNT
002120                  WS-UNMET-COUNT.
002130     MOVE 'N'  TO WS-RUNLOG-EOF-SW
002140                  WS-PREDOVR-EOF-SW
002150                  WS-OVERRIDE-FOUND-SW.
002160*
002170     PERFORM 1100-LOAD-PREDECESSOR THRU 1100-EXIT
002180         VARYING WS-JD-SUB FROM 1 BY 1
002190         UNTIL WS-JD-SUB > JD-ENTRY-COUNT.
002200     IF WS-PW-COUNT = ZERO
002210         GO TO 1000-EXIT
002220     END-IF.
002230*
002240     ACCEPT WS-TODAY  FROM DATE YYYYMMDD.
002250     ACCEPT WS-NOW-RAW FROM TIME.
002260     MOVE WS-TODAY TO WS-WINDOW-DATE.
002270     IF WS-NOW-RAW(1:6) < WS-BATCH-DAY-START-TIME
002280         PERFORM 1200-BACK-ONE-DAY THRU 1200-EXIT
002290     END-IF.
002300*
002310     MOVE WS-WINDOW-DATE          TO WS-WSK-DATE.
002320     MOVE WS-BATCH-DAY-START-TIME TO WS-WSK-TIME.
002330     MOVE LOW-VALUES              TO WS-WSK-PROGRAM.
002340*
002350 1000-EXIT.
002360     EXIT.
002370*
002380 1100-LOAD-PREDECESSOR.
002390*
002400     IF JD-PROGRAM(WS-JD-SUB) NOT = PC-PROGRAM
002410         GO TO 1100-EXIT
002420     END-IF.
002430     IF WS-PW-COUNT NOT < WS-PW-MAX
002440         DISPLAY 'PREDCHK0009W ' PC-PROGRAM
002450             ' HAS MORE THAN 10 PREDECESSORS - '
002460             JD-PREDECESSOR(WS-JD-SUB) ' NOT CHECKED'
002470         GO TO 1100-EXIT
002480     END-IF.
002490*
002500     ADD 1 TO WS-PW-COUNT.
002510     MOVE JD-PREDECESSOR(WS-JD-SUB)
002520                         TO PW-PREDECESSOR(WS-PW-COUNT).
002530     MOVE JD-MAX-CODE(WS-JD-SUB)
002540                         TO PW-MAX-CODE(WS-PW-COUNT).
002550     MOVE 'M'            TO PW-STATE(WS-PW-COUNT).
002560     MOVE ZERO           TO PW-LAST-CODE(WS-PW-COUNT).
002570*
002580 1100-EXIT.
002590     EXIT.
002600*
002610 1200-BACK-ONE-DAY.
002620*
002630     SUBTRACT 1 FROM WS-WIN-DD.
002640     IF WS-WIN-DD = ZERO
002650         SUBTRACT 1 FROM WS-WIN-MM
002660         IF WS-WIN-MM = ZERO
002670             MOVE 12 TO WS-WIN-MM
002680             SUBTRACT 1 FROM WS-WIN-YYYY
002690         END-IF
002700         PERFORM 1300-DAYS-IN-MONTH THRU 1300-EXIT
002710         MOVE WS-MONTH-DAYS TO WS-WIN-DD
002720     END-IF.
002730*
002740 1200-EXIT.
002750     EXIT.
002760*
002770 1300-DAYS-IN-MONTH.
002780*
002790     EVALUATE WS-WIN-MM
002800         WHEN 04
002810         WHEN 06
002820         WHEN 09
002830         WHEN 11
002840             MOVE 30 TO WS-MONTH-DAYS
002850         WHEN 02
002860             MOVE 28 TO WS-MONTH-DAYS
002870             DIVIDE WS-WIN-YYYY BY 4
002880                 GIVING WS-LEAP-QUOTIENT
002890                 REMAINDER WS-LEAP-REMAINDER
002900             IF WS-LEAP-REMAINDER = ZERO
002910                 MOVE 29 TO WS-MONTH-DAYS
002920                 DIVIDE WS-WIN-YYYY BY 100
002930                     GIVING WS-LEAP-QUOTIENT
002940                     REMAINDER WS-LEAP-REMAINDER
002950                 IF WS-LEAP-REMAINDER = ZERO
002960                     MOVE 28 TO WS-MONTH-DAYS
002970                     DIVIDE WS-WIN-YYYY BY 400
002980                         GIVING WS-LEAP-QUOTIENT
002990                         REMAINDER WS-LEAP-REMAINDER
003000                     IF WS-LEAP-REMAINDER = ZERO
003010                         MOVE 29 TO WS-MONTH-DAYS
003020                     END-IF
003030                 END-IF
003040             END-IF
003050         WHEN OTHER
003060             MOVE 31 TO WS-MONTH-DAYS
003070     END-EVALUATE.
003080*
003090 1300-EXIT.
003100     EXIT.
003110*
003120******************************************************************
003130*   2000-SCAN-RUNLOG -- READ THE BATCH DAY'S RUNS IN TIME        *
003140*   ORDER.  EACH RUN OF A PREDECESSOR REPLACES WHAT AN EARLIER   *
003150*   RUN SAID, SO A SUCCESSFUL RERUN CLEARS AN EARLIER FAILURE.   *
003160*   IF RUNLOG CANNOT BE READ, NO PREDECESSOR HAS RUN.            *
003170******************************************************************
003180 2000-SCAN-RUNLOG.
003190*
003200     OPEN INPUT RUNLOG-FILE.
003210     IF WS-RUNLOG-STATUS NOT = '00'
003220         DISPLAY 'PREDCHK0001W RUNLOG OPEN FAILED, STATUS='
003230             WS-RUNLOG-STATUS ' - NO PREDECESSOR RUNS FOUND'
003240         GO TO 2000-EXIT
003250     END-IF.
003260*
003270     MOVE WS-WINDOW-START-KEY TO RL-LOG-KEY.
003280     START RUNLOG-FILE KEY IS NOT LESS THAN RL-LOG-KEY
003290         INVALID KEY
003300             MOVE 'Y' TO WS-RUNLOG-EOF-SW
003310     END-START.
003320*
003330     PERFORM 2100-READ-RUNLOG THRU 2100-EXIT
003340         UNTIL WS-RUNLOG-EOF.
003350*
003360     CLOSE RUNLOG-FILE.
003370*
003380 2000-EXIT.
003390     EXIT.
003400*
003410 2100-READ-RUNLOG.
003420*
003430     READ RUNLOG-FILE NEXT RECORD
003440         AT END
003450             MOVE 'Y' TO WS-RUNLOG-EOF-SW
003460     END-READ.
003470     IF WS-RUNLOG-EOF
003480         GO TO 2100-EXIT
003490     END-IF.
003500     IF RL-JOB-NAME = 'REFUSED '
003510         GO TO 2100-EXIT
003520     END-IF.
003530*
003540     PERFORM 2200-MATCH-PREDECESSOR THRU 2200-EXIT
003550         VARYING WS-PW-SUB FROM 1 BY 1
003560         UNTIL WS-PW-SUB > WS-PW-COUNT.
003570*
003580 2100-EXIT.
003590     EXIT.
003600*
003610 2200-MATCH-PREDECESSOR.
003620*
003630     IF RL-PROGRAM NOT = PW-PREDECESSOR(WS-PW-SUB)
003640         GO TO 2200-EXIT
003650     END-IF.
003660*
003670     MOVE RL-COMPLETION-CODE TO PW-LAST-CODE(WS-PW-SUB).
003680     IF RL-COMPLETION-CODE > PW-MAX-CODE(WS-PW-SUB)
003690         MOVE 'F' TO PW-STATE(WS-PW-SUB)
003700     ELSE
003710         MOVE 'C' TO PW-STATE(WS-PW-SUB)
003720     END-IF.
003730*
003740 2200-EXIT.
003750     EXIT.
003760*
003770 2500-CHECK-PREDECESSOR.
003780*
003790     IF PW-COMPLETED(WS-PW-SUB)
003800         GO TO 2500-EXIT
003810     END-IF.
003820*
003830     ADD 1 TO WS-UNMET-COUNT.
003840     IF PW-NOT-RUN(WS-PW-SUB)
003850         DISPLAY 'PREDCHK0002E ' PC-PROGRAM ' PREDECESSOR '
003860             PW-PREDECESSOR(WS-PW-SUB)
003870             ' HAS NOT RUN THIS BATCH DAY'
003880     ELSE
003890         DISPLAY 'PREDCHK0003E ' PC-PROGRAM ' PREDECESSOR '
003900             PW-PREDECESSOR(WS-PW-SUB) ' ENDED WITH CODE '
003910             PW-LAST-CODE(WS-PW-SUB) ', LIMIT IS '
003920             PW-MAX-CODE(WS-PW-SUB)
003930     END-IF.
003940*
003950 2500-EXIT.
003960     EXIT.
003970*
003980******************************************************************
003990*   3000-READ-OVERRIDE -- LOOK FOR TODAY'S OVERRIDE CARD FOR     *
004000*   THE CALLER.  NO PREDOVR DATASET MEANS NO OVERRIDE.  A CARD   *
004010*   WITHOUT AN OPERATOR ID OR A REASON DOES NOT COUNT.           *
004020******************************************************************
004030 3000-READ-OVERRIDE.
004040*
004050     OPEN INPUT OVERRIDE-CARDS.
004060     IF WS-PREDOVR-STATUS NOT = '00'
004070         GO TO 3000-EXIT
004080     END-IF.
004090*
004100     PERFORM 3100-READ-OVERRIDE-CARD THRU 3100-EXIT
004110         UNTIL WS-PREDOVR-EOF
004120            OR WS-OVERRIDE-FOUND.
004130*
004140     CLOSE OVERRIDE-CARDS.
004150*
004160 3000-EXIT.
004170     EXIT.
004180*
004190 3100-READ-OVERRIDE-CARD.
004200*
004210     READ OVERRIDE-CARDS
004220         AT END
004230             MOVE 'Y' TO WS-PREDOVR-EOF-SW
004240     END-READ.
004250     IF WS-PREDOVR-EOF
004260         GO TO 3100-EXIT
004270     END-IF.
004280     IF OC-PROGRAM NOT = PC-PROGRAM
004290         GO TO 3100-EXIT
004300     END-IF.
004310*
004320     IF OC-OVERRIDE-DATE NOT = WS-TODAY-X
004330         DISPLAY 'PREDCHK0004W OVERRIDE CARD FOR ' PC-PROGRAM
004340             ' IGNORED - DATED ' OC-OVERRIDE-DATE
004350             ', NOT ' WS-TODAY-X
004360         GO TO 3100-EXIT
004370     END-IF.
004380     IF OC-OPERATOR-ID = SPACES
004390        OR OC-REASON = SPACES
004400         DISPLAY 'PREDCHK0004W OVERRIDE CARD FOR ' PC-PROGRAM
004410             ' IGNORED - OPERATOR ID AND REASON ARE REQUIRED'
004420         GO TO 3100-EXIT
004430     END-IF.
004440*
004450     MOVE OC-OPERATOR-ID TO WS-OVR-OPERATOR-ID.
004460     MOVE OC-REASON      TO WS-OVR-REASON.
004470     MOVE 'Y'            TO WS-OVERRIDE-FOUND-SW.
004480*
004490 3100-EXIT.
004500     EXIT.
004510*
004520******************************************************************
004530*   4000-LOG-OVERRIDE -- ONE JOBOVR RECORD FOR EACH PREDECESSOR  *
004540*   BEING OVERRIDDEN.  IF THE LOG CANNOT BE WRITTEN THE          *
004550*   OVERRIDE IS WITHDRAWN AND THE RUN IS REFUSED.                *
004560******************************************************************
004570 4000-LOG-OVERRIDE.
004580*
004590     OPEN I-O JOBOVR-FILE.
004600     IF WS-JOBOVR-STATUS NOT = '00'
004610         DISPLAY 'PREDCHK0005E JOBOVR OPEN FAILED, STATUS='
004620             WS-JOBOVR-STATUS ' - OVERRIDE NOT ACCEPTED'
004630         MOVE 'N' TO WS-OVERRIDE-FOUND-SW
004640         GO TO 4000-EXIT
004650     END-IF.
004660*
004670     MOVE ZERO TO WS-JO-SEQUENCE.
004680     PERFORM 4100-WRITE-OVERRIDE THRU 4100-EXIT
004690         VARYING WS-PW-SUB FROM 1 BY 1
004700         UNTIL WS-PW-SUB > WS-PW-COUNT
004710            OR NOT WS-OVERRIDE-FOUND.
004720*
004730     CLOSE JOBOVR-FILE.
004740*
004750 4000-EXIT.
004760     EXIT.
004770*
004780 4100-WRITE-OVERRIDE.
004790*
004800     IF PW-COMPLETED(WS-PW-SUB)
004810         GO TO 4100-EXIT
004820     END-IF.
004830*
004840     ADD 1 TO WS-JO-SEQUENCE.
004850     MOVE WS-TODAY                  TO JO-OVERRIDE-DATE.
004860     MOVE WS-NOW-RAW(1:6)           TO JO-OVERRIDE-TIME.
004870     MOVE PC-PROGRAM                TO JO-PROGRAM.
004880     MOVE WS-JO-SEQUENCE            TO JO-SEQUENCE.
004890     MOVE PW-PREDECESSOR(WS-PW-SUB) TO JO-PREDECESSOR.
004900     MOVE PW-STATE(WS-PW-SUB)       TO JO-PREDECESSOR-STATE.
004910     MOVE PW-LAST-CODE(WS-PW-SUB)   TO JO-PREDECESSOR-CODE.
004920     MOVE WS-OVR-OPERATOR-ID        TO JO-OPERATOR-ID.
004930     MOVE WS-OVR-REASON             TO JO-REASON.
004940*
004950     WRITE JOB-OVERRIDE-RECORD
004960         INVALID KEY
004970             DISPLAY 'PREDCHK0005E JOBOVR WRITE FAILED, STATUS='
004980                 WS-JOBOVR-STATUS ' - OVERRIDE NOT ACCEPTED'
004990             MOVE 'N' TO WS-OVERRIDE-FOUND-SW
005000     END-WRITE.
005010*
005020 4100-EXIT.
005030     EXIT.
005040*
005050******************************************************************
005060*   5000-REFUSE-RUN -- TELL THE CALLER TO STOP, SAY WHY, AND     *
005070*   LOG THE REFUSAL AS A RUN OF ITS OWN.                         *
005080******************************************************************
005090 5000-REFUSE-RUN.
005100*
005110     MOVE 'R' TO PC-RESULT.
005120     MOVE 12  TO PC-RETURN-CODE.
005130     MOVE WS-UNMET-COUNT TO WS-UNMET-DISPLAY.
005140     DISPLAY 'PREDCHK0007E ' PC-PROGRAM ' NOT RUN - '
005150         WS-UNMET-DISPLAY ' PREDECESSOR(S) NOT COMPLETE'.
005160     DISPLAY 'PREDCHK0008I RERUN WHEN THE PREDECESSORS HAVE '
005170         'COMPLETED, OR SUPPLY A PREDOVR OVERRIDE CARD'.
005180*
005190     MOVE PC-PROGRAM      TO WS-RL-PROGRAM.
005200     MOVE 'REFUSED '      TO WS-RL-JOB.
005210     MOVE PC-PROGRAM      TO WS-RL-STEP.
005220     MOVE WS-NOW-RAW(1:6) TO WS-RL-START-TIME.
005230     MOVE ZERO            TO WS-RL-READ.
005240     MOVE ZERO            TO WS-RL-WRITTEN.
005250     MOVE ZERO            TO WS-RL-REJECTED.
005260     MOVE PC-RETURN-CODE  TO WS-RL-COMPCODE.
005270     CALL 'RUNLOGW' USING WS-RUNLOG-WRITE-RECORD.
005280*
005290 5000-EXIT.
005300     EXIT.
