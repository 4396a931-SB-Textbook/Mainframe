000010 IDENTIFICATION                               DIVISION.
000020 PROGRAM-ID.  Sub29.
      *****************************************************************
      *程序ID         ：Sub29
      *程序名         ：考试安排
      *处理概要       ：考试时间表的维护、冲突检查与考试安排打印。
      *                 动作键：
      *                 M 考试登记——课程+学期的考试日期、节次、
      *                   考场与考场容量登记EXAMSCHED(已有则改写)，
      *                   该课程该学期须已开课(COURSEOFFER)；
      *                 D 考试删除；
      *                 C 冲突检查——按选课(ENROLLMENT)核对该学期
      *                   时间表，列出：同一学生同一天同一节次两场
      *                   以上、同一学生同一天三场以上、同一考场
      *                   同一节次的考生合计超过容量(容量取该场
      *                   登记中最小者)；另列未排考试的开课供参考
      *                   (不算冲突)；
      *                 P 检查后打印——先做C的检查，无冲突时接着打
      *                   印每个学生的考试安排和每个考场的座位表，
      *                   有冲突时只出冲突表，不打印。
      *                 座号按考场同一节次内课程、学号顺序编排，
      *                 个人安排与座位表一致。报表输出到PRTFILE。
      *
      *                 表EXAMSCHED：COURSE/TERM/EXAMDAY/PERIOD/ROOM/
      *                              ROOMCAP
      *
      *                 本程序以EXEC SQL原始源形式保存，编译前需经
      *                 Pro*COBOL预编译。
      *
      *日期           作成者            概要
      *2026/10/15     维护组            作成
      *
      *****************************************************************
000030 ENVIRONMENT                                  DIVISION.
       INPUT-OUTPUT                                 SECTION.
       FILE-CONTROL.
           SELECT PRTFILE ASSIGN TO PRTFILE
               ORGANIZATION IS LINE SEQUENTIAL.
000040 DATA                                         DIVISION.
       FILE                                         SECTION.
       FD  PRTFILE.
       01  PRT-LINE                     PIC X(80).
000050 WORKING-STORAGE                              SECTION.
       01  SQLSTATE                      PIC  X(005).
       01  SQLCA.
           05  SQLCAID               PIC X(8).
           05  SQLCABC               PIC S9(9) COMPUTATIONAL.
           05  SQLCODE               PIC S9(9) COMPUTATIONAL.
           05  SQLERRM.
               49 SQLERRML           PIC S9(4) COMPUTATIONAL.
               49 SQLERRMC           PIC X(70).
           05  SQLERRP               PIC X(8).
           05  SQLERRD OCCURS 6 TIMES
                                     PIC S9(9) COMPUTATIONAL.
           05  SQLWARN.
               10 SQLWARN0           PIC X(1).
               10 SQLWARN1           PIC X(1).
               10 SQLWARN2           PIC X(1).
               10 SQLWARN3           PIC X(1).
               10 SQLWARN4           PIC X(1).
               10 SQLWARN5           PIC X(1).
               10 SQLWARN6           PIC X(1).
               10 SQLWARN7           PIC X(1).
           05  SQLEXT                PIC X(8).
      *
      *    画面录入区
       01 EXMAREA.
           03 WKACTION                  PIC X(01) VALUE SPACE.
           03 WKTERM                    PIC X(06) VALUE SPACE.
           03 WKCOURSE                  PIC X(06) VALUE SPACE.
           03 WKEXAMDAY                 PIC 9(08) VALUE 0.
           03 WKEXAMDAYX REDEFINES WKEXAMDAY.
               05 WKEXYY                PIC 9(04).
               05 WKEXMM                PIC 9(02).
               05 WKEXDD                PIC 9(02).
           03 WKPERIOD                  PIC 9(01) VALUE 0.
           03 WKROOM                    PIC X(06) VALUE SPACE.
           03 WKROOMCAP                 PIC 9(04) VALUE 0.
      *    冲突行
       01 CNFREC.
           03 CNO                       PIC 9(06).
           03 CEXAMDAY                  PIC 9(08).
           03 CPERIOD                   PIC 9(01).
           03 CCOURSE                   PIC X(06).
           03 CROOM                     PIC X(06).
           03 CROOMCAP                  PIC 9(04).
           03 CCNT                      PIC 9(05).
       01 CNFPREV.
           03 PREVNO                    PIC 9(06) VALUE 0.
           03 PREVDAY                   PIC 9(08) VALUE 0.
           03 PREVPERIOD                PIC 9(01) VALUE 0.
       01 CNFAREA.
           03 CNFSLOT                   PIC 9(05) VALUE 0.
           03 CNFDAY                    PIC 9(05) VALUE 0.
           03 CNFROOM                   PIC 9(05) VALUE 0.
           03 CNFTOTAL                  PIC 9(05) VALUE 0.
           03 CNFOPEN                   PIC 9(05) VALUE 0.
           03 SECTCNT                   PIC 9(05) VALUE 0.
      *    个人安排与座位表行
       01 SEATREC.
           03 XNO                       PIC 9(06).
           03 XNAME                     PIC X(10).
           03 XCOLLEGIAN                PIC 9(06).
           03 XEXAMDAY                  PIC 9(08).
           03 XPERIOD                   PIC 9(01).
           03 XCOURSE                   PIC X(06).
           03 XCNAME                    PIC X(20).
           03 XROOM                     PIC X(06).
           03 XROOMCAP                  PIC 9(04).
           03 XSEAT                     PIC 9(04).
       01 SEATPREV.
           03 SPNO                      PIC 9(06) VALUE 0.
           03 SPDAY                     PIC 9(08) VALUE 0.
           03 SPPERIOD                  PIC 9(01) VALUE 0.
           03 SPROOM                    PIC X(06) VALUE SPACE.
           03 SPROOMCAP                 PIC 9(04) VALUE 0.
           03 SPCNT                     PIC 9(04) VALUE 0.
           03 SPFIRST                   PIC 9     VALUE 1.
       01 PRTSTU                        PIC 9(05) VALUE 0.
       01 PRTROOM                       PIC 9(05) VALUE 0.
       01 SQLWORKAREA.
           03 SQLCOUNT                  PIC 9(4).
       01 WKTODAY                       PIC 9(08) VALUE 0.
       01 FETCHEOF                      PIC 9 VALUE 0.
       01 ABENDFLG                      PIC 9 VALUE 0.
       01 REFUSEFLG                     PIC 9 VALUE 0.
       01 PRTBUF                        PIC X(80).
       01 UOWAREA.
           03 UOWACTION                 PIC X(01) VALUE SPACE.
           03 UOWSQLCODE                PIC S9(09) VALUE 0.
       COPY WKSCRLine.
       COPY WKAREA.
      *
000070 LINKAGE                                      SECTION.
000080 SCREEN                                       SECTION.
000090 COPY SCRHead.
       COPY SUB29SCR.
       COPY SCRFLOOR.
       COPY SCRPUB.
      *
000120 PROCEDURE                                    DIVISION.
000130 MAIN-PROCESS                                 SECTION.
           PERFORM StartRTN.
           PERFORM MAINRTN.
           PERFORM EndRTN.
       END-PROGRAM.
           EXIT PROGRAM .
      *****************************************************************
      *初期处理
      *****************************************************************
       StartRTN                                     SECTION.
           INITIALIZE EXMAREA, CNFAREA.
           MOVE 0 TO ABENDFLG, FETCHEOF, REFUSEFLG.
           MOVE 0 TO PRTSTU, PRTROOM.
           ACCEPT WKTODAY FROM DATE YYYYMMDD.
       StartExit.
           EXIT.
      *****************************************************************
      *主处理
      *****************************************************************
       MAINRTN                                      SECTION.
           DISPLAY SCRHead.
           DISPLAY Sub29SCR.
           MOVE "M登记 D删除 C冲突检查 P检查后打印"
               TO WKCLUE.
           DISPLAY SCRFLOOR.
           ACCEPT  Sub29SCR.
      *
           IF WKTERM = SPACE
               MOVE 2 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               GO TO MAINEXIT
           END-IF.
      *
           EVALUATE WKACTION
           WHEN "M"
               PERFORM SCHEDSETRTN
           WHEN "D"
               PERFORM SCHEDDELRTN
           WHEN "C"
               PERFORM CHECKRUNRTN
           WHEN "P"
               PERFORM PRINTRUNRTN
           WHEN OTHER
               MOVE 1 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               GO TO MAINEXIT
           END-EVALUATE.
      *
           IF ABENDFLG = 0 AND REFUSEFLG = 0
               MOVE "C" TO UOWACTION
               CALL "OracleUOW" USING UOWACTION UOWSQLCODE
               MOVE "处理完毕，按回车键返回" TO WKCLUE
               PERFORM MSGRTN
           ELSE
               MOVE "R" TO UOWACTION
               CALL "OracleUOW" USING UOWACTION UOWSQLCODE
               IF ABENDFLG = 1
                   MOVE "中途失败，已全部回滚" TO WKCLUE
                   DISPLAY SCRFLOOR
               END-IF
           END-IF.
       MAINEXIT.
           EXIT.
      *----------------------------------------------------------------
      *考试登记：课程+学期一场考试，已有改写
      *----------------------------------------------------------------
       SCHEDSETRTN                                  SECTION.
           IF WKCOURSE = SPACE OR WKPERIOD = 0
                               OR WKROOM = SPACE OR WKROOMCAP = 0
               MOVE 2 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               MOVE 1 TO REFUSEFLG
               GO TO SCHEDSETEXIT
           END-IF.
           IF WKEXYY = 0 OR WKEXMM < 1 OR WKEXMM > 12
                         OR WKEXDD < 1 OR WKEXDD > 31
               MOVE "考试日期请按YYYYMMDD录入" TO WKCLUE
               PERFORM REFUSERTN
               GO TO SCHEDSETEXIT
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQLCOUNT
               FROM COURSEOFFER
               WHERE COURSE = :WKCOURSE
                 AND TERM = :WKTERM
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO SCHEDSETEXIT
           END-IF.
           IF SQLCOUNT = 0
               MOVE "该课程该学期未开课" TO WKCLUE
               PERFORM REFUSERTN
               GO TO SCHEDSETEXIT
           END-IF.
      *
           EXEC SQL
               INSERT INTO EXAMSCHED
                      ( COURSE, TERM, EXAMDAY, PERIOD, ROOM,
                        ROOMCAP )
               VALUES ( :WKCOURSE, :WKTERM, :WKEXAMDAY, :WKPERIOD,
                        :WKROOM, :WKROOMCAP )
           END-EXEC.
           IF SQLCODE = -1
               EXEC SQL
                   UPDATE EXAMSCHED
                   SET EXAMDAY = :WKEXAMDAY, PERIOD = :WKPERIOD,
                       ROOM = :WKROOM, ROOMCAP = :WKROOMCAP
                   WHERE COURSE = :WKCOURSE
                     AND TERM = :WKTERM
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
           END-IF.
       SCHEDSETEXIT.
           EXIT.
      *----------------------------------------------------------------
      *考试删除
      *----------------------------------------------------------------
       SCHEDDELRTN                                  SECTION.
           IF WKCOURSE = SPACE
               MOVE 2 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               MOVE 1 TO REFUSEFLG
               GO TO SCHEDDELEXIT
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQLCOUNT
               FROM EXAMSCHED
               WHERE COURSE = :WKCOURSE
                 AND TERM = :WKTERM
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO SCHEDDELEXIT
           END-IF.
           IF SQLCOUNT = 0
               MOVE "该课程该学期未排考试" TO WKCLUE
               PERFORM REFUSERTN
               GO TO SCHEDDELEXIT
           END-IF.
           EXEC SQL
               DELETE FROM EXAMSCHED
               WHERE COURSE = :WKCOURSE
                 AND TERM = :WKTERM
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
           END-IF.
       SCHEDDELEXIT.
           EXIT.
      *----------------------------------------------------------------
      *冲突检查：冲突表输出
      *----------------------------------------------------------------
       CHECKRUNRTN                                  SECTION.
           OPEN OUTPUT PRTFILE.
           PERFORM CONFLICTRTN.
           CLOSE PRTFILE.
       CHECKRUNEXIT.
           EXIT.
      *----------------------------------------------------------------
      *检查后打印：无冲突时打印个人安排与座位表
      *----------------------------------------------------------------
       PRINTRUNRTN                                  SECTION.
           OPEN OUTPUT PRTFILE.
           PERFORM CONFLICTRTN.
           IF ABENDFLG = 1
               GO TO PRINTRUNCLOSE
           END-IF.
           IF CNFTOTAL > 0
               MOVE "时间表有冲突，未打印，见冲突表"
                   TO WKCLUE
               PERFORM REFUSERTN
               GO TO PRINTRUNCLOSE
           END-IF.
           PERFORM STUDSCHEDRTN.
           IF ABENDFLG = 1
               GO TO PRINTRUNCLOSE
           END-IF.
           PERFORM SEATLISTRTN.
       PRINTRUNCLOSE.
           CLOSE PRTFILE.
       PRINTRUNEXIT.
           EXIT.
      *----------------------------------------------------------------
      *冲突表：同节次、同日三场以上、考场超容量、未排考试开课
      *----------------------------------------------------------------
       CONFLICTRTN                                  SECTION.
           MOVE SPACE TO PRTBUF.
           STRING "考试时间表冲突检查" DELIMITED BY SIZE
                  "  学期 " DELIMITED BY SIZE
                  WKTERM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WKTODAY DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           WRITE PRT-LINE FROM WorkSrcDoubleLine.
      *
      *    同一学生同一天同一节次两场以上
           MOVE "同一节次两场以上考试的学生:" TO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           EXEC SQL
               DECLARE CUR29A CURSOR FOR
               SELECT E.NO, X.EXAMDAY, X.PERIOD, X.COURSE
               FROM ENROLLMENT E, EXAMSCHED X
               WHERE E.TERM = :WKTERM
                 AND X.COURSE = E.COURSE
                 AND X.TERM = E.TERM
                 AND ( E.NO, X.EXAMDAY, X.PERIOD ) IN
                     ( SELECT E2.NO, X2.EXAMDAY, X2.PERIOD
                       FROM ENROLLMENT E2, EXAMSCHED X2
                       WHERE E2.TERM = :WKTERM
                         AND X2.COURSE = E2.COURSE
                         AND X2.TERM = E2.TERM
                       GROUP BY E2.NO, X2.EXAMDAY, X2.PERIOD
                       HAVING COUNT(*) > 1 )
               ORDER BY E.NO, X.EXAMDAY, X.PERIOD, X.COURSE
           END-EXEC.
           EXEC SQL OPEN CUR29A END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO CONFLICTEXIT
           END-IF.
           INITIALIZE CNFPREV.
           MOVE 0 TO FETCHEOF, SECTCNT.
           PERFORM SLOTONERTN UNTIL FETCHEOF = 1 OR ABENDFLG = 1.
           EXEC SQL CLOSE CUR29A END-EXEC.
           IF ABENDFLG = 1
               GO TO CONFLICTEXIT
           END-IF.
           PERFORM NONELINERTN.
      *
      *    同一学生同一天三场以上
           MOVE "同一天三场以上考试的学生:" TO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           EXEC SQL
               DECLARE CUR29B CURSOR FOR
               SELECT E.NO, X.EXAMDAY, X.PERIOD, X.COURSE
               FROM ENROLLMENT E, EXAMSCHED X
               WHERE E.TERM = :WKTERM
                 AND X.COURSE = E.COURSE
                 AND X.TERM = E.TERM
                 AND ( E.NO, X.EXAMDAY ) IN
                     ( SELECT E2.NO, X2.EXAMDAY
                       FROM ENROLLMENT E2, EXAMSCHED X2
                       WHERE E2.TERM = :WKTERM
                         AND X2.COURSE = E2.COURSE
                         AND X2.TERM = E2.TERM
                       GROUP BY E2.NO, X2.EXAMDAY
                       HAVING COUNT(*) > 2 )
               ORDER BY E.NO, X.EXAMDAY, X.PERIOD, X.COURSE
           END-EXEC.
           EXEC SQL OPEN CUR29B END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO CONFLICTEXIT
           END-IF.
           INITIALIZE CNFPREV.
           MOVE 0 TO FETCHEOF, SECTCNT.
           PERFORM DAYONERTN UNTIL FETCHEOF = 1 OR ABENDFLG = 1.
           EXEC SQL CLOSE CUR29B END-EXEC.
           IF ABENDFLG = 1
               GO TO CONFLICTEXIT
           END-IF.
           PERFORM NONELINERTN.
      *
      *    考场同一节次考生合计超过容量
           MOVE "超过容量的考场:" TO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           EXEC SQL
               DECLARE CUR29C CURSOR FOR
               SELECT X.EXAMDAY, X.PERIOD, X.ROOM,
                      MIN(X.ROOMCAP), COUNT(E.NO)
               FROM EXAMSCHED X, ENROLLMENT E
               WHERE X.TERM = :WKTERM
                 AND E.COURSE = X.COURSE
                 AND E.TERM = X.TERM
               GROUP BY X.EXAMDAY, X.PERIOD, X.ROOM
               HAVING COUNT(E.NO) > MIN(X.ROOMCAP)
               ORDER BY X.EXAMDAY, X.PERIOD, X.ROOM
           END-EXEC.
           EXEC SQL OPEN CUR29C END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO CONFLICTEXIT
           END-IF.
           MOVE 0 TO FETCHEOF, SECTCNT.
           PERFORM ROOMONERTN UNTIL FETCHEOF = 1 OR ABENDFLG = 1.
           EXEC SQL CLOSE CUR29C END-EXEC.
           IF ABENDFLG = 1
               GO TO CONFLICTEXIT
           END-IF.
           PERFORM NONELINERTN.
      *
      *    未排考试的开课(参考)
           MOVE "未排考试的开课(参考):" TO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           EXEC SQL
               DECLARE CUR29D CURSOR FOR
               SELECT O.COURSE
               FROM COURSEOFFER O
               WHERE O.TERM = :WKTERM
                 AND NOT EXISTS
                     ( SELECT 1
                       FROM EXAMSCHED X
                       WHERE X.COURSE = O.COURSE
                         AND X.TERM = O.TERM )
               ORDER BY O.COURSE
           END-EXEC.
           EXEC SQL OPEN CUR29D END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO CONFLICTEXIT
           END-IF.
           MOVE 0 TO FETCHEOF, SECTCNT.
           PERFORM OPENONERTN UNTIL FETCHEOF = 1 OR ABENDFLG = 1.
           EXEC SQL CLOSE CUR29D END-EXEC.
           IF ABENDFLG = 1
               GO TO CONFLICTEXIT
           END-IF.
           PERFORM NONELINERTN.
      *
           COMPUTE CNFTOTAL = CNFSLOT + CNFDAY + CNFROOM.
           WRITE PRT-LINE FROM WorkSrcDoubleLine.
           MOVE SPACE TO PRTBUF.
           STRING "冲突 同节次 " DELIMITED BY SIZE
                  CNFSLOT DELIMITED BY SIZE
                  " 件  同日三场以上 " DELIMITED BY SIZE
                  CNFDAY DELIMITED BY SIZE
                  " 件  考场超容量 " DELIMITED BY SIZE
                  CNFROOM DELIMITED BY SIZE
                  " 件" DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           MOVE SPACE TO PRT-LINE.
           WRITE PRT-LINE.
       CONFLICTEXIT.
           EXIT.
      *----------------------------------------------------------------
      *同节次冲突一行：学号+日期+节次换组时计一件
      *----------------------------------------------------------------
       SLOTONERTN                                   SECTION.
           EXEC SQL FETCH CUR29A
               INTO :CNO, :CEXAMDAY, :CPERIOD, :CCOURSE
           END-EXEC.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE 1 TO FETCHEOF
               GO TO SLOTONEEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO SLOTONEEXIT
           END-IF.
           IF CNO NOT = PREVNO OR CEXAMDAY NOT = PREVDAY
                               OR CPERIOD NOT = PREVPERIOD
               ADD 1 TO CNFSLOT
               MOVE CNO      TO PREVNO
               MOVE CEXAMDAY TO PREVDAY
               MOVE CPERIOD  TO PREVPERIOD
           END-IF.
           PERFORM CNFLINERTN.
       SLOTONEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *同日三场以上一行：学号+日期换组时计一件
      *----------------------------------------------------------------
       DAYONERTN                                    SECTION.
           EXEC SQL FETCH CUR29B
               INTO :CNO, :CEXAMDAY, :CPERIOD, :CCOURSE
           END-EXEC.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE 1 TO FETCHEOF
               GO TO DAYONEEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO DAYONEEXIT
           END-IF.
           IF CNO NOT = PREVNO OR CEXAMDAY NOT = PREVDAY
               ADD 1 TO CNFDAY
               MOVE CNO      TO PREVNO
               MOVE CEXAMDAY TO PREVDAY
           END-IF.
           PERFORM CNFLINERTN.
       DAYONEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *学生冲突明细行
      *----------------------------------------------------------------
       CNFLINERTN                                   SECTION.
           ADD 1 TO SECTCNT.
           MOVE SPACE TO PRTBUF.
           STRING "  学号 " DELIMITED BY SIZE
                  CNO DELIMITED BY SIZE
                  "  日期 " DELIMITED BY SIZE
                  CEXAMDAY DELIMITED BY SIZE
                  "  第" DELIMITED BY SIZE
                  CPERIOD DELIMITED BY SIZE
                  "节  课程 " DELIMITED BY SIZE
                  CCOURSE DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       CNFLINEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *超容量考场一行
      *----------------------------------------------------------------
       ROOMONERTN                                   SECTION.
           EXEC SQL FETCH CUR29C
               INTO :CEXAMDAY, :CPERIOD, :CROOM, :CROOMCAP, :CCNT
           END-EXEC.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE 1 TO FETCHEOF
               GO TO ROOMONEEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO ROOMONEEXIT
           END-IF.
           ADD 1 TO CNFROOM, SECTCNT.
           MOVE SPACE TO PRTBUF.
           STRING "  考场 " DELIMITED BY SIZE
                  CROOM DELIMITED BY SIZE
                  "  日期 " DELIMITED BY SIZE
                  CEXAMDAY DELIMITED BY SIZE
                  "  第" DELIMITED BY SIZE
                  CPERIOD DELIMITED BY SIZE
                  "节  考生 " DELIMITED BY SIZE
                  CCNT DELIMITED BY SIZE
                  "  容量 " DELIMITED BY SIZE
                  CROOMCAP DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       ROOMONEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *未排考试的开课一行
      *----------------------------------------------------------------
       OPENONERTN                                   SECTION.
           EXEC SQL FETCH CUR29D
               INTO :CCOURSE
           END-EXEC.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE 1 TO FETCHEOF
               GO TO OPENONEEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO OPENONEEXIT
           END-IF.
           ADD 1 TO CNFOPEN, SECTCNT.
           MOVE SPACE TO PRTBUF.
           STRING "  课程 " DELIMITED BY SIZE
                  CCOURSE DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       OPENONEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *该项没有明细时印"(无)"
      *----------------------------------------------------------------
       NONELINERTN                                  SECTION.
           IF SECTCNT = 0
               MOVE "  (无)" TO PRTBUF
               WRITE PRT-LINE FROM PRTBUF
           END-IF.
           WRITE PRT-LINE FROM WorkSrcSingleLine.
       NONELINEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *个人考试安排：按班级、学号，学生换行时印抬头
      *----------------------------------------------------------------
       STUDSCHEDRTN                                 SECTION.
           MOVE SPACE TO PRTBUF.
           STRING "个人考试安排  学期 " DELIMITED BY SIZE
                  WKTERM DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           WRITE PRT-LINE FROM WorkSrcDoubleLine.
      *
      *    座号：考场同一节次内按课程、学号顺序(与座位表同一算法)
           EXEC SQL
               DECLARE CUR29E CURSOR FOR
               SELECT E.NO, S.NAME, S.COLLEGIAN, X.EXAMDAY,
                      X.PERIOD, X.COURSE, C.CNAME, X.ROOM,
                      X.ROOMCAP,
                      ROW_NUMBER() OVER
                        ( PARTITION BY X.EXAMDAY, X.PERIOD, X.ROOM
                          ORDER BY X.COURSE, E.NO )
               FROM ENROLLMENT E, EXAMSCHED X, STUDENTINFO S,
                    COURSEINFO C
               WHERE E.TERM = :WKTERM
                 AND X.COURSE = E.COURSE
                 AND X.TERM = E.TERM
                 AND S.NO = E.NO
                 AND C.COURSE = E.COURSE
               ORDER BY S.COLLEGIAN, E.NO, X.EXAMDAY, X.PERIOD
           END-EXEC.
           EXEC SQL OPEN CUR29E END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO STUDSCHEDEXIT
           END-IF.
           INITIALIZE SEATPREV.
           MOVE 1 TO SPFIRST.
           MOVE 0 TO FETCHEOF.
           PERFORM SCHEDONERTN UNTIL FETCHEOF = 1 OR ABENDFLG = 1.
           EXEC SQL CLOSE CUR29E END-EXEC.
           IF ABENDFLG = 1
               GO TO STUDSCHEDEXIT
           END-IF.
      *
           WRITE PRT-LINE FROM WorkSrcDoubleLine.
           MOVE SPACE TO PRTBUF.
           STRING "学生 " DELIMITED BY SIZE
                  PRTSTU DELIMITED BY SIZE
                  " 人" DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           MOVE SPACE TO PRT-LINE.
           WRITE PRT-LINE.
       STUDSCHEDEXIT.
           EXIT.
      *----------------------------------------------------------------
      *个人安排一行
      *----------------------------------------------------------------
       SCHEDONERTN                                  SECTION.
           EXEC SQL FETCH CUR29E
               INTO :XNO, :XNAME, :XCOLLEGIAN, :XEXAMDAY, :XPERIOD,
                    :XCOURSE, :XCNAME, :XROOM, :XROOMCAP, :XSEAT
           END-EXEC.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE 1 TO FETCHEOF
               GO TO SCHEDONEEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO SCHEDONEEXIT
           END-IF.
      *
           IF SPFIRST = 1 OR XNO NOT = SPNO
               MOVE 0 TO SPFIRST
               MOVE XNO TO SPNO
               ADD 1 TO PRTSTU
               WRITE PRT-LINE FROM WorkSrcSingleLine
               MOVE SPACE TO PRTBUF
               STRING "学号 " DELIMITED BY SIZE
                      XNO DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      XNAME DELIMITED BY SIZE
                      "  班级 " DELIMITED BY SIZE
                      XCOLLEGIAN DELIMITED BY SIZE
                   INTO PRTBUF
               WRITE PRT-LINE FROM PRTBUF
           END-IF.
           MOVE SPACE TO PRTBUF.
           STRING "  " DELIMITED BY SIZE
                  XEXAMDAY DELIMITED BY SIZE
                  " 第" DELIMITED BY SIZE
                  XPERIOD DELIMITED BY SIZE
                  "节 " DELIMITED BY SIZE
                  XCOURSE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XCNAME DELIMITED BY SIZE
                  " 考场 " DELIMITED BY SIZE
                  XROOM DELIMITED BY SIZE
                  " 座号 " DELIMITED BY SIZE
                  XSEAT DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       SCHEDONEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *考场座位表：日期、节次、考场换行时印抬头与人数
      *----------------------------------------------------------------
       SEATLISTRTN                                  SECTION.
           MOVE SPACE TO PRTBUF.
           STRING "考场座位表  学期 " DELIMITED BY SIZE
                  WKTERM DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           WRITE PRT-LINE FROM WorkSrcDoubleLine.
      *
           EXEC SQL
               DECLARE CUR29F CURSOR FOR
               SELECT E.NO, S.NAME, S.COLLEGIAN, X.EXAMDAY,
                      X.PERIOD, X.COURSE, C.CNAME, X.ROOM,
                      X.ROOMCAP,
                      ROW_NUMBER() OVER
                        ( PARTITION BY X.EXAMDAY, X.PERIOD, X.ROOM
                          ORDER BY X.COURSE, E.NO )
               FROM ENROLLMENT E, EXAMSCHED X, STUDENTINFO S,
                    COURSEINFO C
               WHERE E.TERM = :WKTERM
                 AND X.COURSE = E.COURSE
                 AND X.TERM = E.TERM
                 AND S.NO = E.NO
                 AND C.COURSE = E.COURSE
               ORDER BY X.EXAMDAY, X.PERIOD, X.ROOM, 10
           END-EXEC.
           EXEC SQL OPEN CUR29F END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO SEATLISTEXIT
           END-IF.
           INITIALIZE SEATPREV.
           MOVE 1 TO SPFIRST.
           MOVE 0 TO FETCHEOF.
           PERFORM SEATONERTN UNTIL FETCHEOF = 1 OR ABENDFLG = 1.
           EXEC SQL CLOSE CUR29F END-EXEC.
           IF ABENDFLG = 1
               GO TO SEATLISTEXIT
           END-IF.
           IF SPFIRST = 0
               PERFORM ROOMENDRTN
           END-IF.
      *
           WRITE PRT-LINE FROM WorkSrcDoubleLine.
           MOVE SPACE TO PRTBUF.
           STRING "考场 " DELIMITED BY SIZE
                  PRTROOM DELIMITED BY SIZE
                  " 场次" DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       SEATLISTEXIT.
           EXIT.
      *----------------------------------------------------------------
      *座位表一行
      *----------------------------------------------------------------
       SEATONERTN                                   SECTION.
           EXEC SQL FETCH CUR29F
               INTO :XNO, :XNAME, :XCOLLEGIAN, :XEXAMDAY, :XPERIOD,
                    :XCOURSE, :XCNAME, :XROOM, :XROOMCAP, :XSEAT
           END-EXEC.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE 1 TO FETCHEOF
               GO TO SEATONEEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO SEATONEEXIT
           END-IF.
      *
           IF SPFIRST = 1
               MOVE 0 TO SPFIRST
               PERFORM ROOMHEADRTN
           ELSE
               IF XEXAMDAY NOT = SPDAY OR XPERIOD NOT = SPPERIOD
                                       OR XROOM NOT = SPROOM
                   PERFORM ROOMENDRTN
                   PERFORM ROOMHEADRTN
               END-IF
           END-IF.
           ADD 1 TO SPCNT.
           MOVE SPACE TO PRTBUF.
           STRING "  " DELIMITED BY SIZE
                  XSEAT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  XNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XNAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XCOLLEGIAN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XCOURSE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XCNAME DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       SEATONEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *考场抬头行
      *----------------------------------------------------------------
       ROOMHEADRTN                                  SECTION.
           MOVE XEXAMDAY TO SPDAY.
           MOVE XPERIOD  TO SPPERIOD.
           MOVE XROOM    TO SPROOM.
           MOVE XROOMCAP TO SPROOMCAP.
           MOVE 0 TO SPCNT.
           ADD 1 TO PRTROOM.
           WRITE PRT-LINE FROM WorkSrcSingleLine.
           MOVE SPACE TO PRTBUF.
           STRING "考场 " DELIMITED BY SIZE
                  SPROOM DELIMITED BY SIZE
                  "  日期 " DELIMITED BY SIZE
                  SPDAY DELIMITED BY SIZE
                  "  第" DELIMITED BY SIZE
                  SPPERIOD DELIMITED BY SIZE
                  "节  容量 " DELIMITED BY SIZE
                  SPROOMCAP DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           MOVE SPACE TO PRTBUF.
           STRING "  座号  学号   姓名       " DELIMITED BY SIZE
                  "班级   课程" DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       ROOMHEADEXIT.
           EXIT.
      *----------------------------------------------------------------
      *考场人数行
      *----------------------------------------------------------------
       ROOMENDRTN                                   SECTION.
           MOVE SPACE TO PRTBUF.
           STRING "  考生 " DELIMITED BY SIZE
                  SPCNT DELIMITED BY SIZE
                  " 人" DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       ROOMENDEXIT.
           EXIT.
      *----------------------------------------------------------------
      *拒绝：提示原因，本次不落表
      *----------------------------------------------------------------
       REFUSERTN                                    SECTION.
           PERFORM MSGRTN.
           MOVE 1 TO REFUSEFLG.
       REFUSEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *提示并等待回车
      *----------------------------------------------------------------
       MSGRTN                                       SECTION.
           MOVE SPACE TO WKTURN.
           DISPLAY SCRPUB.
           ACCEPT SCRPUB.
       MSGEXIT.
           EXIT.
      *----------------------------------------------------------------
      *SQL异常
      *----------------------------------------------------------------
       SQLERRRTN                                    SECTION.
           MOVE 291 TO ERRPOINT.
           MOVE SQLCODE TO EMSGSQLCD.
           CALL "ErrorMsg" USING ERRORKEY.
           MOVE 1 TO ABENDFLG.
           MOVE 1 TO FETCHEOF.
       SQLERREXIT.
           EXIT.
      *****************************************************************
      *终了处理
      *****************************************************************
       EndRTN                                       SECTION.
           CONTINUE.
       EndExit.
           EXIT.
