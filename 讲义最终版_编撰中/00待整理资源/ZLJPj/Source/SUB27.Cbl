000010 IDENTIFICATION                               DIVISION.
000020 PROGRAM-ID.  Sub27.
      *****************************************************************
      *程序ID         ：Sub27
      *程序名         ：选课管理(开课/先修/选课/退选/名单)
      *处理概要       ：学生按学期选修开课课程，动作键选择：
      *                 O 开课登记——课程+学期登记COURSEOFFER及
      *                   名额(已有则改写，名额不得少于已选人数)；
      *                 R 先修登记——课程+先修课程登记COURSEPRE；
      *                 E 选课——学号+课程+学期写ENROLLMENT。该
      *                   课程本学期须已开课、未满名额，且先修课
      *                   程在STUDENTSCORE上均已及格(成绩不低于
      *                   该课程满分的60%)；
      *                 X 退选——删除ENROLLMENT(已有成绩不可退)；
      *                 L 名单打印——按学期(课程空白为全部开课)
      *                   逐门输出选课学生名单到PRTFILE。
      *                 各动作经OracleUOW提交，失败回滚。
      *
      *                 表COURSEOFFER：COURSE/TERM/SEATS(名额)
      *                 表COURSEPRE  ：COURSE/PRECOURSE
      *                 表ENROLLMENT ：NO/COURSE/TERM/ENRDAY
      *                 成绩录入(SUB21)与成绩导入(SUB25)只接受
      *                 ENROLLMENT上有对应学期选课的成绩。
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
       01 ENRAREA.
           03 WKACTION                  PIC X(01) VALUE SPACE.
           03 WKTERM                    PIC X(06) VALUE SPACE.
           03 WKCOURSE                  PIC X(06) VALUE SPACE.
           03 WKSEATS                   PIC 9(04) VALUE 0.
           03 WKPRECRS                  PIC X(06) VALUE SPACE.
           03 WKNO                      PIC 9(06) VALUE 0.
      *    名单打印用
       01 LISTAREA.
           03 LCOURSE                   PIC X(06).
           03 LCNAME                    PIC X(20).
           03 LSEATS                    PIC 9(04).
           03 LNO                       PIC 9(06).
           03 LCOLLEGIAN                PIC 9(06).
           03 LNAME                     PIC X(10).
           03 LSEQ                      PIC 9(04) VALUE 0.
           03 LOFFCNT                   PIC 9(04) VALUE 0.
       01 SQLWORKAREA.
           03 SQLCOUNT                  PIC 9(4).
           03 SQLSEATS                  PIC 9(4).
           03 SQLMISSPRE                PIC X(06).
       01 WKTODAY                       PIC 9(08) VALUE 0.
       01 FETCHEOF                      PIC 9 VALUE 0.
       01 LISTEOF                       PIC 9 VALUE 0.
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
       COPY SUB27SCR.
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
           INITIALIZE ENRAREA, LISTAREA.
           MOVE 0 TO ABENDFLG, FETCHEOF, LISTEOF, REFUSEFLG.
           ACCEPT WKTODAY FROM DATE YYYYMMDD.
       StartExit.
           EXIT.
      *****************************************************************
      *主处理
      *****************************************************************
       MAINRTN                                      SECTION.
           DISPLAY SCRHead.
           DISPLAY Sub27SCR.
           MOVE "O开课 R先修 E选课 X退选 L名单" TO WKCLUE.
           DISPLAY SCRFLOOR.
           ACCEPT  Sub27SCR.
      *
      *    先修登记以外都按学期处理
           IF WKTERM = SPACE AND WKACTION NOT = "R"
               MOVE 2 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               GO TO MAINEXIT
           END-IF.
      *
           EVALUATE WKACTION
           WHEN "O"
               PERFORM OFFERSETRTN
           WHEN "R"
               PERFORM PRESETRTN
           WHEN "E"
               PERFORM ENROLLRTN
           WHEN "X"
               PERFORM DROPRTN
           WHEN "L"
               PERFORM LISTRTN
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
      *开课登记：课程+学期登记名额，已有改写
      *----------------------------------------------------------------
       OFFERSETRTN                                  SECTION.
           IF WKCOURSE = SPACE OR WKSEATS = 0
               MOVE 2 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               MOVE 1 TO REFUSEFLG
               GO TO OFFERSETEXIT
           END-IF.
           PERFORM COURSEEXISTRTN.
           IF ABENDFLG = 1 OR REFUSEFLG = 1
               GO TO OFFERSETEXIT
           END-IF.
      *
      *    名额不得少于已选人数
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQLCOUNT
               FROM ENROLLMENT
               WHERE COURSE = :WKCOURSE AND TERM = :WKTERM
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO OFFERSETEXIT
           END-IF.
           IF WKSEATS < SQLCOUNT
               MOVE "名额少于已选人数，不能改写" TO WKCLUE
               PERFORM REFUSERTN
               GO TO OFFERSETEXIT
           END-IF.
      *
           EXEC SQL
               INSERT INTO COURSEOFFER ( COURSE, TERM, SEATS )
               VALUES ( :WKCOURSE, :WKTERM, :WKSEATS )
           END-EXEC.
           IF SQLCODE = -1
               EXEC SQL
                   UPDATE COURSEOFFER
                   SET SEATS = :WKSEATS
                   WHERE COURSE = :WKCOURSE AND TERM = :WKTERM
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
           END-IF.
       OFFERSETEXIT.
           EXIT.
      *----------------------------------------------------------------
      *先修登记：两门课程都须在课程主表上
      *----------------------------------------------------------------
       PRESETRTN                                    SECTION.
           IF WKCOURSE = SPACE OR WKPRECRS = SPACE
               MOVE 2 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               MOVE 1 TO REFUSEFLG
               GO TO PRESETEXIT
           END-IF.
           IF WKCOURSE = WKPRECRS
               MOVE "先修课程不能是本课程" TO WKCLUE
               PERFORM REFUSERTN
               GO TO PRESETEXIT
           END-IF.
           PERFORM COURSEEXISTRTN.
           IF ABENDFLG = 1 OR REFUSEFLG = 1
               GO TO PRESETEXIT
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQLCOUNT
               FROM COURSEINFO
               WHERE COURSE = :WKPRECRS
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO PRESETEXIT
           END-IF.
           IF SQLCOUNT = 0
               MOVE "先修课程不在课程主表上" TO WKCLUE
               PERFORM REFUSERTN
               GO TO PRESETEXIT
           END-IF.
      *
           EXEC SQL
               INSERT INTO COURSEPRE ( COURSE, PRECOURSE )
               VALUES ( :WKCOURSE, :WKPRECRS )
           END-EXEC.
           IF SQLCODE = -1
               MOVE "该先修关系已登记" TO WKCLUE
               PERFORM REFUSERTN
               GO TO PRESETEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
           END-IF.
       PRESETEXIT.
           EXIT.
      *----------------------------------------------------------------
      *选课：在册、已开课、未重复、有名额、先修及格
      *----------------------------------------------------------------
       ENROLLRTN                                    SECTION.
           IF WKNO = 0 OR WKCOURSE = SPACE
               MOVE 2 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               MOVE 1 TO REFUSEFLG
               GO TO ENROLLEXIT
           END-IF.
      *
      *    学号在册检查
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQLCOUNT
               FROM STUDENTINFO
               WHERE NO = :WKNO
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO ENROLLEXIT
           END-IF.
           IF SQLCOUNT = 0
               MOVE "学号不在名册上" TO WKCLUE
               PERFORM REFUSERTN
               GO TO ENROLLEXIT
           END-IF.
      *
      *    开课检查(锁定开课行，防止两处同时选课超额)
           EXEC SQL
               SELECT SEATS
               INTO :SQLSEATS
               FROM COURSEOFFER
               WHERE COURSE = :WKCOURSE AND TERM = :WKTERM
               FOR UPDATE
           END-EXEC.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE "该课程本学期未开课" TO WKCLUE
               PERFORM REFUSERTN
               GO TO ENROLLEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO ENROLLEXIT
           END-IF.
      *
      *    重复选课检查
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQLCOUNT
               FROM ENROLLMENT
               WHERE NO = :WKNO
                 AND COURSE = :WKCOURSE
                 AND TERM = :WKTERM
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO ENROLLEXIT
           END-IF.
           IF SQLCOUNT NOT = 0
               MOVE "该生本学期已选该课程" TO WKCLUE
               PERFORM REFUSERTN
               GO TO ENROLLEXIT
           END-IF.
      *
      *    名额检查
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQLCOUNT
               FROM ENROLLMENT
               WHERE COURSE = :WKCOURSE AND TERM = :WKTERM
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO ENROLLEXIT
           END-IF.
           IF SQLCOUNT NOT < SQLSEATS
               MOVE "该课程本学期名额已满" TO WKCLUE
               PERFORM REFUSERTN
               GO TO ENROLLEXIT
           END-IF.
      *
      *    先修检查：未及格(或无成绩)的先修课程件数与其中最小
      *    的课程代码
           EXEC SQL
               SELECT COUNT(*), NVL(MIN(P.PRECOURSE), ' ')
               INTO :SQLCOUNT, :SQLMISSPRE
               FROM COURSEPRE P
               WHERE P.COURSE = :WKCOURSE
                 AND NOT EXISTS
                     ( SELECT 1
                       FROM STUDENTSCORE S, COURSEINFO C
                       WHERE S.NO = :WKNO
                         AND S.COURSE = P.PRECOURSE
                         AND C.COURSE = S.COURSE
                         AND S.SCORE * 100 >= C.FULLMARK * 60 )
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO ENROLLEXIT
           END-IF.
           IF SQLCOUNT NOT = 0
               MOVE SPACE TO WKCLUE
               STRING "先修课程未及格：" DELIMITED BY SIZE
                      SQLMISSPRE DELIMITED BY SIZE
                      " 等 " DELIMITED BY SIZE
                      SQLCOUNT DELIMITED BY SIZE
                      " 门" DELIMITED BY SIZE
                   INTO WKCLUE
               PERFORM REFUSERTN
               GO TO ENROLLEXIT
           END-IF.
      *
           EXEC SQL
               INSERT INTO ENROLLMENT ( NO, COURSE, TERM, ENRDAY )
               VALUES ( :WKNO, :WKCOURSE, :WKTERM, :WKTODAY )
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
           END-IF.
       ENROLLEXIT.
           EXIT.
      *----------------------------------------------------------------
      *退选：已录成绩的不可退
      *----------------------------------------------------------------
       DROPRTN                                      SECTION.
           IF WKNO = 0 OR WKCOURSE = SPACE
               MOVE 2 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               MOVE 1 TO REFUSEFLG
               GO TO DROPEXIT
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQLCOUNT
               FROM STUDENTSCORE
               WHERE NO = :WKNO AND COURSE = :WKCOURSE
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO DROPEXIT
           END-IF.
           IF SQLCOUNT NOT = 0
               MOVE "该课程已有成绩，不能退选" TO WKCLUE
               PERFORM REFUSERTN
               GO TO DROPEXIT
           END-IF.
           EXEC SQL
               DELETE FROM ENROLLMENT
               WHERE NO = :WKNO
                 AND COURSE = :WKCOURSE
                 AND TERM = :WKTERM
           END-EXEC.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE "该生本学期未选该课程" TO WKCLUE
               PERFORM REFUSERTN
               GO TO DROPEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
           END-IF.
       DROPEXIT.
           EXIT.
      *----------------------------------------------------------------
      *课程存在检查(COURSEINFO)
      *----------------------------------------------------------------
       COURSEEXISTRTN                               SECTION.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQLCOUNT
               FROM COURSEINFO
               WHERE COURSE = :WKCOURSE
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO COURSEEXISTEXIT
           END-IF.
           IF SQLCOUNT = 0
               MOVE "该课程不在课程主表上" TO WKCLUE
               PERFORM REFUSERTN
           END-IF.
       COURSEEXISTEXIT.
           EXIT.
      *----------------------------------------------------------------
      *名单打印：本学期开课逐门列出选课学生
      *----------------------------------------------------------------
       LISTRTN                                      SECTION.
           OPEN OUTPUT PRTFILE.
           MOVE SPACE TO PRTBUF.
           STRING "选课名单  学期 " DELIMITED BY SIZE
                  WKTERM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WKTODAY DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           WRITE PRT-LINE FROM WorkSrcDoubleLine.
      *
           EXEC SQL
               DECLARE CUR27A CURSOR FOR
               SELECT O.COURSE, C.CNAME, O.SEATS
               FROM COURSEOFFER O, COURSEINFO C
               WHERE O.TERM = :WKTERM
                 AND C.COURSE = O.COURSE
                 AND ( :WKCOURSE = ' ' OR O.COURSE = :WKCOURSE )
               ORDER BY O.COURSE
           END-EXEC.
           EXEC SQL OPEN CUR27A END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO LISTCLOSE
           END-IF.
           PERFORM OFFERONERTN UNTIL FETCHEOF = 1 OR ABENDFLG = 1.
           EXEC SQL CLOSE CUR27A END-EXEC.
      *
           MOVE SPACE TO PRTBUF.
           STRING "开课 " DELIMITED BY SIZE
                  LOFFCNT DELIMITED BY SIZE
                  " 门" DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       LISTCLOSE.
           CLOSE PRTFILE.
       LISTEXIT.
           EXIT.
      *----------------------------------------------------------------
      *一门开课：课程标题行与选课学生
      *----------------------------------------------------------------
       OFFERONERTN                                  SECTION.
           EXEC SQL FETCH CUR27A
               INTO :LCOURSE, :LCNAME, :LSEATS
           END-EXEC.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE 1 TO FETCHEOF
               GO TO OFFERONEEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO OFFERONEEXIT
           END-IF.
           ADD 1 TO LOFFCNT.
      *
           MOVE SPACE TO PRTBUF.
           STRING "课程 " DELIMITED BY SIZE
                  LCOURSE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LCNAME DELIMITED BY SIZE
                  " 名额 " DELIMITED BY SIZE
                  LSEATS DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           WRITE PRT-LINE FROM WorkSrcSingleLine.
      *
           EXEC SQL
               DECLARE CUR27B CURSOR FOR
               SELECT E.NO, S.COLLEGIAN, S.NAME
               FROM ENROLLMENT E, STUDENTINFO S
               WHERE E.COURSE = :LCOURSE
                 AND E.TERM = :WKTERM
                 AND S.NO = E.NO
               ORDER BY S.COLLEGIAN, E.NO
           END-EXEC.
           EXEC SQL OPEN CUR27B END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO OFFERONEEXIT
           END-IF.
           MOVE 0 TO LSEQ, LISTEOF.
           PERFORM STUDONERTN UNTIL LISTEOF = 1 OR ABENDFLG = 1.
           EXEC SQL CLOSE CUR27B END-EXEC.
      *
           MOVE SPACE TO PRTBUF.
           STRING "已选 " DELIMITED BY SIZE
                  LSEQ DELIMITED BY SIZE
                  " 人 / 名额 " DELIMITED BY SIZE
                  LSEATS DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           WRITE PRT-LINE FROM WorkSrcDoubleLine.
       OFFERONEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *名单一行
      *----------------------------------------------------------------
       STUDONERTN                                   SECTION.
           EXEC SQL FETCH CUR27B
               INTO :LNO, :LCOLLEGIAN, :LNAME
           END-EXEC.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE 1 TO LISTEOF
               GO TO STUDONEEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO STUDONEEXIT
           END-IF.
           ADD 1 TO LSEQ.
           MOVE SPACE TO PRTBUF.
           STRING LSEQ DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LNO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LCOLLEGIAN DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LNAME DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       STUDONEEXIT.
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
           MOVE 271 TO ERRPOINT.
           MOVE SQLCODE TO EMSGSQLCD.
           CALL "ErrorMsg" USING ERRORKEY.
           MOVE 1 TO ABENDFLG.
           MOVE 1 TO FETCHEOF.
           MOVE 1 TO LISTEOF.
       SQLERREXIT.
           EXIT.
      *****************************************************************
      *终了处理
      *****************************************************************
       EndRTN                                       SECTION.
           CONTINUE.
       EndExit.
           EXIT.
