000010 IDENTIFICATION                               DIVISION.
000020 PROGRAM-ID.  Sub28.
      *****************************************************************
      *程序ID         ：Sub28
      *程序名         ：教师授课管理
      *处理概要       ：教师表与授课表的维护及教师工作量报表。
      *                 动作键：
      *                 T 教师登记——教师编号、姓名、学院、登录用户
      *                   ID登记TEACHER(已有则改写)。用户ID须在
      *                   USERINFO上，且不得同时挂在别的教师名下；
      *                 A 授课登记——教师担任某学期某开课课程
      *                   (COURSEOFFER)登记TEACHASSIGN，一门课可由
      *                   多名教师共同担任；
      *                 D 取消授课——删除该授课记录；
      *                 L 工作量报表——指定学期按学院、教师列出担任
      *                   课程、学分、选课人数(ENROLLMENT)与学分人
      *                   次(学分×人数)，教师小计与合计，末尾列出
      *                   尚未安排教师的开课。报表输出到PRTFILE。
      *                 成绩录入/更正/导入按本表由TeachAuth检查。
      *
      *                 表TEACHER    ：TEACHERID/TNAME/COLLEGE/USERID
      *                 表TEACHASSIGN：TEACHERID/COURSE/TERM
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
       01 TCHINPUT.
           03 WKACTION                  PIC X(01) VALUE SPACE.
           03 WKTEACHER                 PIC X(06) VALUE SPACE.
           03 WKTNAME                   PIC X(10) VALUE SPACE.
           03 WKCOLLEGE                 PIC X(06) VALUE SPACE.
           03 WKUSERID                  PIC X(08) VALUE SPACE.
           03 WKTERM                    PIC X(06) VALUE SPACE.
           03 WKCOURSE                  PIC X(06) VALUE SPACE.
      *    工作量行
       01 LOADREC.
           03 LTEACHER                  PIC X(06).
           03 LTNAME                    PIC X(10).
           03 LCOLLEGE                  PIC X(06).
           03 LCOURSE                   PIC X(06).
           03 LCNAME                    PIC X(20).
           03 LCREDIT                   PIC 9(01).
           03 LENRCNT                   PIC 9(04).
       01 LSTUCRD                       PIC 9(05) VALUE 0.
      *    教师小计与合计
       01 TCHSUMAREA.
           03 TCHPREV                   PIC X(06) VALUE SPACE.
           03 TCHPNAME                  PIC X(10) VALUE SPACE.
           03 TCHPCOLL                  PIC X(06) VALUE SPACE.
           03 TCHFIRST                  PIC 9     VALUE 1.
           03 TCHCRS                    PIC 9(03) VALUE 0.
           03 TCHCRD                    PIC 9(04) VALUE 0.
           03 TCHSTU                    PIC 9(05) VALUE 0.
           03 TCHSCH                    PIC 9(06) VALUE 0.
       01 TOTAREA.
           03 TOTTCH                    PIC 9(04) VALUE 0.
           03 TOTCRS                    PIC 9(04) VALUE 0.
           03 TOTSTU                    PIC 9(06) VALUE 0.
           03 TOTSCH                    PIC 9(07) VALUE 0.
           03 TOTOPEN                   PIC 9(04) VALUE 0.
       01 SQLWORKAREA.
           03 SQLCOUNT                  PIC 9(4).
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
       COPY SUB28SCR.
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
           INITIALIZE TCHINPUT, TCHSUMAREA, TOTAREA.
           MOVE 1 TO TCHFIRST.
           MOVE 0 TO ABENDFLG, FETCHEOF, REFUSEFLG.
       StartExit.
           EXIT.
      *****************************************************************
      *主处理
      *****************************************************************
       MAINRTN                                      SECTION.
           DISPLAY SCRHead.
           DISPLAY Sub28SCR.
           MOVE "T教师 A授课 D取消授课 L工作量" TO WKCLUE.
           DISPLAY SCRFLOOR.
           ACCEPT  Sub28SCR.
      *
           EVALUATE WKACTION
           WHEN "T"
               PERFORM TEACHSETRTN
           WHEN "A"
               PERFORM ASSIGNRTN
           WHEN "D"
               PERFORM UNASSIGNRTN
           WHEN "L"
               PERFORM LOADRPTRTN
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
      *教师登记：已有改写；用户ID须已登记且不与别的教师重复
      *----------------------------------------------------------------
       TEACHSETRTN                                  SECTION.
           IF WKTEACHER = SPACE OR WKTNAME = SPACE
               MOVE 2 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               MOVE 1 TO REFUSEFLG
               GO TO TEACHSETEXIT
           END-IF.
           IF WKUSERID NOT = SPACE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SQLCOUNT
                   FROM USERINFO
                   WHERE USERID = :WKUSERID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM SQLERRRTN
                   GO TO TEACHSETEXIT
               END-IF
               IF SQLCOUNT = 0
                   MOVE "用户ID未在用户表上登记" TO WKCLUE
                   PERFORM REFUSERTN
                   GO TO TEACHSETEXIT
               END-IF
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SQLCOUNT
                   FROM TEACHER
                   WHERE USERID = :WKUSERID
                     AND TEACHERID <> :WKTEACHER
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM SQLERRRTN
                   GO TO TEACHSETEXIT
               END-IF
               IF SQLCOUNT NOT = 0
                   MOVE "该用户ID已属于别的教师" TO WKCLUE
                   PERFORM REFUSERTN
                   GO TO TEACHSETEXIT
               END-IF
           END-IF.
      *
           EXEC SQL
               INSERT INTO TEACHER
                      ( TEACHERID, TNAME, COLLEGE, USERID )
               VALUES ( :WKTEACHER, :WKTNAME, :WKCOLLEGE,
                        :WKUSERID )
           END-EXEC.
           IF SQLCODE = -1
               EXEC SQL
                   UPDATE TEACHER
                   SET TNAME = :WKTNAME, COLLEGE = :WKCOLLEGE,
                       USERID = :WKUSERID
                   WHERE TEACHERID = :WKTEACHER
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
           END-IF.
       TEACHSETEXIT.
           EXIT.
      *----------------------------------------------------------------
      *授课登记：教师在册且该课程该学期已开课
      *----------------------------------------------------------------
       ASSIGNRTN                                    SECTION.
           IF WKTEACHER = SPACE OR WKTERM = SPACE
                                OR WKCOURSE = SPACE
               MOVE 2 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               MOVE 1 TO REFUSEFLG
               GO TO ASSIGNEXIT
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQLCOUNT
               FROM TEACHER
               WHERE TEACHERID = :WKTEACHER
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO ASSIGNEXIT
           END-IF.
           IF SQLCOUNT = 0
               MOVE "教师未登记" TO WKCLUE
               PERFORM REFUSERTN
               GO TO ASSIGNEXIT
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
               GO TO ASSIGNEXIT
           END-IF.
           IF SQLCOUNT = 0
               MOVE "该课程该学期未开课" TO WKCLUE
               PERFORM REFUSERTN
               GO TO ASSIGNEXIT
           END-IF.
      *
           EXEC SQL
               INSERT INTO TEACHASSIGN ( TEACHERID, COURSE, TERM )
               VALUES ( :WKTEACHER, :WKCOURSE, :WKTERM )
           END-EXEC.
           IF SQLCODE = -1
               MOVE "该授课已登记" TO WKCLUE
               PERFORM REFUSERTN
               GO TO ASSIGNEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
           END-IF.
       ASSIGNEXIT.
           EXIT.
      *----------------------------------------------------------------
      *取消授课
      *----------------------------------------------------------------
       UNASSIGNRTN                                  SECTION.
           IF WKTEACHER = SPACE OR WKTERM = SPACE
                                OR WKCOURSE = SPACE
               MOVE 2 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               MOVE 1 TO REFUSEFLG
               GO TO UNASSIGNEXIT
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQLCOUNT
               FROM TEACHASSIGN
               WHERE TEACHERID = :WKTEACHER
                 AND COURSE = :WKCOURSE
                 AND TERM = :WKTERM
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO UNASSIGNEXIT
           END-IF.
           IF SQLCOUNT = 0
               MOVE "该授课记录不存在" TO WKCLUE
               PERFORM REFUSERTN
               GO TO UNASSIGNEXIT
           END-IF.
           EXEC SQL
               DELETE FROM TEACHASSIGN
               WHERE TEACHERID = :WKTEACHER
                 AND COURSE = :WKCOURSE
                 AND TERM = :WKTERM
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
           END-IF.
       UNASSIGNEXIT.
           EXIT.
      *----------------------------------------------------------------
      *工作量报表：学期内按学院、教师列出担任课程
      *----------------------------------------------------------------
       LOADRPTRTN                                   SECTION.
           IF WKTERM = SPACE
               MOVE 2 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               MOVE 1 TO REFUSEFLG
               GO TO LOADRPTEXIT
           END-IF.
      *
           OPEN OUTPUT PRTFILE.
           MOVE SPACE TO PRTBUF.
           STRING "教师工作量报表  学期 " DELIMITED BY SIZE
                  WKTERM DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           WRITE PRT-LINE FROM WorkSrcDoubleLine.
           MOVE SPACE TO PRTBUF.
           STRING "  课程   课程名称" DELIMITED BY SIZE
                  "             " DELIMITED BY SIZE
                  "学分 选课  学分人次" DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
      *
           EXEC SQL
               DECLARE CUR28 CURSOR FOR
               SELECT T.TEACHERID, T.TNAME, T.COLLEGE,
                      A.COURSE, C.CNAME, C.CREDIT,
                      ( SELECT COUNT(*)
                        FROM ENROLLMENT E
                        WHERE E.COURSE = A.COURSE
                          AND E.TERM = A.TERM )
               FROM TEACHER T, TEACHASSIGN A, COURSEINFO C
               WHERE A.TERM = :WKTERM
                 AND T.TEACHERID = A.TEACHERID
                 AND C.COURSE = A.COURSE
               ORDER BY T.COLLEGE, T.TEACHERID, A.COURSE
           END-EXEC.
           EXEC SQL OPEN CUR28 END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO LOADRPTCLOSE
           END-IF.
           PERFORM LOADONERTN UNTIL FETCHEOF = 1 OR ABENDFLG = 1.
           EXEC SQL CLOSE CUR28 END-EXEC.
           IF ABENDFLG = 1
               GO TO LOADRPTCLOSE
           END-IF.
      *
           IF TCHFIRST = 0
               PERFORM TCHPRINTRTN
           END-IF.
           WRITE PRT-LINE FROM WorkSrcDoubleLine.
           MOVE SPACE TO PRTBUF.
           STRING "合计 教师 " DELIMITED BY SIZE
                  TOTTCH DELIMITED BY SIZE
                  " 课程 " DELIMITED BY SIZE
                  TOTCRS DELIMITED BY SIZE
                  " 选课 " DELIMITED BY SIZE
                  TOTSTU DELIMITED BY SIZE
                  " 学分人次 " DELIMITED BY SIZE
                  TOTSCH DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
      *
      *    尚未安排教师的开课
           MOVE SPACE TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE "未安排教师的开课:" TO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           EXEC SQL
               DECLARE CUR28A CURSOR FOR
               SELECT O.COURSE, C.CNAME
               FROM COURSEOFFER O, COURSEINFO C
               WHERE O.TERM = :WKTERM
                 AND C.COURSE = O.COURSE
                 AND NOT EXISTS
                     ( SELECT 1
                       FROM TEACHASSIGN A
                       WHERE A.COURSE = O.COURSE
                         AND A.TERM = O.TERM )
               ORDER BY O.COURSE
           END-EXEC.
           EXEC SQL OPEN CUR28A END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO LOADRPTCLOSE
           END-IF.
           MOVE 0 TO FETCHEOF.
           PERFORM OPENONERTN UNTIL FETCHEOF = 1 OR ABENDFLG = 1.
           EXEC SQL CLOSE CUR28A END-EXEC.
           IF TOTOPEN = 0
               MOVE "  (无)" TO PRTBUF
               WRITE PRT-LINE FROM PRTBUF
           END-IF.
       LOADRPTCLOSE.
           CLOSE PRTFILE.
       LOADRPTEXIT.
           EXIT.
      *----------------------------------------------------------------
      *一门担任课程：教师换行时小计
      *----------------------------------------------------------------
       LOADONERTN                                   SECTION.
           EXEC SQL FETCH CUR28
               INTO :LTEACHER, :LTNAME, :LCOLLEGE, :LCOURSE,
                    :LCNAME, :LCREDIT, :LENRCNT
           END-EXEC.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE 1 TO FETCHEOF
               GO TO LOADONEEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO LOADONEEXIT
           END-IF.
      *
           IF TCHFIRST = 1
               MOVE 0 TO TCHFIRST
               PERFORM TCHHEADRTN
           ELSE
               IF LTEACHER NOT = TCHPREV
                   PERFORM TCHPRINTRTN
                   PERFORM TCHHEADRTN
               END-IF
           END-IF.
      *
           COMPUTE LSTUCRD = LCREDIT * LENRCNT.
           ADD 1 TO TCHCRS, TOTCRS.
           ADD LCREDIT TO TCHCRD.
           ADD LENRCNT TO TCHSTU, TOTSTU.
           ADD LSTUCRD TO TCHSCH, TOTSCH.
           MOVE SPACE TO PRTBUF.
           STRING "  " DELIMITED BY SIZE
                  LCOURSE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LCNAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LCREDIT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  LENRCNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LSTUCRD DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       LOADONEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *教师抬头行
      *----------------------------------------------------------------
       TCHHEADRTN                                   SECTION.
           MOVE LTEACHER TO TCHPREV.
           MOVE LTNAME   TO TCHPNAME.
           MOVE LCOLLEGE TO TCHPCOLL.
           ADD 1 TO TOTTCH.
           WRITE PRT-LINE FROM WorkSrcSingleLine.
           MOVE SPACE TO PRTBUF.
           STRING "学院 " DELIMITED BY SIZE
                  TCHPCOLL DELIMITED BY SIZE
                  "  教师 " DELIMITED BY SIZE
                  TCHPREV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TCHPNAME DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       TCHHEADEXIT.
           EXIT.
      *----------------------------------------------------------------
      *教师小计行
      *----------------------------------------------------------------
       TCHPRINTRTN                                  SECTION.
           MOVE SPACE TO PRTBUF.
           STRING "  小计 课程 " DELIMITED BY SIZE
                  TCHCRS DELIMITED BY SIZE
                  " 学分 " DELIMITED BY SIZE
                  TCHCRD DELIMITED BY SIZE
                  " 选课 " DELIMITED BY SIZE
                  TCHSTU DELIMITED BY SIZE
                  " 学分人次 " DELIMITED BY SIZE
                  TCHSCH DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           MOVE 0 TO TCHCRS, TCHCRD, TCHSTU, TCHSCH.
       TCHPRINTEXIT.
           EXIT.
      *----------------------------------------------------------------
      *一门未安排教师的开课
      *----------------------------------------------------------------
       OPENONERTN                                   SECTION.
           EXEC SQL FETCH CUR28A
               INTO :LCOURSE, :LCNAME
           END-EXEC.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE 1 TO FETCHEOF
               GO TO OPENONEEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO OPENONEEXIT
           END-IF.
           ADD 1 TO TOTOPEN.
           MOVE SPACE TO PRTBUF.
           STRING "  " DELIMITED BY SIZE
                  LCOURSE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LCNAME DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       OPENONEEXIT.
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
           MOVE 281 TO ERRPOINT.
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
