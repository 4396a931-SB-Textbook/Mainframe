000010 IDENTIFICATION                               DIVISION.
000020 PROGRAM-ID.  TeachAuth.
      *****************************************************************
      *程序ID         ：TeachAuth
      *程序名         ：授课课程权限检查模块
      *处理概要       ：成绩录入(SUB21)、成绩更正(SUB22)、成绩导入
      *                 (SUB25)按登录用户判断可否处理该课程的成绩：
      *                   角色1(管理员) 不检查，全部允许
      *                   其他角色      该用户ID在教师表TEACHER上
      *                                 登记的教师，在授课表
      *                                 TEACHASSIGN上担任该课程
      *                                 该学期的授课时允许
      *                 学期为空白时(旧成绩无选课学期)，担任过该
      *                 课程任一学期即允许。
      *
      *                 TCHAREA ：TAUSERID 用户ID
      *                           TAROLE   角色
      *                           TACOURSE 课程代码
      *                           TATERM   学期
      *                           TAALLOW  1=允许 0=拒绝
      *                                    9=数据库异常(已显示)
      *
      *                 本程序以EXEC SQL原始源形式保存，编译前需经
      *                 Pro*COBOL预编译。
      *
      *日期           作成者            概要
      *2026/10/15     维护组            作成
      *
      *****************************************************************
000030 ENVIRONMENT                                  DIVISION.
000040 DATA                                         DIVISION.
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
      *    检索用
       01 SQLWORKAREA.
           03 SQLCOUNT                  PIC 9(4).
           03 SQLUSERID                 PIC X(08).
           03 SQLCOURSE                 PIC X(06).
           03 SQLTERM                   PIC X(06).
       01 ERRAREA.
       COPY ERRORKEY.
000070 LINKAGE                                      SECTION.
       01 TCHAREA.
           03 TAUSERID                  PIC X(08).
           03 TAROLE                    PIC 9(01).
           03 TACOURSE                  PIC X(06).
           03 TATERM                    PIC X(06).
           03 TAALLOW                   PIC 9(01).
000120 PROCEDURE DIVISION USING TCHAREA.
000130 MAIN-PROCESS                                 SECTION.
           PERFORM TEACHCHECKRTN.
       END-PROGRAM.
           EXIT PROGRAM .
      *----------------------------------------------------------------
      *授课判断
      *----------------------------------------------------------------
       TEACHCHECKRTN                                SECTION.
           IF TAROLE = 1
               MOVE 1 TO TAALLOW
               GO TO TEACHCHECKEXIT
           END-IF.
      *
           MOVE TAUSERID TO SQLUSERID.
           MOVE TACOURSE TO SQLCOURSE.
           MOVE TATERM   TO SQLTERM.
           MOVE 0 TO SQLCOUNT.
           IF SQLTERM = SPACE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SQLCOUNT
                   FROM TEACHER T, TEACHASSIGN A
                   WHERE T.USERID = :SQLUSERID
                     AND A.TEACHERID = T.TEACHERID
                     AND A.COURSE = :SQLCOURSE
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SQLCOUNT
                   FROM TEACHER T, TEACHASSIGN A
                   WHERE T.USERID = :SQLUSERID
                     AND A.TEACHERID = T.TEACHERID
                     AND A.COURSE = :SQLCOURSE
                     AND A.TERM = :SQLTERM
               END-EXEC
           END-IF.
           EVALUATE TRUE
           WHEN SQLCODE NOT = 0
               MOVE 282 TO ERRPOINT
               MOVE SQLCODE TO EMSGSQLCD
               CALL "ErrorMsg" USING ERRORKEY
               MOVE 9 TO TAALLOW
           WHEN SQLCOUNT = 0
               MOVE 0 TO TAALLOW
           WHEN OTHER
               MOVE 1 TO TAALLOW
           END-EVALUATE.
       TEACHCHECKEXIT.
           EXIT.
