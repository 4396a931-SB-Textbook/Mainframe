000010 IDENTIFICATION                               DIVISION.
000020 PROGRAM-ID.  Sub18.
      *****************************************************************
      *程序ID         ：Sub18
      *程序名         ：学业评定(绩点/学分/学业状态)
      *处理概要       ：学期末按学分加权计算每个学生的学期绩点与累计
      *                 绩点及已获学分，评定学业状态并留档。动作键：
      *                 M 阈值维护——评定代码D/G/W的绩点下限登记
      *                   STANDPARM(已有则改写)；
      *                 R 学期评定——逐个在册学生按STUDENTSCORE与
      *                   COURSEINFO计算，写STANDHIST(同学期重做
      *                   时先删后写)，按学院(COLLEGIAN)输出学业
      *                   状态报表到PRTFILE。整批一个事务。
      *
      *                 课程绩点：成绩占满分百分比90以上4、80以上3、
      *                 70以上2、60以上1、不足60为0(不及格)。
      *                 绩点=Σ(课程绩点×学分)/Σ学分(含不及格)；
      *                 已获学分只计及格课程。
      *                 学期课程：ENROLLMENT上该学期选修的课程；
      *                 累计：全部成绩，但不含选修学期晚于评定学期
      *                 的课程(重做旧学期时结果不变)。
      *                 学业状态：
      *                   D 院长嘉许 学期有成绩，学期绩点≥D下限且
      *                              累计绩点≥G下限
      *                   G 良好     累计绩点≥G下限
      *                   W 学业警告 累计绩点≥W下限
      *                   P 学业试读 累计绩点<W下限
      *                 一门成绩也没有的学生不评定。
      *
      *                 表STANDPARM：STDCODE/MINGPA
      *                 表STANDHIST：NO/TERM/SEMGPA/SEMCRD/CUMGPA/
      *                              CUMCRD/STANDING/RUNDAY
      *                 成绩单打印(SUB14)印出最近一次评定结果。
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
       01 STDAREA.
           03 WKACTION                  PIC X(01) VALUE SPACE.
           03 WKTERM                    PIC X(06) VALUE SPACE.
           03 WKSTDCODE                 PIC X(01) VALUE SPACE.
           03 WKGPA100                  PIC 9(03) VALUE 0.
           03 WKMINGPA                  PIC 9V99  VALUE 0.
      *    评定阈值
       01 PARMAREA.
           03 PDEAN                     PIC 9V99  VALUE 0.
           03 PGOOD                     PIC 9V99  VALUE 0.
           03 PWARN                     PIC 9V99  VALUE 0.
      *    学生行与成绩行
       01 GSTUDENT.
           03 GNO                       PIC 9(06).
           03 GCOLLEGIAN                PIC 9(06).
           03 GNAME                     PIC X(10).
       01 GSCORE.
           03 GSCOREV                   PIC 9(03).
           03 GFULLMARK                 PIC 9(03).
           03 GCREDIT                   PIC 9(01).
           03 GSEMCNT                   PIC 9(04).
      *    一个学生的累计
       01 GPAAREA.
           03 GPCT                      PIC 9(03) VALUE 0.
           03 GPOINT                    PIC 9(01) VALUE 0.
           03 SEMPTS                    PIC 9(05) VALUE 0.
           03 SEMATT                    PIC 9(04) VALUE 0.
           03 SEMCRD                    PIC 9(04) VALUE 0.
           03 CUMPTS                    PIC 9(05) VALUE 0.
           03 CUMATT                    PIC 9(04) VALUE 0.
           03 CUMCRD                    PIC 9(04) VALUE 0.
           03 SEMGPA                    PIC 9V99  VALUE 0.
           03 CUMGPA                    PIC 9V99  VALUE 0.
           03 GSTANDING                 PIC X(01) VALUE SPACE.
           03 GSTDNAME                  PIC X(12) VALUE SPACE.
      *    学院小计与合计
       01 CLSAREA.
           03 CLSPREV                   PIC 9(06) VALUE 0.
           03 CLSFIRST                  PIC 9     VALUE 1.
           03 CLSCNT                    PIC 9(04) VALUE 0.
           03 CLSD                      PIC 9(04) VALUE 0.
           03 CLSG                      PIC 9(04) VALUE 0.
           03 CLSW                      PIC 9(04) VALUE 0.
           03 CLSP                      PIC 9(04) VALUE 0.
       01 TOTAREA.
           03 TOTCNT                    PIC 9(05) VALUE 0.
           03 TOTSKIP                   PIC 9(05) VALUE 0.
       01 SEMGPAED                      PIC 9.99.
       01 CUMGPAED                      PIC 9.99.
       01 WKTODAY                       PIC 9(08) VALUE 0.
       01 FETCHEOF                      PIC 9 VALUE 0.
       01 SCOREEOF                      PIC 9 VALUE 0.
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
       COPY SUB18SCR.
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
           INITIALIZE STDAREA, PARMAREA, CLSAREA, TOTAREA.
           MOVE 1 TO CLSFIRST.
           MOVE 0 TO ABENDFLG, FETCHEOF, SCOREEOF, REFUSEFLG.
           ACCEPT WKTODAY FROM DATE YYYYMMDD.
       StartExit.
           EXIT.
      *****************************************************************
      *主处理
      *****************************************************************
       MAINRTN                                      SECTION.
           DISPLAY SCRHead.
           DISPLAY Sub18SCR.
           MOVE "M阈值维护 R学期评定" TO WKCLUE.
           DISPLAY SCRFLOOR.
           ACCEPT  Sub18SCR.
      *
           EVALUATE WKACTION
           WHEN "M"
               PERFORM PARMSETRTN
           WHEN "R"
               PERFORM STANDRUNRTN
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
      *阈值维护：评定代码D/G/W的绩点下限，已有改写
      *----------------------------------------------------------------
       PARMSETRTN                                   SECTION.
           IF WKSTDCODE NOT = "D" AND WKSTDCODE NOT = "G"
                                  AND WKSTDCODE NOT = "W"
               MOVE 2 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               MOVE 1 TO REFUSEFLG
               GO TO PARMSETEXIT
           END-IF.
           IF WKGPA100 > 400
               MOVE "绩点下限不得超过4.00" TO WKCLUE
               PERFORM REFUSERTN
               GO TO PARMSETEXIT
           END-IF.
           COMPUTE WKMINGPA = WKGPA100 / 100.
           EXEC SQL
               INSERT INTO STANDPARM ( STDCODE, MINGPA )
               VALUES ( :WKSTDCODE, :WKMINGPA )
           END-EXEC.
           IF SQLCODE = -1
               EXEC SQL
                   UPDATE STANDPARM
                   SET MINGPA = :WKMINGPA
                   WHERE STDCODE = :WKSTDCODE
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
           END-IF.
       PARMSETEXIT.
           EXIT.
      *----------------------------------------------------------------
      *学期评定：阈值读入，本学期旧结果删除后逐个学生评定
      *----------------------------------------------------------------
       STANDRUNRTN                                  SECTION.
           IF WKTERM = SPACE
               MOVE 2 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               MOVE 1 TO REFUSEFLG
               GO TO STANDRUNEXIT
           END-IF.
           PERFORM PARMLOADRTN.
           IF ABENDFLG = 1 OR REFUSEFLG = 1
               GO TO STANDRUNEXIT
           END-IF.
      *
      *    同学期重做：先删除旧结果
           EXEC SQL
               DELETE FROM STANDHIST
               WHERE TERM = :WKTERM
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 1403
                              AND SQLCODE NOT = 100
               PERFORM SQLERRRTN
               GO TO STANDRUNEXIT
           END-IF.
      *
           OPEN OUTPUT PRTFILE.
           MOVE SPACE TO PRTBUF.
           STRING "学业状态报表  学期 " DELIMITED BY SIZE
                  WKTERM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WKTODAY DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           WRITE PRT-LINE FROM WorkSrcDoubleLine.
           MOVE SPACE TO PRTBUF.
           STRING "学号   姓名       " DELIMITED BY SIZE
                  "学期   学分 " DELIMITED BY SIZE
                  "累计   学分 状态" DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           WRITE PRT-LINE FROM WorkSrcSingleLine.
      *
           EXEC SQL
               DECLARE CUR18 CURSOR FOR
               SELECT NO, COLLEGIAN, NAME
               FROM STUDENTINFO
               ORDER BY COLLEGIAN, NO
           END-EXEC.
           EXEC SQL OPEN CUR18 END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO STANDRUNCLOSE
           END-IF.
           PERFORM STUDONERTN UNTIL FETCHEOF = 1 OR ABENDFLG = 1.
           EXEC SQL CLOSE CUR18 END-EXEC.
      *
           IF CLSFIRST = 0
               PERFORM CLSPRINTRTN
           END-IF.
           MOVE SPACE TO PRTBUF.
           STRING "评定 " DELIMITED BY SIZE
                  TOTCNT DELIMITED BY SIZE
                  " 人  无成绩未评定 " DELIMITED BY SIZE
                  TOTSKIP DELIMITED BY SIZE
                  " 人" DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       STANDRUNCLOSE.
           CLOSE PRTFILE.
       STANDRUNEXIT.
           EXIT.
      *----------------------------------------------------------------
      *阈值读入：D/G/W三行都须已登记
      *----------------------------------------------------------------
       PARMLOADRTN                                  SECTION.
           EXEC SQL
               SELECT MINGPA INTO :PDEAN
               FROM STANDPARM WHERE STDCODE = 'D'
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   SELECT MINGPA INTO :PGOOD
                   FROM STANDPARM WHERE STDCODE = 'G'
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL
                   SELECT MINGPA INTO :PWARN
                   FROM STANDPARM WHERE STDCODE = 'W'
               END-EXEC
           END-IF.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE "评定阈值D/G/W未登记齐全"
                   TO WKCLUE
               PERFORM REFUSERTN
               GO TO PARMLOADEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
           END-IF.
       PARMLOADEXIT.
           EXIT.
      *----------------------------------------------------------------
      *一个学生：成绩累计、绩点、学业状态、留档与报表行
      *----------------------------------------------------------------
       STUDONERTN                                   SECTION.
           EXEC SQL FETCH CUR18
               INTO :GNO, :GCOLLEGIAN, :GNAME
           END-EXEC.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE 1 TO FETCHEOF
               GO TO STUDONEEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO STUDONEEXIT
           END-IF.
      *
           INITIALIZE GPAAREA.
           EXEC SQL
               DECLARE CUR18A CURSOR FOR
               SELECT S.SCORE, C.FULLMARK, C.CREDIT,
                      ( SELECT COUNT(*)
                        FROM ENROLLMENT E
                        WHERE E.NO = S.NO
                          AND E.COURSE = S.COURSE
                          AND E.TERM = :WKTERM )
               FROM STUDENTSCORE S, COURSEINFO C
               WHERE S.NO = :GNO
                 AND C.COURSE = S.COURSE
                 AND NOT EXISTS
                     ( SELECT 1
                       FROM ENROLLMENT E2
                       WHERE E2.NO = S.NO
                         AND E2.COURSE = S.COURSE
                         AND E2.TERM > :WKTERM )
           END-EXEC.
           EXEC SQL OPEN CUR18A END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO STUDONEEXIT
           END-IF.
           MOVE 0 TO SCOREEOF.
           PERFORM SCOREONERTN UNTIL SCOREEOF = 1 OR ABENDFLG = 1.
           EXEC SQL CLOSE CUR18A END-EXEC.
           IF ABENDFLG = 1
               GO TO STUDONEEXIT
           END-IF.
      *
      *    一门成绩也没有的学生不评定
           IF CUMATT = 0
               ADD 1 TO TOTSKIP
               GO TO STUDONEEXIT
           END-IF.
      *
           IF SEMATT > 0
               COMPUTE SEMGPA ROUNDED = SEMPTS / SEMATT
           END-IF.
           COMPUTE CUMGPA ROUNDED = CUMPTS / CUMATT.
           PERFORM STANDSETRTN.
      *
           EXEC SQL
               INSERT INTO STANDHIST
                      ( NO, TERM, SEMGPA, SEMCRD, CUMGPA, CUMCRD,
                        STANDING, RUNDAY )
               VALUES ( :GNO, :WKTERM, :SEMGPA, :SEMCRD, :CUMGPA,
                        :CUMCRD, :GSTANDING, :WKTODAY )
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO STUDONEEXIT
           END-IF.
      *
      *    学院换行小计
           IF CLSFIRST = 1
               MOVE GCOLLEGIAN TO CLSPREV
               MOVE 0 TO CLSFIRST
           ELSE
               IF GCOLLEGIAN NOT = CLSPREV
                   PERFORM CLSPRINTRTN
                   MOVE GCOLLEGIAN TO CLSPREV
               END-IF
           END-IF.
           ADD 1 TO CLSCNT, TOTCNT.
           EVALUATE GSTANDING
           WHEN "D"
               ADD 1 TO CLSD
           WHEN "G"
               ADD 1 TO CLSG
           WHEN "W"
               ADD 1 TO CLSW
           WHEN OTHER
               ADD 1 TO CLSP
           END-EVALUATE.
      *
           MOVE SEMGPA TO SEMGPAED.
           MOVE CUMGPA TO CUMGPAED.
           MOVE SPACE TO PRTBUF.
           STRING GNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GNAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SEMGPAED DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  SEMCRD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUMGPAED DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  CUMCRD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GSTDNAME DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       STUDONEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *一门成绩：课程绩点按学分累计(学期/累计)
      *----------------------------------------------------------------
       SCOREONERTN                                  SECTION.
           EXEC SQL FETCH CUR18A
               INTO :GSCOREV, :GFULLMARK, :GCREDIT, :GSEMCNT
           END-EXEC.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE 1 TO SCOREEOF
               GO TO SCOREONEEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO SCOREONEEXIT
           END-IF.
      *
           IF GFULLMARK = 0
               MOVE 100 TO GFULLMARK
           END-IF.
           COMPUTE GPCT = GSCOREV * 100 / GFULLMARK.
           EVALUATE TRUE
           WHEN GPCT NOT < 90
               MOVE 4 TO GPOINT
           WHEN GPCT NOT < 80
               MOVE 3 TO GPOINT
           WHEN GPCT NOT < 70
               MOVE 2 TO GPOINT
           WHEN GPCT NOT < 60
               MOVE 1 TO GPOINT
           WHEN OTHER
               MOVE 0 TO GPOINT
           END-EVALUATE.
      *
           COMPUTE CUMPTS = CUMPTS + GPOINT * GCREDIT.
           ADD GCREDIT TO CUMATT.
           IF GPCT NOT < 60
               ADD GCREDIT TO CUMCRD
           END-IF.
           IF GSEMCNT > 0
               COMPUTE SEMPTS = SEMPTS + GPOINT * GCREDIT
               ADD GCREDIT TO SEMATT
               IF GPCT NOT < 60
                   ADD GCREDIT TO SEMCRD
               END-IF
           END-IF.
       SCOREONEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *学业状态评定
      *----------------------------------------------------------------
       STANDSETRTN                                  SECTION.
           EVALUATE TRUE
           WHEN SEMATT > 0 AND SEMGPA NOT < PDEAN
                           AND CUMGPA NOT < PGOOD
               MOVE "D" TO GSTANDING
               MOVE "院长嘉许" TO GSTDNAME
           WHEN CUMGPA NOT < PGOOD
               MOVE "G" TO GSTANDING
               MOVE "良好" TO GSTDNAME
           WHEN CUMGPA NOT < PWARN
               MOVE "W" TO GSTANDING
               MOVE "学业警告" TO GSTDNAME
           WHEN OTHER
               MOVE "P" TO GSTANDING
               MOVE "学业试读" TO GSTDNAME
           END-EVALUATE.
       STANDSETEXIT.
           EXIT.
      *----------------------------------------------------------------
      *学院小计行
      *----------------------------------------------------------------
       CLSPRINTRTN                                  SECTION.
           WRITE PRT-LINE FROM WorkSrcSingleLine.
           MOVE SPACE TO PRTBUF.
           STRING "学院 " DELIMITED BY SIZE
                  CLSPREV DELIMITED BY SIZE
                  " 人数 " DELIMITED BY SIZE
                  CLSCNT DELIMITED BY SIZE
                  " 嘉许 " DELIMITED BY SIZE
                  CLSD DELIMITED BY SIZE
                  " 良好 " DELIMITED BY SIZE
                  CLSG DELIMITED BY SIZE
                  " 警告 " DELIMITED BY SIZE
                  CLSW DELIMITED BY SIZE
                  " 试读 " DELIMITED BY SIZE
                  CLSP DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           WRITE PRT-LINE FROM WorkSrcSingleLine.
           MOVE 0 TO CLSCNT, CLSD, CLSG, CLSW, CLSP.
       CLSPRINTEXIT.
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
           MOVE 181 TO ERRPOINT.
           MOVE SQLCODE TO EMSGSQLCD.
           CALL "ErrorMsg" USING ERRORKEY.
           MOVE 1 TO ABENDFLG.
           MOVE 1 TO FETCHEOF.
           MOVE 1 TO SCOREEOF.
       SQLERREXIT.
           EXIT.
      *****************************************************************
      *终了处理
      *****************************************************************
       EndRTN                                       SECTION.
           CONTINUE.
       EndExit.
           EXIT.
