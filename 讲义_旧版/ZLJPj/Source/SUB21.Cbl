      *                                 时回滚并重新连接
      *2026/09/02     维护组            班级成绩定稿(CLASSFINAL)后
      *                                 拒绝直接新增，提示走审批
      *2026/10/15     维护组            录入学期，该生该学期未选该
      *                                 课程(ENROLLMENT)时拒绝录入
      *2026/10/15     维护组            非管理员只能录入本人授课课程
      *                                 的成绩(TeachAuth)
      *
      *****************************************************************
000040 01 STscore.
               05 SQLSNO                 PIC  9(06).
           03 SQLCOUNT                   PIC 9(4).
           03 WKFINALCNT                 PIC 9(4).
           03 WKTERM                     PIC X(06).
           03 WKENRCNT                   PIC 9(4).
000056     
      *    EXEC  SQL  END      DECLARE      SECTION  END-EXEC.
      *
       01 UOWAREA.
           03 UOWACTION                 PIC X(01) VALUE SPACE.
           03 UOWSQLCODE                PIC S9(09) VALUE 0.
      *授课权限检查(TeachAuth)
       01 TCHAREA.
           03 TAUSERID                  PIC X(08).
           03 TAROLE                    PIC 9(01).
           03 TACOURSE                  PIC X(06).
           03 TATERM                    PIC X(06).
           03 TAALLOW                   PIC 9(01).
       COPY WKSCRLine.
      *
       COPY WKAREA.

000060*
000070 LINKAGE                                      SECTION.
      *登录区(FormMain)
       01 LOGINAREA.
           03 LGUSERID                  PIC X(08).
           03 LGPASSWD                  PIC X(08).
           03 LGROLE                    PIC 9(01).
           03 LGRESULT                  PIC 9(01).
      *
000080 SCREEN                                       SECTION.
      *画面头
000090 COPY SCRHead.
      *学生成绩信息画面
000090 COPY SCRSCORE.
      *成绩录入学期画面
       COPY SUB21TRM.
      *画面底
       COPY SCRFLOOR.
      *公用提示画面
      *****************************************************************
      *过程部
      *****************************************************************
000120 PROCEDURE DIVISION USING LOGINAREA.
000130 MAINPROCESSRTN                               SECTION.
000160*初期处理
           PERFORM STARTRTN.
       STARTRTN                                     SECTION.
      *    初始化WORK变量
           INITIALIZE STSCORE, WKAREA.
           MOVE SPACE TO WKTERM.

      *
       STARTEXIT.
       MAINRTN                                      SECTION.
      *    显示屏幕
           DISPLAY SCRHEAD.
           MOVE
                  "请输入成绩信息,然后输入I并按回车键确
      -    "认"
               TO WKCLUE.
           DISPLAY SCRSCORE.
           DISPLAY SUB21TRM.
           MOVE
               "输入I并按回车键确认,输入其它字符返回主
      -    "菜单"
               TO WKCLUE.
           DISPLAY SCRFLOOR.
      *    数据输入(先学期，后学号/课程/成绩)
           ACCEPT  SUB21TRM.
           ACCEPT  SCRSCORE.
      *
           IF WKTURN = "I"
               IF DATACHACKFLAG = 9
                   GO TO MAINEXIT
               END-IF
      *        选课检查：该生该学期须已选该课程
               PERFORM ENROLLCHECKRTN
               IF DATACHACKFLAG = 9
                   GO TO MAINEXIT
               END-IF
      *        授课检查：非管理员只能录入本人授课课程
               PERFORM TEACHCHECKRTN
               IF DATACHACKFLAG = 9
                   GO TO MAINEXIT
               END-IF
      *        判断该课程成绩是否存在,存在则提示是否更新
               PERFORM CHACKDATARTN
      *
           ELSE
      *        显示输入信息已经存在提示画面
               DISPLAY SCRHEAD
               MOVE "您输入的学生该门课程成绩已存在！"
                   TO WKCLUE
               MOVE SPACE TO WKTURN
               DISPLAY SCRPUB
               MOVE "您输入的学生该门课程成绩已存在！"
                   TO WKCLUE
               DISPLAY SCRFLOOR
               ACCEPT SCRPUB
      *
      *            成绩超过该课程满分
                   MOVE 9 TO DATACHACKFLAG
                   DISPLAY SCRHEAD
                   MOVE
                       "成绩超过该课程的满分，请确认后重
      -    "新录入！"
                       TO WKCLUE
                   MOVE SPACE TO WKTURN
                   DISPLAY SCRPUB
                   MOVE
                       "成绩超过该课程的满分，请确认后重
      -    "新录入！"
                       TO WKCLUE
                   DISPLAY SCRFLOOR
                   ACCEPT SCRPUB
      *        课程不在课程主表上
               MOVE 9 TO DATACHACKFLAG
               DISPLAY SCRHEAD
               MOVE
                    "该课程不在课程主表上，请先在课程维
      -    "护中登记！"
                   TO WKCLUE
               MOVE SPACE TO WKTURN
               DISPLAY SCRPUB
               MOVE
                    "该课程不在课程主表上，请先在课程维
      -    "护中登记！"
                   TO WKCLUE
               DISPLAY SCRFLOOR
               ACCEPT SCRPUB
           WHEN WKFINALCNT NOT = 0
               MOVE 9 TO DATACHACKFLAG
               DISPLAY SCRHEAD
               MOVE
                    "该班成绩已定稿，新录入须经成绩审批
      -    "流程办理！"
                   TO WKCLUE
               MOVE SPACE TO WKTURN
               DISPLAY SCRPUB
               MOVE
                    "该班成绩已定稿，新录入须经成绩审批
      -    "流程办理！"
                   TO WKCLUE
               DISPLAY SCRFLOOR
               ACCEPT SCRPUB
      *
       FINALCHECKEXIT.
           EXIT.
      *----------------------------------------------------------------
      *选课检查：学期必须录入，且该生该学期在选课表(ENROLLMENT)上
      *选修了该课程，否则不得录入成绩。
      *----------------------------------------------------------------
       ENROLLCHECKRTN                               SECTION.
           IF WKTERM = SPACE
               MOVE 9 TO DATACHACKFLAG
               DISPLAY SCRHEAD
               MOVE "请录入学期！" TO WKCLUE
               MOVE SPACE TO WKTURN
               DISPLAY SCRPUB
               MOVE "请录入学期！" TO WKCLUE
               DISPLAY SCRFLOOR
               ACCEPT SCRPUB
               GO TO ENROLLCHECKEXIT
           END-IF.
           MOVE 0 TO WKENRCNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WKENRCNT
               FROM ENROLLMENT
               WHERE NO = :SNO
                 AND COURSE = :SCOURSE
                 AND TERM = :WKTERM
           END-EXEC.
           EVALUATE TRUE
           WHEN SQLCODE NOT = 0
               MOVE 9 TO DATACHACKFLAG
               MOVE 214 TO ERRPOINT
               MOVE SQLCODE TO EMSGSQLCD
               CALL "ErrorMsg" USING ERRORKEY
           WHEN WKENRCNT = 0
               MOVE 9 TO DATACHACKFLAG
               DISPLAY SCRHEAD
               MOVE
                    "该生本学期未选该课程，不能录入成绩
      -    "！"
                   TO WKCLUE
               MOVE SPACE TO WKTURN
               DISPLAY SCRPUB
               MOVE
                    "该生本学期未选该课程，不能录入成绩
      -    "！"
                   TO WKCLUE
               DISPLAY SCRFLOOR
               ACCEPT SCRPUB
           END-EVALUATE.
      *
       ENROLLCHECKEXIT.
           EXIT.
      *----------------------------------------------------------------
      *授课检查：登录用户非管理员时，该课程该学期须由本人授课
      *(TEACHER/TEACHASSIGN，TeachAuth判断)，否则不得录入成绩。
      *----------------------------------------------------------------
       TEACHCHECKRTN                                SECTION.
           MOVE LGUSERID TO TAUSERID.
           MOVE LGROLE   TO TAROLE.
           MOVE SCOURSE  TO TACOURSE.
           MOVE WKTERM   TO TATERM.
           CALL "TeachAuth" USING TCHAREA.
           EVALUATE TAALLOW
           WHEN 1
               CONTINUE
           WHEN 0
               MOVE 9 TO DATACHACKFLAG
               DISPLAY SCRHEAD
               MOVE
                    "非本人授课课程，不能录入成绩！"
                   TO WKCLUE
               MOVE SPACE TO WKTURN
               DISPLAY SCRPUB
               MOVE
                    "非本人授课课程，不能录入成绩！"
                   TO WKCLUE
               DISPLAY SCRFLOOR
               ACCEPT SCRPUB
           WHEN OTHER
               MOVE 9 TO DATACHACKFLAG
           END-EVALUATE.
      *
       TEACHCHECKEXIT.
           EXIT.
      *****************************************************************
      *终了处理
      *
       ENDEXIT.
           EXIT.
      *****************************************************************
       END PROGRAM Sub21.
      *****************************************************************
