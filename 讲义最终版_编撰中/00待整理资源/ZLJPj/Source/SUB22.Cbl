      *程序ID         ：Sub22
      *程序名         ：成绩查询修改
      *处理概要       ：按学号与课程查询STUDENTSCORE成绩并进行更正
      *                 非管理员登录时，只能更正本人授课课程的成绩
      *                 (学期取该生该课程的选课学期，TeachAuth检查)
      *
      *日期           作成者            概要
      *2026/08/18     维护组            作成
      *2026/10/15     维护组            更正限本人授课课程
      *
      *****************************************************************
000030 ENVIRONMENT                                  DIVISION.
           03 WKREASON                  PIC X(20) VALUE SPACE.
           03 WKREQPSN                  PIC X(08) VALUE SPACE.
           03 WKTODAY                   PIC 9(08) VALUE 0.
      *    授课权限检查(TeachAuth)
       01 TCHAREA.
           03 TAUSERID                  PIC X(08).
           03 TAROLE                    PIC 9(01).
           03 TACOURSE                  PIC X(06).
           03 TATERM                    PIC X(06).
           03 TAALLOW                   PIC 9(01).
       01 UOWAREA.
           03 UOWACTION                 PIC X(01) VALUE SPACE.
           03 UOWSQLCODE                PIC S9(09) VALUE 0.
       COPY WKAREA.
      *
000070 LINKAGE                                      SECTION.
       01 LOGINAREA.
           03 LGUSERID                  PIC X(08).
           03 LGPASSWD                  PIC X(08).
           03 LGROLE                    PIC 9(01).
           03 LGRESULT                  PIC 9(01).
000080 SCREEN                                       SECTION.
000090 COPY SCRHead.
      *成绩查询修改画面
       COPY SCRFLOOR.
       COPY SCRPUB.
      *
000120 PROCEDURE DIVISION USING LOGINAREA.
000130 MAIN-PROCESS                                 SECTION.
           PERFORM StartRTN.
           PERFORM MAINRTN.
      *    显示成绩并接受更正
           DISPLAY SCRHead.
           DISPLAY SUB22SCR.
           MOVE
                "成绩如上。修改成绩后输入U确认，直接回
      -    "车放弃"
               TO WKCLUE.
           DISPLAY SCRFLOOR.
           ACCEPT  SUB22SCR.
      *
                   MOVE 4 TO ERROR-CD
                   CALL "ErrorMsg" USING ERRORKEY
               ELSE
      *            非本人授课课程不得更正
                   PERFORM TEACHCHECKRTN
                   IF TAALLOW NOT = 1
                       GO TO MAINEXIT
                   END-IF
      *            该班已定稿时改动转入待审批表，由SUB26审批
                   PERFORM FINALCHECKRTN
                   IF FINALCNT NOT = 0
       FINALCHECKEXIT.
           EXIT.
      *----------------------------------------------------------------
      *授课检查：学期取该生该课程的选课学期(无选课记录的旧成绩为
      *空白)，非本人授课时提示拒绝
      *----------------------------------------------------------------
       TEACHCHECKRTN                                SECTION.
           MOVE SPACE TO TATERM.
           EXEC SQL
               SELECT NVL(MAX(TERM), ' ')
               INTO :TATERM
               FROM ENROLLMENT
               WHERE NO = :SNO
                 AND COURSE = :SCOURSE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 224 TO ERRPOINT
               MOVE SQLCODE TO EMSGSQLCD
               CALL "ErrorMsg" USING ERRORKEY
               MOVE 9 TO TAALLOW
               GO TO TEACHCHECKEXIT
           END-IF.
           MOVE LGUSERID TO TAUSERID.
           MOVE LGROLE   TO TAROLE.
           MOVE SCOURSE  TO TACOURSE.
           CALL "TeachAuth" USING TCHAREA.
           IF TAALLOW = 0
               DISPLAY SCRHEAD
               MOVE "非本人授课课程，不能更正成绩！"
                   TO WKCLUE
               MOVE SPACE TO WKTURN
               DISPLAY SCRPUB
               MOVE "非本人授课课程，不能更正成绩！"
                   TO WKCLUE
               DISPLAY SCRFLOOR
               ACCEPT SCRPUB
           END-IF.
       TEACHCHECKEXIT.
           EXIT.
      *----------------------------------------------------------------
      *定稿后改动登记：原/新成绩、理由、申请人写入SCORECHG('W')
      *----------------------------------------------------------------
       CHGPENDRTN                                   SECTION.
       ENDEXIT.
           EXIT.
      *****************************************************************
       END PROGRAM Sub22.
      *****************************************************************
