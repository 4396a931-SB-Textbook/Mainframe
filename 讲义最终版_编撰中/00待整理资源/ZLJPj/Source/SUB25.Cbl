      *程序ID         ：Sub25
      *程序名         ：成绩批量导入
      *处理概要       ：学期末教师交来的成绩文件(SCOREIN，每行
      *                 学号6位+课程6位+成绩3位+学期6位)批量导入
      *                 STUDENTSCORE，逐行执行与SUB21联机录入相同
      *                 的检查：学号在册、课程在COURSEINFO、成绩
      *                 不超过FULLMARK、该生该学期已选该课程
      *                 (ENROLLMENT)、同学号同课程不重复；非管理员
      *                 登录时该课程该学期须由本人授课(TeachAuth)。
      *                 合格行插入，不合格行带原因写出到REJOUT供录入员
      *                 单独处理。全部读完后经OracleUOW统一提交
      *                 (中途SQL异常则回滚)，并输出控制合计
      *                 (读入/导入/拒绝)到PRTFILE。
      *
      *日期           作成者            概要
      *2026/09/02     维护组            作成
      *2026/10/15     维护组            导入行增加学期，未选该课程
      *                                 (ENROLLMENT)的成绩拒绝
      *2026/10/15     维护组            非本人授课课程的成绩拒绝
      *
      *****************************************************************
000030 ENVIRONMENT                                  DIVISION.
           03 INNO                      PIC 9(06).
           03 INCOURSE                  PIC 9(06).
           03 INSCORE                   PIC 9(03).
           03 INTERM                    PIC X(06).
           03 FILLER                    PIC X(59).
       FD  REJOUT.
       01  REJREC.
           03 REJNO                     PIC X(06).
           03 REJCOURSE                 PIC X(06).
           03 REJSCORE                  PIC X(03).
           03 REJTERM                   PIC X(06).
           03 REJREASON                 PIC X(40).
           03 FILLER                    PIC X(19).
       FD  PRTFILE.
       01  PRT-LINE                     PIC X(80).
000050 WORKING-STORAGE                              SECTION.
           03 SNO                           PIC  9(06).
           03 Scourse                       PIC  9(06).
           03 SScore                        PIC  9(03).
       01 WKTERM                        PIC X(06).
      *    授课权限检查(TeachAuth)
       01 TCHAREA.
           03 TAUSERID                  PIC X(08).
           03 TAROLE                    PIC 9(01).
           03 TACOURSE                  PIC X(06).
           03 TATERM                    PIC X(06).
           03 TAALLOW                   PIC 9(01).
      *    SQL WORK AREA
       01 SQLWORKAREA.
           03 SQLFULLMARK                PIC 9(3).
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
       COPY SCRFLOOR.
       COPY SCRPUB.
      *
000120 PROCEDURE DIVISION USING LOGINAREA.
000130 MAIN-PROCESS                                 SECTION.
           PERFORM StartRTN.
           PERFORM MAINRTN.
           MOVE INNO     TO SNO.
           MOVE INCOURSE TO SCOURSE.
           MOVE INSCORE  TO SSCORE.
           MOVE INTERM   TO WKTERM.
           IF WKTERM = SPACE
               MOVE "学期未填" TO REJREASON
               PERFORM REJWRITERTN
               GO TO LOADONEEXIT
           END-IF.
      *
      *    学号在册检查
           EXEC SQL
               GO TO LOADONEEXIT
           END-IF.
      *
      *    选课检查：该生该学期须已选该课程
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQLCOUNT
               FROM ENROLLMENT
               WHERE NO = :SNO
                 AND COURSE = :SCOURSE
                 AND TERM = :WKTERM
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO LOADONEEXIT
           END-IF.
           IF SQLCOUNT = 0
               MOVE "该生该学期未选该课程" TO REJREASON
               PERFORM REJWRITERTN
               GO TO LOADONEEXIT
           END-IF.
      *
      *    授课检查：非管理员只能导入本人授课课程的成绩
           MOVE LGUSERID TO TAUSERID.
           MOVE LGROLE   TO TAROLE.
           MOVE SCOURSE  TO TACOURSE.
           MOVE WKTERM   TO TATERM.
           CALL "TeachAuth" USING TCHAREA.
           IF TAALLOW = 9
               MOVE 1 TO ABENDFLG
               GO TO LOADONEEXIT
           END-IF.
           IF TAALLOW = 0
               MOVE "非本人授课课程" TO REJREASON
               PERFORM REJWRITERTN
               GO TO LOADONEEXIT
           END-IF.
      *
      *    同学号同课程重复检查
           EXEC SQL
               SELECT COUNT(*)
           MOVE SCOREINREC(1:6)   TO REJNO.
           MOVE SCOREINREC(7:6)   TO REJCOURSE.
           MOVE SCOREINREC(13:3)  TO REJSCORE.
           MOVE SCOREINREC(16:6)  TO REJTERM.
           WRITE REJREC.
           ADD 1 TO CNTREJ.
           MOVE 1 TO REJFLG.
