      *处理概要       ：按单个学号或整个学院生成正式成绩单：学籍信息、
      *                 全部课程成绩、总平均分及奖惩记录，写入打印文件
      *                 供教务处盖章使用
      *                 学业评定(SUB18)已做时，加印最近一学期的绩点、
      *                 已获学分与学业状态(STANDHIST)
      *
      *日期           作成者            概要
      *2026/08/18     维护组            作成
      *2026/10/15     维护组            加印绩点、已获学分与学业状态
      *
      *****************************************************************
000030 ENVIRONMENT                                  DIVISION.
           03 AYEAR                         PIC  9(04).
           03 ASIGN                         PIC  X(01).
           03 ASYNOPSIS                     PIC  X(20).
      *    学业评定(最近一学期)
       01 STstand.
           03 HTERM                         PIC  X(06).
           03 HSEMGPA                       PIC  9V99.
           03 HCUMGPA                       PIC  9V99.
           03 HCUMCRD                       PIC  9(04).
           03 HSTANDING                     PIC  X(01).
       01 STstandED.
           03 HSEMGPAED                     PIC  9.99.
           03 HCUMGPAED                     PIC  9.99.
           03 HSTDNAME                      PIC  X(12).
      *----------------------------------------------------------------
      *成绩单编辑用
      *----------------------------------------------------------------
       01 SUB14SCS.
           03 LINE 02 COLUMN 01 PIC X(80) FROM WorkSrcDoubleLine.
           03 LINE 04 COLUMN 10
                VALUE "成绩单打印  输入学号(单人)或学院编
      -    "号(整个学院)".
           03 LINE 06 COLUMN 10 VALUE "学　号:".
           03         COLUMN 18 PIC 9(06) USING SNO     AUTO.
           03 LINE 07 COLUMN 10 VALUE "学　院:".
      *
           CLOSE PRTFILE.
           DISPLAY SCRHead.
           MOVE "成绩单已写入打印文件，按回车键返回"
               TO WKCLUE.
           MOVE SPACE TO WKTURN.
           DISPLAY SCRPUB.
           ACCEPT SCRPUB.
               WRITE PRT-LINE FROM PRTBUF
           END-IF.
      *
      *    学业评定
           PERFORM STANDINGRTN.
      *
      *    奖惩记录
           MOVE "  奖惩记录:" TO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           MOVE 0 TO SQLCODE.
       ONESTUDENTEXIT.
           EXIT.
      *----------------------------------------------------------------
      *学业评定：STANDHIST上该生最近一学期的结果，未评定时注明
      *----------------------------------------------------------------
       STANDINGRTN                                  SECTION.
           EXEC SQL
               SELECT TERM, SEMGPA, CUMGPA, CUMCRD, STANDING
               INTO :HTERM, :HSEMGPA, :HCUMGPA, :HCUMCRD,
                    :HSTANDING
               FROM STANDHIST
               WHERE NO = :SNO
                 AND TERM = ( SELECT MAX(TERM)
                              FROM STANDHIST
                              WHERE NO = :SNO )
           END-EXEC.
           EVALUATE SQLCODE
           WHEN 0
               CONTINUE
           WHEN 1403
           WHEN 100
               MOVE "  (未做学业评定)" TO PRTBUF
               WRITE PRT-LINE FROM PRTBUF
               GO TO STANDINGEXIT
           WHEN OTHER
               MOVE 146 TO ERRPOINT
               MOVE SQLCODE TO EMSGSQLCD
               CALL "ErrorMsg" USING ERRORKEY
               GO TO STANDINGEXIT
           END-EVALUATE.
      *
           EVALUATE HSTANDING
           WHEN "D"
               MOVE "院长嘉许" TO HSTDNAME
           WHEN "G"
               MOVE "良好" TO HSTDNAME
           WHEN "W"
               MOVE "学业警告" TO HSTDNAME
           WHEN OTHER
               MOVE "学业试读" TO HSTDNAME
           END-EVALUATE.
           MOVE HSEMGPA TO HSEMGPAED.
           MOVE HCUMGPA TO HCUMGPAED.
           MOVE SPACE TO PRTBUF.
           STRING "  学期 " DELIMITED BY SIZE
                  HTERM DELIMITED BY SIZE
                  "  学期绩点 " DELIMITED BY SIZE
                  HSEMGPAED DELIMITED BY SIZE
                  "  累计绩点 " DELIMITED BY SIZE
                  HCUMGPAED DELIMITED BY SIZE
                  "  已获学分 " DELIMITED BY SIZE
                  HCUMCRD DELIMITED BY SIZE
                  "  学业状态 " DELIMITED BY SIZE
                  HSTDNAME DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       STANDINGEXIT.
           EXIT.
      *****************************************************************
      *终了处理
      *****************************************************************
       LOOP3EXIT.
           EXIT.
      *****************************************************************
       END PROGRAM Sub14.
      *****************************************************************
