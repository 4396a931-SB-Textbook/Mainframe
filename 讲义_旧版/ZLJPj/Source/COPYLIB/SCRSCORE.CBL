      *****************************************************************
      *程序ID         ：SCRSCORE
      *程序名         ：学生成绩信息屏幕
      *日期           作成者            概要
      *2026/10/15     维护组            按SUB21的录入项补建(原画面
      *                                 定义未随源码保存)
      *
      *****************************************************************
000040*
       01 SCRSCORE.
      *                         表头线
000090     03 LINE 02 COLUMN 01 PIC X(80) FROM WorkSrcDoubleLine.
      *                         学生成绩信息
000110     03 LINE 03 COLUMN 02 VALUE          "学　号" HIGHLIGHT.
000110     03         COLUMN 09 PIC 9(06) USING SNO     AUTO.
000150     03 LINE 04 COLUMN 02 VALUE          "课　程" HIGHLIGHT.
000170     03         COLUMN 09 PIC 9(06) USING SCOURSE AUTO.
000110     03 LINE 05 COLUMN 02 VALUE          "成　绩" HIGHLIGHT.
000130     03         COLUMN 09 PIC 9(03) USING SSCORE  AUTO.
000170     03 LINE 10 COLUMN 01 PIC X(80) FROM WorkSrcSingleLine.
000090     03 LINE 18 COLUMN 01 PIC X(80) FROM WorkSrcDoubleLine.
000170     03 LINE 20 COLUMN 10 PIC X(70) FROM WKCLUE.
000170     03 LINE 21 COLUMN 30 VALUE "按回车键确认:".
000170     03         COLUMN 45 PIC X USING WKTURN.
