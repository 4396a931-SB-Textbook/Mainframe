      *****************************************************************
      *程序ID         ：SUB27SCR
      *程序名         ：选课管理画面
      *处理概要       ：动作O开课/R先修/E选课/X退选/L名单；按动作
      *                 使用对应的录入项，其余留空。
      *
      *日期           作成者            概要
      *2026/10/15     维护组            作成
      *
      *****************************************************************
       01 Sub27SCR.
           03 LINE 4  COLUMN  5 VALUE "选课管理" HIGHLIGHT.
           03 LINE 6  COLUMN  5 VALUE "动作(O/R/E/X/L)：".
           03         COLUMN 24 PIC X     TO WKACTION.
           03 LINE 8  COLUMN  5 VALUE "学期(如2026A)：".
           03         COLUMN 24 PIC X(06) TO WKTERM.
           03 LINE 9  COLUMN  5 VALUE "课程代码：".
           03         COLUMN 24 PIC X(06) TO WKCOURSE.
           03 LINE 11 COLUMN  5 VALUE "名额(O用)：".
           03         COLUMN 24 PIC 9(04) TO WKSEATS.
           03 LINE 12 COLUMN  5 VALUE "先修课程(R用)：".
           03         COLUMN 24 PIC X(06) TO WKPRECRS.
           03 LINE 13 COLUMN  5 VALUE "学号(E/X用)：".
           03         COLUMN 24 PIC 9(06) TO WKNO.
