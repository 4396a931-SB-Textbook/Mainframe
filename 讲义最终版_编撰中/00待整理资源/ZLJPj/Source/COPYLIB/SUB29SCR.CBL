      *****************************************************************
      *程序ID         ：SUB29SCR
      *程序名         ：考试安排画面
      *处理概要       ：动作M登记/D删除/C冲突检查/P检查后打印；按
      *                 动作使用对应的录入项，其余留空。
      *
      *日期           作成者            概要
      *2026/10/15     维护组            作成
      *
      *****************************************************************
       01 Sub29SCR.
           03 LINE 4  COLUMN  5 VALUE "考试安排" HIGHLIGHT.
           03 LINE 6  COLUMN  5 VALUE "动作(M/D/C/P)：".
           03         COLUMN 24 PIC X     TO WKACTION.
           03 LINE 8  COLUMN  5 VALUE "学期(如2026A)：".
           03         COLUMN 24 PIC X(06) TO WKTERM.
           03 LINE 9  COLUMN  5 VALUE "课程代码(M/D用)：".
           03         COLUMN 24 PIC X(06) TO WKCOURSE.
           03 LINE 11 COLUMN  5 VALUE "考试日期(M用)：".
           03         COLUMN 24 PIC 9(08) TO WKEXAMDAY.
           03 LINE 12 COLUMN  5 VALUE "节次(1-9)：".
           03         COLUMN 24 PIC 9     TO WKPERIOD.
           03 LINE 13 COLUMN  5 VALUE "考场：".
           03         COLUMN 24 PIC X(06) TO WKROOM.
           03 LINE 14 COLUMN  5 VALUE "考场容量：".
           03         COLUMN 24 PIC 9(04) TO WKROOMCAP.
