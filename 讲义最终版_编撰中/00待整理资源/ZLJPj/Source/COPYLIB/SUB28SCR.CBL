      *****************************************************************
      *程序ID         ：SUB28SCR
      *程序名         ：教师授课画面
      *处理概要       ：动作T教师/A授课/D取消授课/L工作量；按动作
      *                 使用对应的录入项，其余留空。
      *
      *日期           作成者            概要
      *2026/10/15     维护组            作成
      *
      *****************************************************************
       01 Sub28SCR.
           03 LINE 4  COLUMN  5 VALUE "教师授课" HIGHLIGHT.
           03 LINE 6  COLUMN  5 VALUE "动作(T/A/D/L)：".
           03         COLUMN 24 PIC X     TO WKACTION.
           03 LINE 8  COLUMN  5 VALUE "教师编号：".
           03         COLUMN 24 PIC X(06) TO WKTEACHER.
           03 LINE 9  COLUMN  5 VALUE "姓名(T用)：".
           03         COLUMN 24 PIC X(10) TO WKTNAME.
           03 LINE 10 COLUMN  5 VALUE "学院(T用)：".
           03         COLUMN 24 PIC X(06) TO WKCOLLEGE.
           03 LINE 11 COLUMN  5 VALUE "用户ID(T用)：".
           03         COLUMN 24 PIC X(08) TO WKUSERID.
           03 LINE 13 COLUMN  5 VALUE "学期(A/D/L用)：".
           03         COLUMN 24 PIC X(06) TO WKTERM.
           03 LINE 14 COLUMN  5 VALUE "课程代码(A/D用)：".
           03         COLUMN 24 PIC X(06) TO WKCOURSE.
