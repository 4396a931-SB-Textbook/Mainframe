      *****************************************************************
      *程序ID         ：SUB18SCR
      *程序名         ：学业评定画面
      *处理概要       ：动作M阈值维护/R学期评定；按动作使用对应的
      *                 录入项，其余留空。绩点下限按100倍录入
      *                 (3.50录入350)。
      *
      *日期           作成者            概要
      *2026/10/15     维护组            作成
      *
      *****************************************************************
       01 Sub18SCR.
           03 LINE 4  COLUMN  5 VALUE "学业评定" HIGHLIGHT.
           03 LINE 6  COLUMN  5 VALUE "动作(M/R)：".
           03         COLUMN 24 PIC X     TO WKACTION.
           03 LINE 8  COLUMN  5 VALUE "学期(R用)：".
           03         COLUMN 24 PIC X(06) TO WKTERM.
           03 LINE 10 COLUMN  5 VALUE "评定(M用D/G/W)：".
           03         COLUMN 24 PIC X     TO WKSTDCODE.
           03 LINE 11 COLUMN  5 VALUE "绩点下限x100：".
           03         COLUMN 24 PIC 9(03) TO WKGPA100.
           03 LINE 13 COLUMN  5 VALUE "D 院长嘉许(学期绩点)".
           03 LINE 14 COLUMN  5 VALUE "G 良好/W 警告(累计绩点)".
           03 LINE 15 COLUMN  5 VALUE "低于W下限为学业试读(P)".
