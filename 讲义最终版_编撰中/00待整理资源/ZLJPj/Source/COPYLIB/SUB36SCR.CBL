      *****************************************************************
      *程序ID         ：SUB36SCR
      *程序名         ：奖学金评定画面
      *处理概要       ：动作M项目维护/R年度评定；按动作使用对应的
      *                 录入项，其余留空。
      *
      *日期           作成者            概要
      *2026/10/15     维护组            作成
      *
      *****************************************************************
       01 Sub36SCR.
           03 LINE 4  COLUMN  5 VALUE "奖学金评定" HIGHLIGHT.
           03 LINE 6  COLUMN  5 VALUE "动作(M/R)：".
           03         COLUMN 24 PIC X     TO WKACTION.
           03 LINE 8  COLUMN  5 VALUE "项目代码(M用)：".
           03         COLUMN 24 PIC X(04) TO WKPROGID.
           03 LINE 9  COLUMN  5 VALUE "项目名称：".
           03         COLUMN 24 PIC X(20) TO WKPNAME.
           03 LINE 10 COLUMN  5 VALUE "金额：".
           03         COLUMN 24 PIC 9(07) TO WKAMOUNT.
           03 LINE 11 COLUMN  5 VALUE "平均分下限：".
           03         COLUMN 24 PIC 9(03) TO WKMINAVG.
           03 LINE 12 COLUMN  5 VALUE "出勤率下限%：".
           03         COLUMN 24 PIC 9(03) TO WKMINATT.
           03 LINE 13 COLUMN  5 VALUE "无处分年数：".
           03         COLUMN 24 PIC 9(02) TO WKCLEANYRS.
           03 LINE 14 COLUMN  5 VALUE "不得欠费(Y/N)：".
           03         COLUMN 24 PIC X     TO WKNOARR.
           03 LINE 15 COLUMN  5 VALUE "名额：".
           03         COLUMN 24 PIC 9(03) TO WKQUOTA.
           03 LINE 17 COLUMN  5 VALUE "评定年度(R用)：".
           03         COLUMN 24 PIC 9(04) TO WKYEAR.
           03 LINE 18 COLUMN  5 VALUE "入账学期(R用)：".
           03         COLUMN 24 PIC X(06) TO WKTERM.
