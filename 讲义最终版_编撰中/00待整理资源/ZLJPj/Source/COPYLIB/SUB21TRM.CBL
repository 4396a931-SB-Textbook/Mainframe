      *****************************************************************
      *程序ID         ：SUB21TRM
      *程序名         ：成绩录入学期画面(SUB21用追加部品)
      *处理概要       ：成绩录入时补录学期，按选课表(ENROLLMENT)
      *                 检查该生该学期是否选修该课程。
      *
      *日期           作成者            概要
      *2026/10/15     维护组            作成
      *
      *****************************************************************
       01 SUB21TRM.
           03 LINE 07 COLUMN 02 VALUE "学　期" HIGHLIGHT.
           03         COLUMN 09 PIC X(06) USING WKTERM AUTO.
