      *日期           作成者            概要
      *2007/03/18     张丽娟            作成
      *2026/08/22     维护组            登录验证与锁定
      *2026/10/15     维护组            选课管理(27)、学业评定(18)、
      *                                 奖学金评定(36)、教师授课(28)
      *2026/10/15     维护组            成绩录入/更正/导入传递登录区
      *                                 供授课课程检查
      *2026/10/15     维护组            考试安排(29)
      *
      *
      *****************************************************************
               CALL "Sub16"
           WHEN 17
               CALL "Sub17"
           WHEN 18
               CALL "Sub18"
           WHEN 21
               CALL "Sub21" USING LOGINAREA
           WHEN 22
               CALL "Sub22" USING LOGINAREA
           WHEN 23
               CALL "Sub23"
           WHEN 24
               CALL "Sub24"
           WHEN 25
               CALL "Sub25" USING LOGINAREA
           WHEN 26
               CALL "Sub26"
           WHEN 27
               CALL "Sub27"
           WHEN 28
               CALL "Sub28"
           WHEN 29
               CALL "Sub29"
           WHEN 31
               CALL "Sub31"
           WHEN 32
               CALL "Sub34"
           WHEN 35
               CALL "Sub35"
           WHEN 36
               CALL "Sub36"
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
