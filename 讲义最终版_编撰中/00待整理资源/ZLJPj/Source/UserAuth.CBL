      *
      *                 角色与选项对应：
      *                   1 管理员  全部选项
      *                   2 教务    除学年滚动(15)、成绩审批(26)、
      *                             学业评定(18)、奖学金评定(36)、
      *                             教师授课(28)与考试安排(29)外
      *                             的全部选项
      *                   3 查询    仅统计报表类(13,14,17,23,33,35)
      *
      *                 AUTHAREA ：AUUSERID 用户ID
      *
      *日期           作成者            概要
      *2026/08/22     维护组            作成
      *2026/10/15     维护组            学业评定(18)、奖学金评定(36)
      *                                 与教师授课(28)限管理员
      *2026/10/15     维护组            考试安排(29)限管理员
      *
      *****************************************************************
000030 ENVIRONMENT                                  DIVISION.
           WHEN 1
               MOVE 1 TO AUALLOW
           WHEN 2
               IF AUMENUNO = 15 OR 26 OR 18 OR 36 OR 28 OR 29
                   MOVE 0 TO AUALLOW
               ELSE
                   MOVE 1 TO AUALLOW
