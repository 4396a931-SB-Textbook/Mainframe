000120*
000130*日期           作成者            概要
000140*2007/03/18     张丽娟            作成
000150*2026/10/15     维护组            选课管理(27)；提示行移至
000160*                                 第22行；学业评定(18)；
000161*                                 奖学金评定(36)；教师授课(28)
000162*                                 ；考试安排(29)
000170*
000180*****************************************************************
000190*
000417     03 LINE 21 COLUMN 30 VALUE "26 成绩审批".
000418     03 LINE 13 COLUMN 55 VALUE "34 收费管理".
000419     03 LINE 15 COLUMN 55 VALUE "35 欠费报表".
000420     03 LINE 17 COLUMN  5 VALUE "27 选课管理".
000421     03 LINE 19 COLUMN  5 VALUE "18 学业评定".
000422     03 LINE 17 COLUMN 55 VALUE "36 奖学金评定".
000423     03 LINE 19 COLUMN 55 VALUE "28 教师授课".
000424     03 LINE 21 COLUMN 55 VALUE "29 考试安排".
000425     03 LINE 22 COLUMN  5
000430         VALUE "请输入菜单选项编号，退出输入0,按回
000431-    "车键确认".
000440     03 MenuNO-A LINE 22 COLUMN  50   PIC XX TO MenuNO .
000450 PROCEDURE DIVISION USING MenuNO LOGINAREA.
000460 MAIN-PROCESS.
000470*    Oracle连接
