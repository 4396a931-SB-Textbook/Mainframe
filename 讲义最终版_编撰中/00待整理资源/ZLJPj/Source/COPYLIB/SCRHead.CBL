      *****************************************************************
       01 SCRHead.
           03 BLANK SCREEN.
           03 LINE 01 COLUMN 25 VALUE "学生学籍信息管理系统"
                                    HIGHLIGHT.
