000010 IDENTIFICATION                               DIVISION.
000020 PROGRAM-ID.  Sub36.
      *****************************************************************
      *程序ID         ：Sub36
      *程序名         ：奖学金评定
      *处理概要       ：奖学金项目维护与年度评定。动作键：
      *                 M 项目维护——项目代码、名称、金额、平均分
      *                   下限、出勤率下限、无处分年数、不得欠费
      *                   (Y/N)、名额登记SCHOLAR(已有则改写)；
      *                 R 年度评定——按金额从高到低逐个项目，对
      *                   在册学生(STUDENTINFO)检查资格并排名，在
      *                   名额内授予，整批一个事务。同一年度已评定
      *                   时拒绝重做。
      *
      *                 资格：
      *                   平均分  STUDENTSCORE按满分折算百分制的
      *                           平均(无成绩者不合格)≥下限
      *                   出勤率  评定年度内ATTENDANCE的(总次数-
      *                           缺席)/总次数，与SUB17同算法，无
      *                           记录按100%≥下限
      *                   处分    无处分年数N>0时，评定年度往前N年
      *                           (含当年)内STUDENTAPPRAISE无惩罚
      *                   欠费    不得欠费为Y时，FEECHARGE无未收清
      *                           的收费单
      *                 排名：平均分高者优先，同分按当年奖励次数多
      *                 者，再按学号。每个学生每年只得一项(金额高
      *                 的项目先评)，名额外的合格者列为候补。
      *
      *                 授予：记入SCHOLAWARD；奖金作为收款记到入账
      *                 学期的FEECHARGE.PAIDAMT并写FEERCPT收据流水
      *                 (经办人SCHOLAR)，该学期未开票者只记授予、
      *                 报表注明未入账；另写一条奖励(SIGN 1)到
      *                 STUDENTAPPRAISE。评定结果按项目输出到
      *                 PRTFILE供评审会议使用。
      *
      *                 表SCHOLAR   ：PROGID/PNAME/AMOUNT/MINAVG/
      *                               MINATTEND/CLEANYRS/NOARREARS/
      *                               QUOTA
      *                 表SCHOLAWARD：YEAR/PROGID/NO/RANKNO/AMOUNT/
      *                               TERM/POSTFLG/AWDDAY
      *
      *                 本程序以EXEC SQL原始源形式保存，编译前需经
      *                 Pro*COBOL预编译。
      *
      *日期           作成者            概要
      *2026/10/15     维护组            作成
      *
      *****************************************************************
000030 ENVIRONMENT                                  DIVISION.
       INPUT-OUTPUT                                 SECTION.
       FILE-CONTROL.
           SELECT PRTFILE ASSIGN TO PRTFILE
               ORGANIZATION IS LINE SEQUENTIAL.
000040 DATA                                         DIVISION.
       FILE                                         SECTION.
       FD  PRTFILE.
       01  PRT-LINE                     PIC X(80).
000050 WORKING-STORAGE                              SECTION.
       01  SQLSTATE                      PIC  X(005).
       01  SQLCA.
           05  SQLCAID               PIC X(8).
           05  SQLCABC               PIC S9(9) COMPUTATIONAL.
           05  SQLCODE               PIC S9(9) COMPUTATIONAL.
           05  SQLERRM.
               49 SQLERRML           PIC S9(4) COMPUTATIONAL.
               49 SQLERRMC           PIC X(70).
           05  SQLERRP               PIC X(8).
           05  SQLERRD OCCURS 6 TIMES
                                     PIC S9(9) COMPUTATIONAL.
           05  SQLWARN.
               10 SQLWARN0           PIC X(1).
               10 SQLWARN1           PIC X(1).
               10 SQLWARN2           PIC X(1).
               10 SQLWARN3           PIC X(1).
               10 SQLWARN4           PIC X(1).
               10 SQLWARN5           PIC X(1).
               10 SQLWARN6           PIC X(1).
               10 SQLWARN7           PIC X(1).
           05  SQLEXT                PIC X(8).
      *
      *    画面录入区
       01 SCHAREA.
           03 WKACTION                  PIC X(01) VALUE SPACE.
           03 WKPROGID                  PIC X(04) VALUE SPACE.
           03 WKPNAME                   PIC X(20) VALUE SPACE.
           03 WKAMOUNT                  PIC 9(07) VALUE 0.
           03 WKMINAVG                  PIC 9(03) VALUE 0.
           03 WKMINATT                  PIC 9(03) VALUE 0.
           03 WKCLEANYRS                PIC 9(02) VALUE 0.
           03 WKNOARR                   PIC X(01) VALUE SPACE.
           03 WKQUOTA                   PIC 9(03) VALUE 0.
           03 WKYEAR                    PIC 9(04) VALUE 0.
           03 WKTERM                    PIC X(06) VALUE SPACE.
      *    评定期间(考勤)与处分检查起始年度
       01 WKFROM                        PIC 9(08) VALUE 0.
       01 WKTO                          PIC 9(08) VALUE 0.
       01 WKCLEANFROM                   PIC 9(04) VALUE 0.
      *    项目行
       01 RSCHOLAR.
           03 RPROGID                   PIC X(04).
           03 RPNAME                    PIC X(20).
           03 RAMOUNT                   PIC 9(07).
           03 RMINAVG                   PIC 9(03).
           03 RMINATT                   PIC 9(03).
           03 RCLEANYRS                 PIC 9(02).
           03 RNOARR                    PIC X(01).
           03 RQUOTA                    PIC 9(03).
      *    学生行(资格判断用)
       01 GSTUDENT.
           03 GNO                       PIC 9(06).
           03 GCOLLEGIAN                PIC 9(06).
           03 GNAME                     PIC X(10).
           03 GSCCNT                    PIC 9(04).
           03 GAVG                      PIC 9(03)V9.
           03 GAWDCNT                   PIC 9(02).
           03 GATTCNT                   PIC 9(05).
           03 GABSCNT                   PIC 9(05).
           03 GPENCNT                   PIC 9(02).
           03 GARRCNT                   PIC 9(02).
       01 GATTRATE                      PIC 9(03) VALUE 0.
       01 GOKFLG                        PIC 9     VALUE 0.
       01 GAVGED                        PIC ZZ9.9.
       01 GRANKED                       PIC ZZZZ9.
      *    授予
       01 AWDAREA.
           03 ARANK                     PIC 9(05) VALUE 0.
           03 APOSTFLG                  PIC X(01) VALUE SPACE.
           03 ASIGN                     PIC 9     VALUE 1.
           03 ASERIAL                   PIC 9(05) VALUE 0.
           03 APARTICULAR               PIC X(60) VALUE SPACE.
           03 ARESULT                   PIC X(12) VALUE SPACE.
      *    项目小计与合计
       01 PRGAREA.
           03 PRGAWD                    PIC 9(03) VALUE 0.
           03 PRGAMT                    PIC 9(09) VALUE 0.
           03 PRGNOBILL                 PIC 9(03) VALUE 0.
           03 PRGALT                    PIC 9(04) VALUE 0.
           03 PRGFAIL                   PIC 9(04) VALUE 0.
       01 TOTAREA.
           03 TOTPRG                    PIC 9(03) VALUE 0.
           03 TOTAWD                    PIC 9(04) VALUE 0.
           03 TOTAMT                    PIC 9(09) VALUE 0.
       01 SQLWORKAREA.
           03 SQLCOUNT                  PIC 9(4).
           03 RCPSERIAL                 PIC 9(06).
       01 RCPOPR                        PIC X(08) VALUE "SCHOLAR".
       01 WKTODAY                       PIC 9(08) VALUE 0.
       01 FETCHEOF                      PIC 9 VALUE 0.
       01 STUDEOF                       PIC 9 VALUE 0.
       01 ABENDFLG                      PIC 9 VALUE 0.
       01 REFUSEFLG                     PIC 9 VALUE 0.
       01 PRTBUF                        PIC X(80).
       01 UOWAREA.
           03 UOWACTION                 PIC X(01) VALUE SPACE.
           03 UOWSQLCODE                PIC S9(09) VALUE 0.
       COPY WKSCRLine.
       COPY WKAREA.
      *
000070 LINKAGE                                      SECTION.
000080 SCREEN                                       SECTION.
000090 COPY SCRHead.
       COPY SUB36SCR.
       COPY SCRFLOOR.
       COPY SCRPUB.
      *
000120 PROCEDURE                                    DIVISION.
000130 MAIN-PROCESS                                 SECTION.
           PERFORM StartRTN.
           PERFORM MAINRTN.
           PERFORM EndRTN.
       END-PROGRAM.
           EXIT PROGRAM .
      *****************************************************************
      *初期处理
      *****************************************************************
       StartRTN                                     SECTION.
           INITIALIZE SCHAREA, PRGAREA, TOTAREA.
           MOVE 0 TO ABENDFLG, FETCHEOF, STUDEOF, REFUSEFLG.
           ACCEPT WKTODAY FROM DATE YYYYMMDD.
       StartExit.
           EXIT.
      *****************************************************************
      *主处理
      *****************************************************************
       MAINRTN                                      SECTION.
           DISPLAY SCRHead.
           DISPLAY Sub36SCR.
           MOVE "M项目维护 R年度评定" TO WKCLUE.
           DISPLAY SCRFLOOR.
           ACCEPT  Sub36SCR.
      *
           EVALUATE WKACTION
           WHEN "M"
               PERFORM PROGSETRTN
           WHEN "R"
               PERFORM AWARDRUNRTN
           WHEN OTHER
               MOVE 1 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               GO TO MAINEXIT
           END-EVALUATE.
      *
           IF ABENDFLG = 0 AND REFUSEFLG = 0
               MOVE "C" TO UOWACTION
               CALL "OracleUOW" USING UOWACTION UOWSQLCODE
               MOVE "处理完毕，按回车键返回" TO WKCLUE
               PERFORM MSGRTN
           ELSE
               MOVE "R" TO UOWACTION
               CALL "OracleUOW" USING UOWACTION UOWSQLCODE
               IF ABENDFLG = 1
                   MOVE "中途失败，已全部回滚" TO WKCLUE
                   DISPLAY SCRFLOOR
               END-IF
           END-IF.
       MAINEXIT.
           EXIT.
      *----------------------------------------------------------------
      *项目维护：项目代码登记，已有改写
      *----------------------------------------------------------------
       PROGSETRTN                                   SECTION.
           IF WKPROGID = SPACE OR WKPNAME = SPACE
                               OR WKAMOUNT = 0 OR WKQUOTA = 0
               MOVE 2 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               MOVE 1 TO REFUSEFLG
               GO TO PROGSETEXIT
           END-IF.
           IF WKMINAVG > 100 OR WKMINATT > 100
               MOVE "平均分与出勤率下限不得超过100"
                   TO WKCLUE
               PERFORM REFUSERTN
               GO TO PROGSETEXIT
           END-IF.
           IF WKNOARR NOT = "Y" AND WKNOARR NOT = "N"
               MOVE "不得欠费请输入Y或N" TO WKCLUE
               PERFORM REFUSERTN
               GO TO PROGSETEXIT
           END-IF.
           EXEC SQL
               INSERT INTO SCHOLAR
                      ( PROGID, PNAME, AMOUNT, MINAVG, MINATTEND,
                        CLEANYRS, NOARREARS, QUOTA )
               VALUES ( :WKPROGID, :WKPNAME, :WKAMOUNT, :WKMINAVG,
                        :WKMINATT, :WKCLEANYRS, :WKNOARR, :WKQUOTA )
           END-EXEC.
           IF SQLCODE = -1
               EXEC SQL
                   UPDATE SCHOLAR
                   SET PNAME = :WKPNAME, AMOUNT = :WKAMOUNT,
                       MINAVG = :WKMINAVG, MINATTEND = :WKMINATT,
                       CLEANYRS = :WKCLEANYRS, NOARREARS = :WKNOARR,
                       QUOTA = :WKQUOTA
                   WHERE PROGID = :WKPROGID
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
           END-IF.
       PROGSETEXIT.
           EXIT.
      *----------------------------------------------------------------
      *年度评定：重做检查后按金额从高到低逐个项目评定
      *----------------------------------------------------------------
       AWARDRUNRTN                                  SECTION.
           IF WKYEAR = 0 OR WKTERM = SPACE
               MOVE 2 TO ERROR-CD
               CALL "ErrorMsg" USING ERRORKEY
               MOVE 1 TO REFUSEFLG
               GO TO AWARDRUNEXIT
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQLCOUNT
               FROM SCHOLAWARD
               WHERE YEAR = :WKYEAR
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO AWARDRUNEXIT
           END-IF.
           IF SQLCOUNT > 0
               MOVE "该年度奖学金已评定，不能重做"
                   TO WKCLUE
               PERFORM REFUSERTN
               GO TO AWARDRUNEXIT
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQLCOUNT
               FROM SCHOLAR
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO AWARDRUNEXIT
           END-IF.
           IF SQLCOUNT = 0
               MOVE "奖学金项目未登记" TO WKCLUE
               PERFORM REFUSERTN
               GO TO AWARDRUNEXIT
           END-IF.
      *
           COMPUTE WKFROM = WKYEAR * 10000 + 101.
           COMPUTE WKTO   = WKYEAR * 10000 + 1231.
      *
           OPEN OUTPUT PRTFILE.
           MOVE SPACE TO PRTBUF.
           STRING "奖学金评定表  年度 " DELIMITED BY SIZE
                  WKYEAR DELIMITED BY SIZE
                  "  入账学期 " DELIMITED BY SIZE
                  WKTERM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WKTODAY DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           WRITE PRT-LINE FROM WorkSrcDoubleLine.
      *
           EXEC SQL
               DECLARE CUR36 CURSOR FOR
               SELECT PROGID, PNAME, AMOUNT, MINAVG, MINATTEND,
                      CLEANYRS, NOARREARS, QUOTA
               FROM SCHOLAR
               ORDER BY AMOUNT DESC, PROGID
           END-EXEC.
           EXEC SQL OPEN CUR36 END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO AWARDRUNCLOSE
           END-IF.
           PERFORM PROGONERTN UNTIL FETCHEOF = 1 OR ABENDFLG = 1.
           EXEC SQL CLOSE CUR36 END-EXEC.
      *
           WRITE PRT-LINE FROM WorkSrcDoubleLine.
           MOVE SPACE TO PRTBUF.
           STRING "合计 项目 " DELIMITED BY SIZE
                  TOTPRG DELIMITED BY SIZE
                  "  授予 " DELIMITED BY SIZE
                  TOTAWD DELIMITED BY SIZE
                  " 人  金额 " DELIMITED BY SIZE
                  TOTAMT DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       AWARDRUNCLOSE.
           CLOSE PRTFILE.
       AWARDRUNEXIT.
           EXIT.
      *----------------------------------------------------------------
      *一个项目：未得奖的在册学生按排名顺序判断资格，名额内授予
      *----------------------------------------------------------------
       PROGONERTN                                   SECTION.
           EXEC SQL FETCH CUR36
               INTO :RPROGID, :RPNAME, :RAMOUNT, :RMINAVG,
                    :RMINATT, :RCLEANYRS, :RNOARR, :RQUOTA
           END-EXEC.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE 1 TO FETCHEOF
               GO TO PROGONEEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO PROGONEEXIT
           END-IF.
      *
           ADD 1 TO TOTPRG.
           INITIALIZE PRGAREA.
           MOVE 0 TO ARANK.
           COMPUTE WKCLEANFROM = WKYEAR - RCLEANYRS + 1.
      *
           MOVE SPACE TO PRTBUF.
           STRING "项目 " DELIMITED BY SIZE
                  RPROGID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RPNAME DELIMITED BY SIZE
                  " 金额 " DELIMITED BY SIZE
                  RAMOUNT DELIMITED BY SIZE
                  " 名额 " DELIMITED BY SIZE
                  RQUOTA DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           MOVE SPACE TO PRTBUF.
           STRING "名次 学号   姓名       " DELIMITED BY SIZE
                  "平均分 出勤率 奖励 结果" DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           WRITE PRT-LINE FROM WorkSrcSingleLine.
      *
      *    平均分高者优先，同分按当年奖励次数，再按学号
           EXEC SQL
               DECLARE CUR36A CURSOR FOR
               SELECT S.NO, S.COLLEGIAN, S.NAME,
                      ( SELECT COUNT(*)
                        FROM STUDENTSCORE T
                        WHERE T.NO = S.NO ),
                      ( SELECT NVL(ROUND(AVG(T.SCORE * 100 /
                                   DECODE(C.FULLMARK, 0, 100,
                                          C.FULLMARK)), 1), 0)
                        FROM STUDENTSCORE T, COURSEINFO C
                        WHERE T.NO = S.NO
                          AND C.COURSE = T.COURSE ),
                      ( SELECT COUNT(*)
                        FROM STUDENTAPPRAISE P
                        WHERE P.NO = S.NO
                          AND P.SIGN = 1
                          AND P.YEAR = :WKYEAR ),
                      ( SELECT COUNT(*)
                        FROM ATTENDANCE A
                        WHERE A.NO = S.NO
                          AND A.ADAY BETWEEN :WKFROM AND :WKTO ),
                      ( SELECT COUNT(*)
                        FROM ATTENDANCE A
                        WHERE A.NO = S.NO
                          AND A.ADAY BETWEEN :WKFROM AND :WKTO
                          AND A.ACODE = 'A' ),
                      ( SELECT COUNT(*)
                        FROM STUDENTAPPRAISE P
                        WHERE P.NO = S.NO
                          AND P.SIGN = 2
                          AND P.YEAR BETWEEN :WKCLEANFROM
                                         AND :WKYEAR ),
                      ( SELECT COUNT(*)
                        FROM FEECHARGE F
                        WHERE F.NO = S.NO
                          AND F.PAIDAMT < F.CHGAMT )
               FROM STUDENTINFO S
               WHERE NOT EXISTS
                     ( SELECT 1
                       FROM SCHOLAWARD W
                       WHERE W.YEAR = :WKYEAR
                         AND W.NO = S.NO )
               ORDER BY 5 DESC, 6 DESC, 1
           END-EXEC.
           EXEC SQL OPEN CUR36A END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO PROGONEEXIT
           END-IF.
           MOVE 0 TO STUDEOF.
           PERFORM STUDONERTN UNTIL STUDEOF = 1 OR ABENDFLG = 1.
           EXEC SQL CLOSE CUR36A END-EXEC.
           IF ABENDFLG = 1
               GO TO PROGONEEXIT
           END-IF.
      *
           WRITE PRT-LINE FROM WorkSrcSingleLine.
           MOVE SPACE TO PRTBUF.
           STRING "  授予 " DELIMITED BY SIZE
                  PRGAWD DELIMITED BY SIZE
                  " 人 金额 " DELIMITED BY SIZE
                  PRGAMT DELIMITED BY SIZE
                  " 未开票 " DELIMITED BY SIZE
                  PRGNOBILL DELIMITED BY SIZE
                  " 候补 " DELIMITED BY SIZE
                  PRGALT DELIMITED BY SIZE
                  " 不合格 " DELIMITED BY SIZE
                  PRGFAIL DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
           MOVE SPACE TO PRT-LINE.
           WRITE PRT-LINE.
           ADD PRGAWD TO TOTAWD.
           ADD PRGAMT TO TOTAMT.
       PROGONEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *一个学生：资格判断，名额内授予，名额外列为候补
      *----------------------------------------------------------------
       STUDONERTN                                   SECTION.
           EXEC SQL FETCH CUR36A
               INTO :GNO, :GCOLLEGIAN, :GNAME, :GSCCNT, :GAVG,
                    :GAWDCNT, :GATTCNT, :GABSCNT, :GPENCNT,
                    :GARRCNT
           END-EXEC.
           IF SQLCODE = 1403 OR SQLCODE = 100
               MOVE 1 TO STUDEOF
               GO TO STUDONEEXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO STUDONEEXIT
           END-IF.
      *
           PERFORM ELIGIBLERTN.
           IF GOKFLG = 0
               ADD 1 TO PRGFAIL
               GO TO STUDONEEXIT
           END-IF.
      *
           ADD 1 TO ARANK.
           IF ARANK > RQUOTA
               ADD 1 TO PRGALT
               MOVE "候补" TO ARESULT
           ELSE
               PERFORM AWARDONERTN
               IF ABENDFLG = 1
                   GO TO STUDONEEXIT
               END-IF
           END-IF.
      *
           MOVE ARANK TO GRANKED.
           MOVE GAVG TO GAVGED.
           MOVE SPACE TO PRTBUF.
           STRING GRANKED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  GNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GNAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GAVGED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  GATTRATE DELIMITED BY SIZE
                  "%   " DELIMITED BY SIZE
                  GAWDCNT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  ARESULT DELIMITED BY SIZE
               INTO PRTBUF.
           WRITE PRT-LINE FROM PRTBUF.
       STUDONEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *资格判断：合格时GOKFLG=1
      *----------------------------------------------------------------
       ELIGIBLERTN                                  SECTION.
           MOVE 0 TO GOKFLG.
           IF GATTCNT = 0
               MOVE 100 TO GATTRATE
           ELSE
               COMPUTE GATTRATE ROUNDED =
                   (GATTCNT - GABSCNT) * 100 / GATTCNT
           END-IF.
      *
           IF GSCCNT = 0
               GO TO ELIGIBLEEXIT
           END-IF.
           IF GAVG < RMINAVG
               GO TO ELIGIBLEEXIT
           END-IF.
           IF GATTRATE < RMINATT
               GO TO ELIGIBLEEXIT
           END-IF.
           IF RCLEANYRS > 0 AND GPENCNT > 0
               GO TO ELIGIBLEEXIT
           END-IF.
           IF RNOARR = "Y" AND GARRCNT > 0
               GO TO ELIGIBLEEXIT
           END-IF.
           MOVE 1 TO GOKFLG.
       ELIGIBLEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *授予：奖金记入收费单与收据流水，记授予与奖励记录
      *----------------------------------------------------------------
       AWARDONERTN                                  SECTION.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQLCOUNT
               FROM FEECHARGE
               WHERE NO = :GNO AND TERM = :WKTERM
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO AWARDONEEXIT
           END-IF.
      *
           IF SQLCOUNT = 0
               MOVE "N" TO APOSTFLG
               MOVE "授予 未入账" TO ARESULT
               ADD 1 TO PRGNOBILL
           ELSE
               MOVE "Y" TO APOSTFLG
               MOVE "授予 已入账" TO ARESULT
               PERFORM FEEPOSTRTN
               IF ABENDFLG = 1
                   GO TO AWARDONEEXIT
               END-IF
           END-IF.
      *
           EXEC SQL
               INSERT INTO SCHOLAWARD
                      ( YEAR, PROGID, NO, RANKNO, AMOUNT, TERM,
                        POSTFLG, AWDDAY )
               VALUES ( :WKYEAR, :RPROGID, :GNO, :ARANK, :RAMOUNT,
                        :WKTERM, :APOSTFLG, :WKTODAY )
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO AWARDONEEXIT
           END-IF.
      *
      *    奖励记录：SERIAL采番同SUB31
           EXEC SQL
               SELECT NVL(MAX(SERIAL),0) + 1
               INTO :ASERIAL
               FROM STUDENTAPPRAISE
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO AWARDONEEXIT
           END-IF.
           MOVE SPACE TO APARTICULAR.
           IF APOSTFLG = "Y"
               STRING "奖学金 " DELIMITED BY SIZE
                      RAMOUNT DELIMITED BY SIZE
                      " 元 第" DELIMITED BY SIZE
                      ARANK DELIMITED BY SIZE
                      "名 入账学期 " DELIMITED BY SIZE
                      WKTERM DELIMITED BY SIZE
                   INTO APARTICULAR
           ELSE
               STRING "奖学金 " DELIMITED BY SIZE
                      RAMOUNT DELIMITED BY SIZE
                      " 元 第" DELIMITED BY SIZE
                      ARANK DELIMITED BY SIZE
                      "名 未开票未入账" DELIMITED BY SIZE
                   INTO APARTICULAR
           END-IF.
           EXEC SQL
               INSERT INTO STUDENTAPPRAISE
                      ( SERIAL, SIGN, NO, YEAR, SYNOPSIS, PARTICULAR )
               VALUES ( :ASERIAL, :ASIGN, :GNO, :WKYEAR, :RPNAME,
                        :APARTICULAR )
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO AWARDONEEXIT
           END-IF.
      *
           ADD 1 TO PRGAWD.
           ADD RAMOUNT TO PRGAMT.
       AWARDONEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *奖金入账：同SUB34收款录入，经办人SCHOLAR
      *----------------------------------------------------------------
       FEEPOSTRTN                                   SECTION.
           EXEC SQL
               UPDATE FEECHARGE
               SET PAIDAMT = PAIDAMT + :RAMOUNT
               WHERE NO = :GNO AND TERM = :WKTERM
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO FEEPOSTEXIT
           END-IF.
           EXEC SQL
               SELECT NVL(MAX(SERIAL),0) + 1
               INTO :RCPSERIAL
               FROM FEERCPT
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
               GO TO FEEPOSTEXIT
           END-IF.
           EXEC SQL
               INSERT INTO FEERCPT
                      ( SERIAL, NO, TERM, RCPAMT, RCPDAY, OPR )
               VALUES ( :RCPSERIAL, :GNO, :WKTERM, :RAMOUNT,
                        :WKTODAY, :RCPOPR )
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQLERRRTN
           END-IF.
       FEEPOSTEXIT.
           EXIT.
      *----------------------------------------------------------------
      *拒绝：提示原因，本次不落表
      *----------------------------------------------------------------
       REFUSERTN                                    SECTION.
           PERFORM MSGRTN.
           MOVE 1 TO REFUSEFLG.
       REFUSEEXIT.
           EXIT.
      *----------------------------------------------------------------
      *提示并等待回车
      *----------------------------------------------------------------
       MSGRTN                                       SECTION.
           MOVE SPACE TO WKTURN.
           DISPLAY SCRPUB.
           ACCEPT SCRPUB.
       MSGEXIT.
           EXIT.
      *----------------------------------------------------------------
      *SQL异常
      *----------------------------------------------------------------
       SQLERRRTN                                    SECTION.
           MOVE 361 TO ERRPOINT.
           MOVE SQLCODE TO EMSGSQLCD.
           CALL "ErrorMsg" USING ERRORKEY.
           MOVE 1 TO ABENDFLG.
           MOVE 1 TO FETCHEOF.
           MOVE 1 TO STUDEOF.
       SQLERREXIT.
           EXIT.
      *****************************************************************
      *终了处理
      *****************************************************************
       EndRTN                                       SECTION.
           CONTINUE.
       EndExit.
           EXIT.
