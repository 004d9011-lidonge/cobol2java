      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSASTO0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSASTO0                                 *
      * DESCRIPTION........: DATED/RECURRING TRANSFER INSTRUCTION    *
      *                      预约转账指示登记/变更/终止:单次指定      *
      *                      日期或每月固定日定额转账,约定日遇非      *
      *                      营业日按CNXTBDT营业日历顺延执行;         *
      *                      执行功能(KSARSTO2驱动)以KSATRF0完成      *
      *                      借贷,成功后排下一期;失败登记功能按      *
      *                      指示计重试次数或转余额不足排队付款       *
      * KB/CF TO BE CALLED: CSACHK0 CNXTBDT KSATRF0 KSAPQE0(GSYSTRIG)*
      * INPUT..............: PKSASTO0                                *
      * OUTPUT.............: PKSASTO0                                *
      * MESSAGE CODE.......: EN033,EN048,EN297,EN317,EN365,EN383,    *
      *                      EN384,END43                             *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSASTOD   SASTOINS       R/I/U                               *
      * BSAACND   SAACNACN       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       DATA DIVISION.
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  MEMCONST.
           COPY                        MEMCONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  FILLER                      PIC X(24)
                                       VALUE '/// WK-AREA KSASTO0 ///'.
       01  PCSACHK0.
           COPY                        PCSACHK0.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01  PCNXTBDT.
           COPY                        PCNXTBDT.
       01  PKSATRF0.
           COPY                        PKSATRF0.
       01  PKSAPQE0.
           COPY                        PKSAPQE0.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SASTOINS.
          COPY                         SASTOINS.
       01 SAACNACN.
          COPY                         SAACNACN.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-NEW-SEQ              PIC 9(03).
           05  WK-STO-EOF-FLG          PIC X(01).
               88  WK-STO-EOF                    VALUE 'Y'.
      *    约定日期推算:年月日拆分视图
           05  WK-CAL-DT               PIC X(08).
           05  WK-CAL-DT-R REDEFINES WK-CAL-DT.
               10  WK-CAL-YYYY         PIC 9(04).
               10  WK-CAL-MM           PIC 9(02).
               10  WK-CAL-DD           PIC 9(02).
           05  WK-BASE-DT              PIC X(08).
           05  WK-MON-DAYS             PIC 9(02).
           05  WK-QUOT                 PIC 9(04).
           05  WK-REM                  PIC 9(04).
           05  WK-INT-DT               PIC 9(08).
           05  WK-PREV-DT-N            PIC 9(08).
           05  WK-EXEC-DT              PIC X(08).
       01  WK-MON-DAYS-TBL.
           05  FILLER                  PIC X(24)
                                       VALUE '312831303130313130313031'.
       01  WK-MON-DAYS-R REDEFINES WK-MON-DAYS-TBL.
           05  WK-MON-DAYS-N           PIC 9(02) OCCURS 12 TIMES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSASTO0.
           COPY                        PKSASTO0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSASTO0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           EVALUATE I-FUN-CODE OF PKSASTO0
             WHEN '1'
               PERFORM 4100-ADD-INS-RTN
             WHEN '2'
               PERFORM 4200-AMEND-INS-RTN
             WHEN '3'
               PERFORM 4300-TERM-INS-RTN
             WHEN '8'
               PERFORM 5500-EXEC-FAIL-RTN
             WHEN '9'
               PERFORM 5000-EXEC-TRF-RTN
           END-EVALUATE.
           PERFORM 8900-SET-OUTPUT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSASTO0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTOINS.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  PCSACHK0.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  PCNXTBDT.
           INITIALIZE                  PKSATRF0.
           INITIALIZE                  PKSAPQE0.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSASTO0 NOT = '1' AND '2' AND '3'
                                     AND '8' AND '9'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '功能码错误'         TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSASTO0 = '1'
           THEN
             PERFORM 2100-CHECK-ADD-RTN
           END-IF.
           IF I-CURR-COD OF PKSASTO0 = C-CM-RMB-COD
           THEN
             MOVE C-SA-RMB-CURR-IDEN   TO I-CURR-IDEN OF PKSASTO0
           END-IF.
           MOVE I-ACCT-NO OF PKSASTO0  TO WK-ACCT-NO.
           PERFORM 9711-CALL-CSACHK0-RTN.

      *    登记要素:单次须给执行日期(晚于当日),每月须给执行日;
      *    转排队付款的须已签约排队付款
       2100-CHECK-ADD-RTN.
           IF I-AMT OF PKSASTO0 NOT > ZEROS
           THEN
             MOVE 'EN033'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-TGT-ACCT-NO OF PKSASTO0 = SPACES OR
              I-TGT-ACCT-NO OF PKSASTO0 = I-ACCT-NO OF PKSASTO0 OR
              I-CURR-COD OF PKSASTO0 = SPACES OR
              I-TYP OF PKSASTO0 NOT = '1' AND '2' OR
              I-FAIL-ACT OF PKSASTO0 NOT = '1' AND '2'
           THEN
             MOVE 'EN383'              TO AIF-MSG-CODE
      *      MOVE '预约转账要素不全或有误' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-TYP OF PKSASTO0 = '1' AND
              I-START-DT OF PKSASTO0 NOT > SYS-BUSN-DT
           THEN
             MOVE 'EN383'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-TYP OF PKSASTO0 = '2' AND
              ( I-EXEC-DAY OF PKSASTO0 < 1 OR
                I-EXEC-DAY OF PKSASTO0 > 31 )
           THEN
             MOVE 'EN383'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FAIL-ACT OF PKSASTO0 = '2'
           THEN
             PERFORM 2110-GU-ACN-RTN
             IF SA-PAYQ-OPT-FLG OF SAACNACN NOT = C-CM-FLAG-YES
             THEN
               MOVE 'EN365'            TO AIF-MSG-CODE
      *        MOVE '该账户未签约排队付款' TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.

       2110-GU-ACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSASTO0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       4100-ADD-INS-RTN.
           PERFORM 4110-SCAN-STO-RTN.
           ADD 1                       TO WK-NEW-SEQ.
           INITIALIZE                  SASTOINS.
           MOVE I-ACCT-NO OF PKSASTO0  TO SA-STO-ACCT-NO.
           MOVE WK-NEW-SEQ             TO SA-STO-SEQ-N.
           MOVE I-CURR-COD OF PKSASTO0 TO SA-STO-CURR-COD.
           MOVE I-CURR-IDEN OF PKSASTO0
                                       TO SA-STO-CURR-IDEN.
           MOVE I-TGT-ACCT-NO OF PKSASTO0
                                       TO SA-STO-TGT-ACCT-NO.
           MOVE I-AMT OF PKSASTO0      TO SA-STO-AMT.
           MOVE I-TYP OF PKSASTO0      TO SA-STO-TYP.
           MOVE I-EXEC-DAY OF PKSASTO0 TO SA-STO-EXEC-DAY.
           MOVE I-START-DT OF PKSASTO0 TO SA-STO-START-DT.
           MOVE I-END-DT OF PKSASTO0   TO SA-STO-END-DT.
           MOVE I-FAIL-ACT OF PKSASTO0 TO SA-STO-FAIL-ACT.
           MOVE I-RETRY-MAX OF PKSASTO0
                                       TO SA-STO-RETRY-MAX.
           MOVE ZEROS                  TO SA-STO-RETRY-CNT.
           MOVE I-RMRK OF PKSASTO0     TO SA-STO-RMRK.
           MOVE '0'                    TO SA-STO-STS.
           MOVE WK-SYS-BRANCH-STD      TO SA-STO-OWN-BRANCH-STD.
           MOVE SYS-BUSN-DT            TO SA-STO-REG-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-STO-REG-TLR.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SASTOINS.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SASTOINS.
           PERFORM 7000-SET-FIRST-DT-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSASTOD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SASTOINS'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTOINS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    遍历该账号已登记指示:取最大序号
       4110-SCAN-STO-RTN.
           MOVE ZEROS                  TO WK-NEW-SEQ.
           MOVE SPACES                 TO WK-STO-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTOINS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTOD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SASTOINS'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSASTO0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 4120-STO-LOOP-RTN UNTIL WK-STO-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTOINS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       4120-STO-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTOINS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-STO-EOF            TO TRUE
           ELSE
             IF SA-STO-SEQ-N > WK-NEW-SEQ
             THEN
               MOVE SA-STO-SEQ-N       TO WK-NEW-SEQ
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

      *    变更:金额/转入账号/截止日/失败处理;每月指示改执行日
      *    的自当日起重排下次约定日期
       4200-AMEND-INS-RTN.
           PERFORM 4900-GHU-INS-RTN.
           IF SA-STO-STS NOT = '0'
           THEN
             MOVE 'EN384'              TO AIF-MSG-CODE
      *      MOVE '预约转账指示已终止或已完成' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-AMT OF PKSASTO0 > ZEROS
           THEN
             MOVE I-AMT OF PKSASTO0    TO SA-STO-AMT
           END-IF.
           IF I-TGT-ACCT-NO OF PKSASTO0 NOT = SPACES
           THEN
             MOVE I-TGT-ACCT-NO OF PKSASTO0
                                       TO SA-STO-TGT-ACCT-NO
           END-IF.
           IF I-END-DT OF PKSASTO0 NOT = SPACES
           THEN
             MOVE I-END-DT OF PKSASTO0 TO SA-STO-END-DT
           END-IF.
           IF I-FAIL-ACT OF PKSASTO0 = '1' OR '2'
           THEN
             MOVE I-FAIL-ACT OF PKSASTO0
                                       TO SA-STO-FAIL-ACT
             MOVE I-RETRY-MAX OF PKSASTO0
                                       TO SA-STO-RETRY-MAX
           END-IF.
           IF SA-STO-TYP = '2' AND
              I-EXEC-DAY OF PKSASTO0 NOT < 1 AND
              I-EXEC-DAY OF PKSASTO0 NOT > 31
           THEN
             MOVE I-EXEC-DAY OF PKSASTO0
                                       TO SA-STO-EXEC-DAY
             MOVE SPACES               TO SA-STO-START-DT
             PERFORM 7000-SET-FIRST-DT-RTN
           END-IF.
           PERFORM 4910-REPL-INS-RTN.

       4300-TERM-INS-RTN.
           PERFORM 4900-GHU-INS-RTN.
           IF SA-STO-STS NOT = '0'
           THEN
             MOVE 'EN384'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE '1'                    TO SA-STO-STS.
           PERFORM 4910-REPL-INS-RTN.

       4900-GHU-INS-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTOINS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTOD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SASTOINS'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSASTO0  TO DBI-KEY-VALUE1(1).
           MOVE I-STO-SEQ-N OF PKSASTO0
                                       TO DBI-KEY-VALUE1(2).
           MOVE 'SASTOINS'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTOINS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       4910-REPL-INS-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSASTOD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTOINS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    执行单笔转账:有效且实际执行日已到;KSATRF0完成借贷
      *    (贷方失败自动冲回),成功后重新锁定指示排下一期
       5000-EXEC-TRF-RTN.
           PERFORM 4900-GHU-INS-RTN.
           IF SA-STO-STS NOT = '0' OR
              SA-STO-EXEC-DT > SYS-BUSN-DT
           THEN
             MOVE 'EN384'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           INITIALIZE                  PKSATRF0.
           MOVE SA-STO-ACCT-NO         TO I-OUT-ACCT-NO OF PKSATRF0.
           MOVE SA-STO-TGT-ACCT-NO     TO I-IN-ACCT-NO  OF PKSATRF0.
           MOVE SA-STO-CURR-COD        TO I-CURR-COD    OF PKSATRF0.
           MOVE SA-STO-CURR-IDEN       TO I-CURR-IDEN   OF PKSATRF0.
           MOVE SA-STO-AMT             TO I-AMT         OF PKSATRF0.
           MOVE SYS-BUSN-DT            TO I-VAL-DT      OF PKSATRF0.
           MOVE C-STO-TRF OF MEMCONST  TO I-DSCRP-COD   OF PKSATRF0.
           MOVE SA-STO-RMRK            TO I-RMRK        OF PKSATRF0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSATRF0
                                       CONTENT 'KSATRF0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF PKSATRF0 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF PKSATRF0
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 4900-GHU-INS-RTN.
           MOVE SYS-BUSN-DT            TO SA-STO-LAST-EXEC-DT.
           MOVE '0'                    TO SA-STO-LAST-RSLT.
           MOVE SPACES                 TO SA-STO-LAST-MSG-CODE.
           MOVE SYS-TX-LOG-NO          TO SA-STO-LAST-TX-LOG-NO.
           PERFORM 7500-ADVANCE-RTN.
           PERFORM 4910-REPL-INS-RTN.

      *    登记执行失败:转排队付款的挂队后本期了结;次日重试的
      *    计重试次数,超上限放弃本期;失败次数随输出回传报告
       5500-EXEC-FAIL-RTN.
           PERFORM 4900-GHU-INS-RTN.
           MOVE SYS-BUSN-DT            TO SA-STO-LAST-EXEC-DT.
           MOVE I-FAIL-MSG-CODE OF PKSASTO0
                                       TO SA-STO-LAST-MSG-CODE.
           ADD 1                       TO SA-STO-RETRY-CNT.
           MOVE SA-STO-RETRY-CNT       TO O-RETRY-CNT OF PKSASTO0.
           EVALUATE TRUE
             WHEN SA-STO-FAIL-ACT = '2'
               PERFORM 5510-ENQUEUE-RTN
               PERFORM 4900-GHU-INS-RTN
               MOVE SYS-BUSN-DT        TO SA-STO-LAST-EXEC-DT
               MOVE I-FAIL-MSG-CODE OF PKSASTO0
                                       TO SA-STO-LAST-MSG-CODE
               MOVE '2'                TO SA-STO-LAST-RSLT
               PERFORM 7500-ADVANCE-RTN
             WHEN SA-STO-RETRY-CNT > SA-STO-RETRY-MAX
               MOVE '3'                TO SA-STO-LAST-RSLT
               PERFORM 7500-ADVANCE-RTN
             WHEN OTHER
               MOVE '1'                TO SA-STO-LAST-RSLT
           END-EVALUATE.
           PERFORM 4910-REPL-INS-RTN.

       5510-ENQUEUE-RTN.
           INITIALIZE                  PKSAPQE0.
           MOVE '2'                    TO I-FUN-CODE    OF PKSAPQE0.
           MOVE SA-STO-ACCT-NO         TO I-ACCT-NO     OF PKSAPQE0.
           MOVE SA-STO-CURR-COD        TO I-CURR-COD    OF PKSAPQE0.
           MOVE SA-STO-CURR-IDEN       TO I-CURR-IDEN   OF PKSAPQE0.
           MOVE SA-STO-AMT             TO I-AMT         OF PKSAPQE0.
           MOVE SA-STO-TGT-ACCT-NO     TO I-TGT-ACCT-NO OF PKSAPQE0.
           MOVE C-STO-TRF OF MEMCONST  TO I-DSCRP-COD   OF PKSAPQE0.
           MOVE SA-STO-RMRK            TO I-RMRK        OF PKSAPQE0.
           MOVE C-SA-STO-PQ-PRIO       TO I-PRIO        OF PKSAPQE0.
           MOVE C-SA-STO-PQ-CUTOFF     TO I-CUTOFF-TM   OF PKSAPQE0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSAPQE0
                                       CONTENT 'KSAPQE0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF PKSAPQE0 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF PKSAPQE0
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    首期约定日期:单次取指定日期;每月取起始日(空取当日)
      *    起第一个晚于当日的执行日
       7000-SET-FIRST-DT-RTN.
           IF SA-STO-TYP = '1'
           THEN
             MOVE SA-STO-START-DT      TO WK-CAL-DT
           ELSE
             MOVE SA-STO-START-DT      TO WK-BASE-DT
             IF WK-BASE-DT NOT > SYS-BUSN-DT
             THEN
               MOVE SYS-BUSN-DT        TO WK-BASE-DT
             END-IF
             MOVE WK-BASE-DT           TO WK-CAL-DT
             PERFORM 7100-SET-DAY-RTN
             IF WK-CAL-DT < WK-BASE-DT OR
                WK-CAL-DT NOT > SYS-BUSN-DT
             THEN
               PERFORM 7200-ADD-MONTH-RTN
               PERFORM 7100-SET-DAY-RTN
             END-IF
           END-IF.
           MOVE WK-CAL-DT              TO SA-STO-NEXT-DT.
           PERFORM 7300-ROLL-DT-RTN.

      *    当月执行日:超当月天数取月末
       7100-SET-DAY-RTN.
           MOVE WK-MON-DAYS-N(WK-CAL-MM)
                                       TO WK-MON-DAYS.
           IF WK-CAL-MM = 2
           THEN
             DIVIDE WK-CAL-YYYY BY 4   GIVING WK-QUOT
                                       REMAINDER WK-REM
             IF WK-REM = 0
             THEN
               MOVE 29                 TO WK-MON-DAYS
               DIVIDE WK-CAL-YYYY BY 100 GIVING WK-QUOT
                                       REMAINDER WK-REM
               IF WK-REM = 0
               THEN
                 MOVE 28               TO WK-MON-DAYS
                 DIVIDE WK-CAL-YYYY BY 400 GIVING WK-QUOT
                                       REMAINDER WK-REM
                 IF WK-REM = 0
                 THEN
                   MOVE 29             TO WK-MON-DAYS
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF SA-STO-EXEC-DAY > WK-MON-DAYS
           THEN
             MOVE WK-MON-DAYS          TO WK-CAL-DD
           ELSE
             MOVE SA-STO-EXEC-DAY      TO WK-CAL-DD
           END-IF.

       7200-ADD-MONTH-RTN.
           IF WK-CAL-MM = 12
           THEN
             MOVE 1                    TO WK-CAL-MM
             ADD 1                     TO WK-CAL-YYYY
           ELSE
             ADD 1                     TO WK-CAL-MM
           END-IF.
           MOVE 1                      TO WK-CAL-DD.

      *    约定日非营业日按营业日历顺延:以前一日查下一营业日
       7300-ROLL-DT-RTN.
           COMPUTE WK-INT-DT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WK-CAL-DT)) - 1.
           COMPUTE WK-PREV-DT-N = FUNCTION DATE-OF-INTEGER(WK-INT-DT).
           INITIALIZE                  PCNXTBDT.
           MOVE WK-PREV-DT-N           TO I-BUSN-DT      OF PCNXTBDT.
           CALL 'CNXTBDT' USING        AIF-AREA
                                       PCNXTBDT
                                       SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-MSG-TYPE OF PCNXTBDT NOT = SPACE
           THEN
             MOVE O-RTRN-CODE OF PCNXTBDT
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE O-NEXT-BUSN-DT OF PCNXTBDT
                                       TO SA-STO-EXEC-DT.

      *    本期了结:单次指示完成;每月指示排下月,过截止日完成
       7500-ADVANCE-RTN.
           MOVE ZEROS                  TO SA-STO-RETRY-CNT.
           IF SA-STO-TYP = '1'
           THEN
             MOVE '2'                  TO SA-STO-STS
           ELSE
             MOVE SA-STO-NEXT-DT       TO WK-CAL-DT
             PERFORM 7200-ADD-MONTH-RTN
             PERFORM 7100-SET-DAY-RTN
             MOVE WK-CAL-DT            TO SA-STO-NEXT-DT
             PERFORM 7300-ROLL-DT-RTN
             IF SA-STO-END-DT NOT = SPACES AND
                SA-STO-NEXT-DT > SA-STO-END-DT
             THEN
               MOVE '2'                TO SA-STO-STS
             END-IF
           END-IF.

       8900-SET-OUTPUT-RTN.
           MOVE SA-STO-SEQ-N           TO O-STO-SEQ-N   OF PKSASTO0.
           MOVE SA-STO-NEXT-DT         TO O-NEXT-DT     OF PKSASTO0.
           MOVE SA-STO-EXEC-DT         TO O-EXEC-DT     OF PKSASTO0.
           MOVE SA-STO-STS             TO O-STS         OF PKSASTO0.
           MOVE SA-STO-LAST-RSLT       TO O-LAST-RSLT   OF PKSASTO0.
           MOVE SA-STO-OWN-BRANCH-STD  TO O-OWN-BRANCH-STD
                                          OF PKSASTO0.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSASTO0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSASTO0'.

       9711-CALL-CSACHK0-RTN.
           INITIALIZE                  PCSACHK0.
           MOVE WK-ACCT-NO             TO I-ACCT-NO OF PCSACHK0.
           CALL 'CSACHK0' USING AIF-AREA
                                PCSACHK0
                                SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-ACCT-FLG OF PCSACHK0 NOT = C-CM-FLAG-TRUE
              OR O-PUB-PRI-FLG NOT = C-CM-PUB-FLG
           THEN
             MOVE 'EN297'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       9736-CALL-CMSGLOG-RTN.
           INITIALIZE                  PCMSGLOG.
           MOVE AIF-MSG-CODE           TO I-MSG-CODE   OF PCMSGLOG.
           MOVE WK-SYS-TELLER-ID       TO I-TELLER-ID  OF PCMSGLOG.
           MOVE WK-SYS-BRANCH-STD      TO I-BRANCH-STD OF PCMSGLOG.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCMSGLOG.
           CALL 'CMSGLOG' USING        AIF-AREA
                                       PCMSGLOG
                                       SYS-AREA.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
