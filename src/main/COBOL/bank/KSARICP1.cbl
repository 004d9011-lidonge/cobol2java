      *                      置AIF-ERR-TRAP-FLG逐笔容错,校验未         *
      *                      过即退票:携码落交换退票文件供交换         *
      *                      所,并按开户机构落退票登记簿供网点         *
      *                      次晨通知出票人;开通正向支付且约定转      *
      *                      客户确认的核验不符票据(EN372)不退票,     *
      *                      落核验例外队列待客户决定,客户拒付及      *
      *                      逾期未决定的例外于下一场开场时退票        *
      *                      核验不符直接退票的(EN371)同时登记核验例 *
      *                      外段置已退票,供无登记日报列示           *
      * KB/CF TO BE CALLED: KSAWDR0(GSYSTRIG)                        *
      * INPUT..............: ICPPRSIN                                *
      * OUTPUT.............: ICPRTNOT ICPBNCRP ICPCTLRP               *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAPPYD   SAPPYREG       R                                   *
      * BSAPPYD   SAPPYEXC       R/I/U                               *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
           05  PR-PRS-SEQ-NO           PIC X(12).
           05  PR-RMRK                 PIC X(40).
           05  FILLER                  PIC X(11).
      *    票面收款人名称(空白时不核对收款人)
           05  PR-PAYEE-NAME           PIC X(120).
       01  PRS-HEAD-REC REDEFINES PRS-REC.
           05  PH-REC-TYP              PIC X(01).
           05  PH-TOT-CNT              PIC 9(07).
           05  PH-TOT-AMT              PIC S9(16)V9(2).
           05  PH-EXCH-DT              PIC X(08).
           05  FILLER                  PIC X(236).
      *    退票盘:按交换所规定格式,原提入记录加退票理由码
       FD  RTN-FILE.
       01  RTN-REC.
          COPY                         FTRTRN.
       01 SAACNACN.
          COPY                         SAACNACN.
       01 SAPPYREG.
          COPY                         SAPPYREG.
       01 SAPPYEXC.
          COPY                         SAPPYEXC.
       01  WK-AREA.
           05  WK-HEAD-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-HEAD-AMT             PIC S9(16)V9(2) COMP-3
           05  WK-DISH-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-DISH-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-PEND-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-PEND-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-PPX-RTN-CNT          PIC 9(07) VALUE ZEROS.
           05  WK-PPX-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-PPX-EOF                    VALUE 'Y'.
           05  WK-PPX-SEQ              PIC 9(05).
           05  WK-PPX-RSN              PIC X(01).
           05  WK-PPX-STS              PIC X(01).
           05  WK-PPX-REG-AMT          PIC S9(16)V9(2) COMP-3.
           05  WK-PPY-ISU-DT-N         PIC 9(08).
           05  WK-PPY-EXP-DT-N         PIC 9(08).
           05  WK-PPY-KEY.
               10  WK-PPY-DOC-TYP      PIC X(03).
               10  WK-PPY-DOC-NO       PIC X(20).
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-PRS-EOF                    VALUE 'Y'.
           05  WK-RSN-COD              PIC X(05).
           INITIALIZE                  PKSAWDR0.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  SAPPYREG.
           INITIALIZE                  SAPPYEXC.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           OPEN INPUT                  PRS-FILE.
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO BNC-LINE
           WRITE BNC-LINE.
           PERFORM 1500-PPX-RTN-RTN.
           READ PRS-FILE
             AT END SET WK-PRS-EOF     TO TRUE
           END-READ.

      *    核验例外:客户拒付及上场以前未决定的例外开场即退票
       1500-PPX-RTN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPPYEXC.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SAPPYEXC'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPPYEXC
                                 AIF-AREA.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-PPX-EOF            TO TRUE
           END-IF.
           PERFORM 1510-PPX-LOOP-RTN UNTIL WK-PPX-EOF.
           IF WK-PPX-RTN-CNT > ZEROS
           THEN
             CALL 'GSYSCKPT' USING     AIF-AREA
           END-IF.

       1510-PPX-LOOP-RTN.
           IF SA-PPX-STS = '2' OR
              ( SA-PPX-STS = '0' AND SA-PPX-PRS-DT < SYS-BUSN-DT )
           THEN
             PERFORM 1520-PPX-DISHONOR-RTN
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SAPPYEXC'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPPYEXC
                                 AIF-AREA.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-PPX-EOF            TO TRUE
           END-IF.

       1520-PPX-DISHONOR-RTN.
           MOVE SPACES                 TO RTN-REC.
           MOVE SA-PPX-DOC-TYP         TO RT-DOC-TYP.
           MOVE SA-PPX-DOC-NO          TO RT-DOC-NO.
           MOVE SA-PPX-ACCT-NO         TO RT-ACCT-NO.
           MOVE SA-PPX-AMT             TO RT-AMT.
           MOVE SA-PPX-PRS-BANK-NO     TO RT-PRS-BANK-NO.
           MOVE SA-PPX-PRS-SEQ-NO      TO RT-PRS-SEQ-NO.
           MOVE 'EN371'                TO RT-RTN-RSN-COD.
           WRITE RTN-REC.
           MOVE '3'                    TO SA-PPX-STS.
           IF SA-PPX-DCSN-DT = SPACES
           THEN
             MOVE SYS-BUSN-DT          TO SA-PPX-DCSN-DT
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPPYEXC
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           ADD 1                       TO WK-PPX-RTN-CNT.

       2000-REC-LOOP-RTN.
           EVALUATE PR-REC-TYP
             WHEN 'H'
           MOVE SYS-BUSN-DT            TO I-TX-DT      OF PKSAWDR0.
           MOVE C-CLN-DRW OF MEMCONST  TO I-DSCRP-COD  OF PKSAWDR0.
           MOVE PR-RMRK                TO I-RMRK       OF PKSAWDR0.
           MOVE PR-PAYEE-NAME          TO I-PRS-PAYEE-NAME
                                          OF PKSAWDR0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSAWDR0
                                       CONTENT 'KSAWDR0 '.
           IF AIF-MSG-CODE NOT = SPACES OR
              O-RTRN-CODE OF PKSAWDR0 NOT = SPACES
           THEN
             IF AIF-MSG-CODE = 'EN372' OR
                O-RTRN-CODE OF PKSAWDR0 = 'EN372'
             THEN
               PERFORM 3300-QUEUE-PPX-RTN
             ELSE
               PERFORM 3100-DISHONOR-RTN
             END-IF
           ELSE
             ADD 1                     TO WK-PAID-CNT
             ADD PR-AMT                TO WK-PAID-AMT
             CALL 'GSYSCKPT' USING     AIF-AREA
           END-IF.

      *    退票:落交换退票盘并按开户机构落退票登记簿;正向支付
      *    核验不符(EN371)的另登记核验例外段,例外原因按登记核对,
      *    状态已退票
       3100-DISHONOR-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
           WRITE BNC-LINE              FROM BNC-DETAIL.
           ADD 1                       TO WK-DISH-CNT.
           ADD PR-AMT                  TO WK-DISH-AMT.
           IF WK-RSN-COD = 'EN371'
           THEN
             PERFORM 3310-GET-PPY-REG-RTN
             MOVE '3'                  TO WK-PPX-STS
             PERFORM 3340-ISRT-PPX-RTN
             CALL 'GSYSCKPT' USING     AIF-AREA
           END-IF.

      *    退票登记簿按开户机构归属,出票人户不存在时机构置空
       3200-GET-BRANCH-RTN.
                                       TO WK-OPAC-INSTN
           END-IF.

      *    正向支付核验不符且约定转客户确认:落核验例外队列待
      *    客户决定,不退票;同时列入退票登记簿供网点次晨联系客户
       3300-QUEUE-PPX-RTN.
           MOVE 'EN372'                TO WK-RSN-COD.
           MOVE SPACES                 TO AIF-MSG-CODE.
           PERFORM 3310-GET-PPY-REG-RTN.
           MOVE '0'                    TO WK-PPX-STS.
           PERFORM 3340-ISRT-PPX-RTN.
           CALL 'GSYSCKPT' USING       AIF-AREA.
           PERFORM 3200-GET-BRANCH-RTN.
           MOVE SPACES                 TO BNC-DETAIL.
           MOVE WK-OPAC-INSTN          TO BD-OPAC-INSTN.
           MOVE PR-ACCT-NO             TO BD-ACCT-NO.
           MOVE PR-DOC-TYP             TO BD-DOC-TYP.
           MOVE PR-DOC-NO              TO BD-DOC-NO.
           MOVE PR-AMT                 TO BD-AMT.
           MOVE WK-RSN-COD             TO BD-RSN-COD.
           WRITE BNC-LINE              FROM BNC-DETAIL.
           ADD 1                       TO WK-PEND-CNT.
           ADD PR-AMT                  TO WK-PEND-AMT.

       3310-GET-PPY-REG-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPPYREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAPPYREG'             TO DBI-SEGMENT-NAME(1).
           MOVE PR-ACCT-NO             TO DBI-KEY-VALUE1(1).
           MOVE PR-DOC-TYP             TO WK-PPY-DOC-TYP.
           MOVE PR-DOC-NO              TO WK-PPY-DOC-NO.
           MOVE WK-PPY-KEY             TO DBI-KEY-VALUE2(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPPYREG
                                 AIF-AREA.
      *    例外原因 1-无登记 2-金额不符 3-登记已兑付或已撤销
      *    4-提示日早于出票日 5-已过提示付款期 6-收款人不符,
      *    核对次序与KSAWDR0相同
           MOVE ZEROS                  TO WK-PPX-REG-AMT.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE '1'                  TO WK-PPX-RSN
           ELSE
             MOVE SA-PPY-AMT           TO WK-PPX-REG-AMT
             PERFORM 3315-PPY-RSN-RTN
           END-IF.

       3315-PPY-RSN-RTN.
           IF SA-PPY-ISU-DT IS NUMERIC
           THEN
             MOVE SA-PPY-ISU-DT        TO WK-PPY-ISU-DT-N
             COMPUTE WK-PPY-EXP-DT-N = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WK-PPY-ISU-DT-N) +
                     C-SA-CHQ-VALID-DAYS)
           END-IF.
           EVALUATE TRUE
             WHEN SA-PPY-STS NOT = '0'
               MOVE '3'                TO WK-PPX-RSN
             WHEN SA-PPY-AMT NOT = PR-AMT
               MOVE '2'                TO WK-PPX-RSN
             WHEN PR-PAYEE-NAME NOT = SPACES AND
                  PR-PAYEE-NAME NOT = SA-PPY-PAYEE-NAME
               MOVE '6'                TO WK-PPX-RSN
             WHEN SA-PPY-ISU-DT IS NUMERIC AND
                  SYS-BUSN-DT < SA-PPY-ISU-DT
               MOVE '4'                TO WK-PPX-RSN
             WHEN SA-PPY-ISU-DT IS NUMERIC AND
                  SYS-BUSN-DT > WK-PPY-EXP-DT-N
               MOVE '5'                TO WK-PPX-RSN
             WHEN OTHER
               MOVE '2'                TO WK-PPX-RSN
           END-EVALUATE.

      *    例外序号按账号顺排
       3320-MAX-PPX-SEQ-RTN.
           MOVE ZEROS                  TO WK-PPX-SEQ.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPPYEXC.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAPPYEXC'             TO DBI-SEGMENT-NAME(1).
           MOVE PR-ACCT-NO             TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 3330-PPX-SEQ-LOOP-RTN
                   UNTIL DBI-DB-STATUS = FT-RTRN-NOTFOUND.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPPYEXC
                                 AIF-AREA.

       3330-PPX-SEQ-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPPYEXC
                                 AIF-AREA.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             IF SA-PPX-SEQ-N > WK-PPX-SEQ
             THEN
               MOVE SA-PPX-SEQ-N       TO WK-PPX-SEQ
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

      *    登记核验例外:待客户决定0,直接退票的置已退票3并记决定日
       3340-ISRT-PPX-RTN.
           PERFORM 3320-MAX-PPX-SEQ-RTN.
           INITIALIZE                  SAPPYEXC.
           MOVE PR-ACCT-NO             TO SA-PPX-ACCT-NO.
           COMPUTE SA-PPX-SEQ-N = WK-PPX-SEQ + 1.
           MOVE PR-DOC-TYP             TO SA-PPX-DOC-TYP.
           MOVE PR-DOC-NO              TO SA-PPX-DOC-NO.
           MOVE PR-CURR-COD            TO SA-PPX-CURR-COD.
           MOVE PR-CURR-IDEN           TO SA-PPX-CURR-IDEN.
           MOVE PR-AMT                 TO SA-PPX-AMT.
           MOVE WK-PPX-REG-AMT         TO SA-PPX-REG-AMT.
           MOVE WK-PPX-RSN             TO SA-PPX-RSN.
           MOVE PR-PRS-BANK-NO         TO SA-PPX-PRS-BANK-NO.
           MOVE PR-PRS-SEQ-NO          TO SA-PPX-PRS-SEQ-NO.
           MOVE SYS-BUSN-DT            TO SA-PPX-PRS-DT.
           MOVE PR-PAYEE-NAME          TO SA-PPX-PRS-PAYEE-NAME.
           MOVE WK-PPX-STS             TO SA-PPX-STS.
           IF WK-PPX-STS = '3'
           THEN
             MOVE SYS-BUSN-DT          TO SA-PPX-DCSN-DT
           END-IF.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SAPPYEXC.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SAPPYEXC.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAPPYEXC'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPPYEXC
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    兑付/退票合计与文件头控制合计核对报告
       9000-END-RTN.
           MOVE SPACES                 TO CTL-LINE.
                  WK-PAID-CNT          DELIMITED BY SIZE
                  ' 退票='             DELIMITED BY SIZE
                  WK-DISH-CNT          DELIMITED BY SIZE
                  ' 待客户确认='       DELIMITED BY SIZE
                  WK-PEND-CNT          DELIMITED BY SIZE
                                       INTO CTL-LINE
           WRITE CTL-LINE.
           MOVE SPACES                 TO CTL-LINE.
           STRING '核验例外退票(拒付/逾期未决定)='
                                       DELIMITED BY SIZE
                  WK-PPX-RTN-CNT       DELIMITED BY SIZE
                                       INTO CTL-LINE
           WRITE CTL-LINE.
           IF WK-HEAD-CNT NOT = WK-PAID-CNT + WK-DISH-CNT
                              + WK-PEND-CNT OR
              WK-HEAD-AMT NOT = WK-PAID-AMT + WK-DISH-AMT
                              + WK-PEND-AMT
           THEN
             MOVE SPACES               TO CTL-LINE
             STRING '控制合计不符,须人工核对'
                                        CTL-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARICP'.

      *    GDBIMAIN返回状态检查,非预期异常即中止
       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             MOVE SPACES                TO CTL-LINE
             STRING 'GDBIMAIN异常,DBI-DB-STATUS=' DELIMITED BY SIZE
                    DBI-DB-STATUS        DELIMITED BY SIZE
                    ' 账号='             DELIMITED BY SIZE
                    PR-ACCT-NO           DELIMITED BY SIZE
                                         INTO CTL-LINE
             WRITE CTL-LINE
             CLOSE                       PRS-FILE
                                         RTN-FILE
                                         BNC-FILE
                                         CTL-FILE
             STOP RUN
           END-IF.
