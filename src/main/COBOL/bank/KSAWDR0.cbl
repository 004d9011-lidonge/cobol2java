      * OUTPUT.............: PKSAWDR0                                *
      * MESSAGE CODE.......: EN033,EN048,EN169,EN276,EN297,EN298     *
      *                      EN306,EN307,AN018,AN022,END66           *
      *                      EN343,EN344,EN371,EN372,EN428,EN429     *
      *                      EN431,EN444,EN448                       *
      *                      EN462,EN463,EN464                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSASPVM   SAACNSPV       R                                   *
      * BSACHQD   SACHQREG       R                                   *
      * BSACHQD   SACHQUSE       R/I/D                               *
      * BSAPPYD   SAPPYACN       R                                   *
      * BSAPPYD   SAPPYREG       R/U                                 *
      * BSAINVD   SAINVREG       R/U                                 *
      * BSACHLD   SACHLLMT       R/U                                 *
      * BSACHBD   SACHLBRK       I                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
           COPY                        PCCMCSH0.
       01  PCSNFQUE.
           COPY                        PCSNFQUE.
       01  PKSASCM0.
           COPY                        PKSASCM0.
       01  PKSAAOP0.
           COPY                        PKSAAOP0.
       01  PKSAMEM0.
           COPY                        PKSAMEM0.
      ****************************************************************
      * DBI PARAMETER AREA                                           *
      ****************************************************************
          COPY                         SAACNTXN.
       01 SAPRTPRT.
          COPY                         SAPRTPRT.
       01 SANTFSUB.
          COPY                         SANTFSUB.
       01 SANTFQUE.
          COPY                         SANTFQUE.
       01  OSAACNACN.
           COPY                        SAACNACN.
       01  SAACNCOL.
           COPY                        SACHQREG.
       01  SACHQUSE.
           COPY                        SACHQUSE.
       01  SAPPYACN.
           COPY                        SAPPYACN.
       01  SAPPYREG.
           COPY                        SAPPYREG.
       01  SASTPDTL.
           COPY                        SASTPDTL.
       01  SACSHRSV.
           COPY                        SARISKSC.
       01  SACSHCUM.
           COPY                        SACSHCUM.
       01  SACHLLMT.
           COPY                        SACHLLMT.
       01  SACHLBRK.
           COPY                        SACHLBRK.
       01  SAAUTHQUE.
           COPY                        SAAUTHQUE.
       01  SASWPINS.
           COPY                        SASWPINS.
       01  SAINVREG.
           COPY                        SAINVREG.
      *    资金池向下补足:主账户侧检索/过账缓冲
       01  M-SAACNACN.
           COPY                        SAACNACN.
           05 WK-CHU-KEY.
              10 WK-CHU-DOC-TYP        PIC X(03).
              10 WK-CHU-DOC-NO         PIC X(20).
      *    正向支付核验:开通标志与核验不符原因
           05 WK-PPY-ON-FLG            PIC X(01).
               88 WK-PPY-ON                      VALUE 'Y'.
           05 WK-PPY-RSN               PIC X(01).
      *    签发登记出票日及提示付款期满日
           05 WK-PPY-ISU-DT-N          PIC 9(08).
           05 WK-PPY-EXP-DT-N          PIC 9(08).
      *    挂失止付命中标志与命中明细序号
           05 WK-STP-HIT-FLG           PIC X(01).
               88 WK-STP-HIT                     VALUE 'Y'.
           05 WK-AQ-APPR-FLG           PIC X(01).
               88 WK-AQ-APPROVED                 VALUE 'Y'.
           05 WK-AQ-SEQ-N              PIC 9(07).
      *    账户提示信息回显下标
           05 WK-MEM-IX                PIC 9(02).
      *    资金池向下补足:指示命中/补足金额/主账户/主户可用
           05 WK-POOL-MST-AVL          PIC S9(16)V9(2) COMP-3.
           05 WK-POOL-HIT-FLG          PIC X(01).
           05 WK-PLN-HIT-FLG           PIC X(01).
               88 WK-PLN-USE-HIT                 VALUE 'Y'.
           05 WK-PLN-HIT-SEQ           PIC 9(05).
      *    交易对手制裁名单疑似命中挂起标志
           05 WK-SCN-HOLD-FLG          PIC X(01).
               88 WK-SCN-HOLD                    VALUE 'Y'.
      *    筛查豁免经挂起编号核验通过标志
           05 WK-SCN-RLS-FLG           PIC X(01).
               88 WK-SCN-RLS                     VALUE 'Y'.
      *    渠道限额:登记账号(一户通取主账号)/超限类型/该项限额
      *    /该项已用额/对应消息码
           05 WK-CHL-ACCT-NO           PIC X(32).
           05 WK-CHL-BRK-TYP           PIC X(01).
           05 WK-CHL-BRK-LMT           PIC S9(16)V9(2) COMP-3.
           05 WK-CHL-BRK-USED          PIC S9(16)V9(2) COMP-3.
           05 WK-CHL-MSG-CODE          PIC X(05).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           INITIALIZE                  SACARSUB.
           INITIALIZE                  SACHQREG.
           INITIALIZE                  SACHQUSE.
           INITIALIZE                  SAPPYACN.
           INITIALIZE                  SAPPYREG.
           INITIALIZE                  SASTPDTL.
           INITIALIZE                  SACSHRSV.
           INITIALIZE                  SASPVPLN.
           INITIALIZE                  PCSACHK0.
           INITIALIZE                  SARISKSC.
           INITIALIZE                  SACSHCUM.
           INITIALIZE                  SACHLLMT.
           INITIALIZE                  SACHLBRK.
           INITIALIZE                  PCSAQRY1.
           INITIALIZE                  PCPDPSA0.
           INITIALIZE                  PCSAPRD2.
             MOVE 'END66'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    待核准账户只收不付;核准不予通过的,退汇摘要原路退回
      *    来账不受限
           IF SA-APRV-STS OF SAACNACN = C-SA-APRV-PEND AND
              I-DSCRP-COD OF PKSAWDR0 NOT = C-RET-ITEM OF MEMCONST
           THEN
             MOVE 'EN444'              TO AIF-MSG-CODE
      *      MOVE '账户待人行核准,暂停付款' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    高风险账户(风险评分达强化尽调起点)须录入资金
      *    用途与交易对手,否则不予受理
           IF SYS-TX-TYP = C-CLG-TXT-NOR
           THEN
             PERFORM 3741-CHECK-CUST-CASH-RTN
           END-IF.
      *    交易对手疑似命中制裁名单:挂起待合规审核,本笔不记账;
      *    须先于渠道限额累计/经办人登记/支票号码及预约付款核销等
      *    登记更新,挂起正常返回不回滚这些更新
           PERFORM 3880-SCREEN-CNTRPTY-RTN.
           IF WK-SCN-HOLD
           THEN
             PERFORM 9000-END-TXN-RTN
             GOBACK
           END-IF.
      *    客户自选渠道限额:按账号+发起渠道检查单笔/当日/当月
      *    限额,超限登记拦截明细后拒绝;原路退回不受限,试算只查
      *    不累计不登记
           IF SYS-TX-TYP = C-CLG-TXT-NOR AND
              I-DSCRP-COD OF PKSAWDR0 NOT = C-RET-ITEM OF MEMCONST
           THEN
             PERFORM 3742-CHECK-CHL-LMT-RTN
           END-IF.
      *    证件年检管控:管控户拒付;渠道受限户仅限柜面办理
           IF SA-KYC-CTL-STS OF SAACNACN = '3' OR
              SA-KYC-CTL-STS OF SAACNACN = '4'
      *      MOVE '证件到期,电子渠道受限' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    开户回访逾期未完成或回访不符的账户,仅限柜面办理
           IF SA-CBK-CTL-STS OF SAACNACN = C-SA-CBK-RSTR AND
              SYS-LCH-CHANNEL-FLAG NOT = C-CM-CHANNEL-TLR
           THEN
             MOVE 'EN448'              TO AIF-MSG-CODE
      *      MOVE '开户回访未完成,非柜面渠道受限' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF SA-DRW-TYP OF SAACNACN(1:1) NOT = C-SA-DRW-BY-PSBK
           THEN
             MOVE C-CM-FLAG-YES        TO WK-PRT-FLG
           THEN
             PERFORM 3790-CHECK-RSV-RTN
           END-IF.
      *    授权经办人核验:柜面现金支取,及调用方要求核验的转账
      *    支付;未授权/超限无临柜主管时凭远程授权批准件放行
           IF SYS-TX-TYP = C-CLG-TXT-NOR AND
              SYS-LCH-CHANNEL-FLAG = C-CM-CHANNEL-TLR AND
              ( I-TX-TYP OF PKSAWDR0 = C-CM-TXTYP-CASH OR
                I-AOP-CHK-FLG OF PKSAWDR0 = C-CM-FLAG-YES )
           THEN
             PERFORM 3795-CHECK-AOP-RTN
           END-IF.
      *    账户提示信息:回显有效提示,阻断级须主管授权放行
           PERFORM 3796-GET-MEMO-RTN.
      *    凭票付款先查挂失止付:被止付票据提示付款时
      *    登记命中留痕后拒付
           IF SYS-TX-TYP = C-CLG-TXT-NOR AND
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       3795-CHECK-AOP-RTN.
           INITIALIZE                  PKSAAOP0.
           MOVE '4'                    TO I-FUN-CODE OF PKSAAOP0.
           MOVE I-ACCT-NO OF PKSAWDR0  TO I-ACCT-NO OF PKSAAOP0.
           MOVE I-AGT-CER-TYP OF PKSAWDR0
                                       TO I-AGT-CERT-TYP OF PKSAAOP0.
           MOVE I-AGT-CER-ID OF PKSAWDR0
                                       TO I-AGT-CERT-ID OF PKSAAOP0.
           IF I-TX-TYP OF PKSAWDR0 = C-CM-TXTYP-CASH
           THEN
             MOVE '1'                  TO I-TX-KIND OF PKSAAOP0
           ELSE
             MOVE '2'                  TO I-TX-KIND OF PKSAAOP0
           END-IF.
           MOVE I-AMT OF PKSAWDR0      TO I-AMT OF PKSAAOP0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSAAOP0
                                       CONTENT 'KSAAOP0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF PKSAAOP0 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF PKSAAOP0
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF O-VRF-RSLT OF PKSAAOP0 NOT = '0' AND
              SYS-SPV-A = SPACES AND
              SYS-SPV-B = SPACES
           THEN
             PERFORM 9770-CHECK-AUTHQUE-RTN
             IF NOT WK-AQ-APPROVED
             THEN
               IF O-VRF-RSLT OF PKSAAOP0 = '1'
               THEN
                 MOVE 'EN428'          TO AIF-MSG-CODE
      *          MOVE '经办人未获账户授权' TO AIF-MSG-TEXT
                 PERFORM 9999-MESSAGE-HANDLE-RTN
               ELSE
                 MOVE 'EN429'          TO AIF-MSG-CODE
      *          MOVE '超经办人授权限额' TO AIF-MSG-TEXT
                 PERFORM 9999-MESSAGE-HANDLE-RTN
               END-IF
             END-IF
           END-IF.
      *    放行后累计经办人当日已办金额
           IF O-REG-FLG OF PKSAAOP0 = '1' AND NOT WK-SIM-MODE
           THEN
             MOVE '5'                  TO I-FUN-CODE OF PKSAAOP0
             CALL 'GSYSTRIG'           USING APA-AREA
                                             PKSAAOP0
                                       CONTENT 'KSAAOP0 '
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    取账户有效提示信息回显;柜面正常交易遇阻断级提示须
      *    主管授权放行,无临柜主管时凭远程授权批准件放行
       3796-GET-MEMO-RTN.
           INITIALIZE                  PKSAMEM0.
           MOVE '5'                    TO I-FUN-CODE OF PKSAMEM0.
           MOVE I-ACCT-NO OF PKSAWDR0  TO I-ACCT-NO OF PKSAMEM0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSAMEM0
                                       CONTENT 'KSAMEM0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF PKSAMEM0 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF PKSAMEM0
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE O-ACT-CNT OF PKSAMEM0  TO O-MEM-CNT OF PKSAWDR0.
           MOVE O-MAX-LVL OF PKSAMEM0  TO O-MEM-MAX-LVL OF PKSAWDR0.
           MOVE 1                      TO WK-MEM-IX.
           PERFORM 3797-MOVE-MEMO-RTN
                   UNTIL WK-MEM-IX > 3 OR
                         WK-MEM-IX > O-ROW-CNT OF PKSAMEM0.
           IF O-BLOCK-FLG OF PKSAMEM0 = '1' AND
              SYS-TX-TYP = C-CLG-TXT-NOR AND
              SYS-LCH-CHANNEL-FLAG = C-CM-CHANNEL-TLR AND
              SYS-SPV-A = SPACES AND
              SYS-SPV-B = SPACES
           THEN
             PERFORM 9770-CHECK-AUTHQUE-RTN
             IF NOT WK-AQ-APPROVED
             THEN
               MOVE 'EN431'            TO AIF-MSG-CODE
      *        MOVE '账户有阻断级提示,须主管授权' TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.

       3797-MOVE-MEMO-RTN.
           MOVE O-MEM-LVL OF PKSAMEM0(WK-MEM-IX)
                                       TO O-MEM-LVL OF PKSAWDR0
                                                    (WK-MEM-IX).
           MOVE O-MEM-TEXT OF PKSAMEM0(WK-MEM-IX)
                                       TO O-MEM-TEXT OF PKSAWDR0
                                                     (WK-MEM-IX).
           ADD 1                       TO WK-MEM-IX.

      *    大额现金预约校验:须有当日同币种、金额覆盖本笔的
      *    存续预约,命中置已使用防一约多提;无预约拒付
       3790-CHECK-RSV-RTN.
      *      MOVE '支票号码不在已发售号段内' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 3850-CHECK-PPY-RTN.
           IF WK-SIM-MODE
           THEN
             PERFORM 3830-CHECK-CHQ-USED-RTN
           ELSE
             PERFORM 3830-CHECK-CHQ-USED-RTN
             PERFORM 3840-MARK-CHQ-USED-RTN
             IF WK-PPY-ON
             THEN
               PERFORM 3870-MARK-PPY-PAID-RTN
             END-IF
           END-IF.

       3830-CHECK-CHQ-USED-RTN.
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    正向支付核验:开通在用的账户逐张核对签发登记,无登记/
      *    金额不符/登记已兑付或撤销/提示日早于出票日/已过提示
      *    付款期/收款人不符的按开通约定退票(EN371)或转客户确认
      *    (EN372,提入批量据此落例外队列)
       3850-CHECK-PPY-RTN.
           MOVE 'N'                    TO WK-PPY-ON-FLG.
           MOVE SPACES                 TO WK-PPY-RSN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPPYACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAPPYACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAWDR0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPPYACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-PPA-STS = '0'
           THEN
             SET WK-PPY-ON             TO TRUE
             PERFORM 3860-GET-PPY-REG-RTN
           END-IF.
           IF WK-PPY-ON
           THEN
             IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
             THEN
               MOVE '1'                TO WK-PPY-RSN
             ELSE
               PERFORM 3865-CHECK-PPY-REG-RTN
             END-IF
           END-IF.
           IF WK-PPY-RSN NOT = SPACES
           THEN
             IF SA-PPA-MIS-ACT = '2'
             THEN
               MOVE 'EN372'            TO AIF-MSG-CODE
      *        MOVE '支票预留信息核验不符,待客户确认' TO AIF-MSG-TEXT
             ELSE
               MOVE 'EN371'            TO AIF-MSG-CODE
      *        MOVE '支票预留信息核验不符' TO AIF-MSG-TEXT
             END-IF
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       3860-GET-PPY-REG-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPPYREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAPPYREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAWDR0  TO DBI-KEY-VALUE1(1).
           MOVE I-DOC-TYP OF PKSAWDR0  TO WK-CHU-DOC-TYP.
           MOVE I-DOC-NO OF PKSAWDR0   TO WK-CHU-DOC-NO.
           MOVE WK-CHU-KEY             TO DBI-KEY-VALUE2(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPPYREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    逐项核对签发登记:状态、金额、收款人(提示方送时)、
      *    出票日(提示日不早于出票日且在提示付款期内)
       3865-CHECK-PPY-REG-RTN.
           IF SA-PPY-ISU-DT IS NUMERIC
           THEN
             MOVE SA-PPY-ISU-DT        TO WK-PPY-ISU-DT-N
             COMPUTE WK-PPY-EXP-DT-N = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WK-PPY-ISU-DT-N) +
                     C-SA-CHQ-VALID-DAYS)
           END-IF.
           EVALUATE TRUE
             WHEN SA-PPY-STS NOT = '0'
               MOVE '3'                TO WK-PPY-RSN
             WHEN SA-PPY-AMT NOT = I-AMT OF PKSAWDR0
               MOVE '2'                TO WK-PPY-RSN
             WHEN I-PRS-PAYEE-NAME OF PKSAWDR0 NOT = SPACES AND
                  I-PRS-PAYEE-NAME OF PKSAWDR0 NOT = SA-PPY-PAYEE-NAME
               MOVE '6'                TO WK-PPY-RSN
             WHEN SA-PPY-ISU-DT IS NOT NUMERIC
               CONTINUE
             WHEN SYS-BUSN-DT < SA-PPY-ISU-DT
               MOVE '4'                TO WK-PPY-RSN
             WHEN SYS-BUSN-DT > WK-PPY-EXP-DT-N
               MOVE '5'                TO WK-PPY-RSN
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *    核验通过兑付:签发登记置已兑付并记兑付流水
       3870-MARK-PPY-PAID-RTN.
           MOVE '1'                    TO SA-PPY-STS.
           MOVE SYS-BUSN-DT            TO SA-PPY-PAID-DT.
           MOVE WK-SYS-TX-LOG-NO       TO SA-PPY-PAID-TX-LOG-NO.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPPYREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       3810-SCAN-CHQ-BOOK-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACHQREG.
             PERFORM 9729-CALL-CECSPTL-RTN
           END-IF.

      *    转账类支取:公共区收款人户名/行号筛查制裁名单,
      *    疑似命中即登记合规审核挂起;试算不筛查,合规放行的
      *    重新驱动经挂起编号核验后不筛查
       3880-SCREEN-CNTRPTY-RTN.
           MOVE 'N'                    TO WK-SCN-HOLD-FLG.
           MOVE SPACES                 TO O-SCN-HOLD-FLG OF PKSAWDR0
                                          O-SCN-HOLD-NO  OF PKSAWDR0.
           PERFORM 3882-CHECK-SCN-RLS-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-NOR AND
              I-TX-TYP OF PKSAWDR0 NOT = C-CM-TXTYP-CASH AND
              NOT WK-SIM-MODE AND
              NOT WK-SCN-RLS AND
              ( CWK-DRAWEE-NAME NOT = SPACES AND LOW-VALUES OR
                CWK-DRAWEE-BK-NO NOT = SPACES AND LOW-VALUES )
           THEN
             INITIALIZE                PKSASCM0
             MOVE '1'                  TO I-FUN-CODE OF PKSASCM0
             MOVE CWK-DRAWEE-NAME      TO I-CP-NAME OF PKSASCM0
             MOVE CWK-DRAWEE-BK-NO     TO I-CP-BANK-NO OF PKSASCM0
             MOVE CWK-DRAWEE-ACCT-NO   TO I-CP-ACCT-NO OF PKSASCM0
             CALL 'GSYSTRIG'           USING APA-AREA
                                             PKSASCM0
                                       CONTENT 'KSASCM0 '
             PERFORM 9999-MESSAGE-HANDLE-RTN
             IF O-HIT-FLG OF PKSASCM0 = '1'
             THEN
               PERFORM 3881-SCN-HOLD-RTN
             END-IF
           END-IF.

      *    原交易参数区随挂起登记留存,合规放行后据以重新驱动
       3881-SCN-HOLD-RTN.
           MOVE '3'                    TO I-FUN-CODE OF PKSASCM0.
           MOVE 'KSAWDR0 '             TO I-SRC-PGM OF PKSASCM0.
           MOVE 'D'                    TO I-DRCR-FLG OF PKSASCM0.
           MOVE I-ACCT-NO OF PKSAWDR0  TO I-ACCT-NO OF PKSASCM0.
           MOVE I-CURR-COD OF PKSAWDR0 TO I-CURR-COD OF PKSASCM0.
           MOVE I-AMT OF PKSAWDR0      TO I-AMT OF PKSASCM0.
           MOVE PKSAWDR0               TO I-PARM-DATA OF PKSASCM0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSASCM0
                                       CONTENT 'KSASCM0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAWDR0.
           MOVE '1'                    TO O-SCN-HOLD-FLG OF PKSAWDR0.
           MOVE O-HOLD-NO OF PKSASCM0  TO O-SCN-HOLD-NO OF PKSAWDR0.
           SET WK-SCN-HOLD             TO TRUE.

      *    筛查豁免须凭挂起编号核验:挂起已于本交易合规放行,且
      *    账号/金额/发起KB与本笔一致,豁免标志单独不生效
       3882-CHECK-SCN-RLS-RTN.
           MOVE 'N'                    TO WK-SCN-RLS-FLG.
           IF I-SCN-EXEMPT-FLG OF PKSAWDR0 = C-CM-FLAG-YES AND
              I-SCN-HOLD-NO OF PKSAWDR0 NOT = SPACES
           THEN
             INITIALIZE                PKSASCM0
             MOVE '4'                  TO I-FUN-CODE OF PKSASCM0
             MOVE I-SCN-HOLD-NO OF PKSAWDR0
                                       TO I-HOLD-NO OF PKSASCM0
             MOVE 'KSAWDR0 '           TO I-SRC-PGM OF PKSASCM0
             MOVE I-ACCT-NO OF PKSAWDR0
                                       TO I-ACCT-NO OF PKSASCM0
             MOVE I-AMT OF PKSAWDR0    TO I-AMT OF PKSASCM0
             CALL 'GSYSTRIG'           USING APA-AREA
                                             PKSASCM0
                                       CONTENT 'KSASCM0 '
             PERFORM 9999-MESSAGE-HANDLE-RTN
             IF O-RLS-FLG OF PKSASCM0 = '1'
             THEN
               SET WK-SCN-RLS          TO TRUE
             END-IF
           END-IF.

       4000-PROCESS-DATA-RTN.
           MOVE C-CM-FLAG-NO           TO WK-SA-LAST-TXN-DT.
           IF SYS-BUSN-DT(3:6) > SA-LAST-TXN-DT OF SAACNACN
                                       M-SAACNTXN
                                       AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           PERFORM 9809-POOL-NTF-RTN.
      *    主户金额档:当前段持有状态下REPL
           COMPUTE SA-INTC-AMT OF M-SAACNAMT =
                   SA-INTC-AMT OF M-SAACNAMT - WK-POOL-FUND-AMT.
                                       M-SAACNTXN
                                       AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           PERFORM 9809-POOL-NTF-RTN.
      *    成员金额档贷记
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE I-DOC-NO OF PKSAWDR0   TO SA-DOC-NO         OF SAACNTXN.
           MOVE I-DOC-TYP OF PKSAWDR0  TO SA-DOC-TYP        OF SAACNTXN.
           MOVE I-VAL-DT OF PKSAWDR0   TO SA-VAL-DT         OF SAACNTXN.
           MOVE I-ACCT-DT OF PKSAWDR0  TO SA-ACCT-DT        OF SAACNTXN.
           MOVE WK-SYS-BRANCH-STD      TO SA-OPUN-COD       OF SAACNTXN.
           MOVE I-DSCRP-COD OF PKSAWDR0
                                       TO SA-DSCRP-COD      OF SAACNTXN.
           THEN
             PERFORM 9801-INSERT-PRT-RTN
           END-IF.
           PERFORM 9807-INSERT-NTF-RTN.

      *    冲正:取消原支取明细并回加金额
       4600-PROCESS-DATA-RTN-R.
              I-DOC-TYP OF PKSAWDR0 = C-SA-DOC-CHQ-TRF
           THEN
             PERFORM 4680-UNUSE-CHQ-RTN
             PERFORM 4685-UNPAY-PPY-RTN
           END-IF.

       4640-UPDATE-ACN-AMT-RTN-R.
                                 SAACNTXN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
      *    冲正服务费明细:同步开票登记簿(未开票作废/已开票待红字)
           IF SA-DSCRP-COD OF SAACNTXN = C-SVC-FEE OF MEMCONST
           THEN
             PERFORM 4690-REV-FEE-INV-RTN
           END-IF.

      *    INSERT TXN FOR EC
           COMPUTE SA-DDP-ACCT-NO-DET-N OF SAACNTXN =
           MOVE I-DOC-NO OF PKSAWDR0   TO SA-DOC-NO OF SAACNTXN.
           MOVE I-DOC-TYP OF PKSAWDR0  TO SA-DOC-TYP OF SAACNTXN.
           MOVE I-VAL-DT OF PKSAWDR0   TO SA-VAL-DT OF SAACNTXN.
           MOVE I-ACCT-DT OF PKSAWDR0  TO SA-ACCT-DT        OF SAACNTXN.
           MOVE WK-SYS-BRANCH-STD      TO SA-OPUN-COD OF SAACNTXN.
           MOVE C-REVERSE OF MEMCONST
                                       TO SA-DSCRP-COD OF SAACNTXN.
           THEN
             PERFORM 9801-INSERT-PRT-RTN
           END-IF.
           PERFORM 9807-INSERT-NTF-RTN.

      *    冲正资格共通检查:已被冲正/EC明细不可再冲正,
      *    跨营业日冲正须主管授权(SYS-SPV-A/B)
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    冲正恢复正向支付签发登记为已登记,可再次兑付
       4685-UNPAY-PPY-RTN.
           PERFORM 3860-GET-PPY-REG-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-PPY-STS = '1'
           THEN
             MOVE '0'                  TO SA-PPY-STS
             MOVE SPACES               TO SA-PPY-PAID-DT
             MOVE SPACES               TO SA-PPY-PAID-TX-LOG-NO
             INITIALIZE                PDBIMAIN
             MOVE 'BSAPPYD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SAPPYREG
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    服务费冲正:登记簿待开票者置作废,已导出蓝字者置待开
      *    红字并记冲正明细号,由KSARINV1导出红字开票申请
       4690-REV-FEE-INV-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAINVREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAINVD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAINVREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAWDR0  TO DBI-KEY-VALUE1(1).
           MOVE 'SAINVREG'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-DET-ITEM-A          TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAINVREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              ( SA-IVR-STS = '0' OR SA-IVR-STS = '1' )
           THEN
             IF SA-IVR-STS = '0'
             THEN
               MOVE '2'                TO SA-IVR-STS
             ELSE
               MOVE '3'                TO SA-IVR-STS
             END-IF
             COMPUTE SA-IVR-RED-DET-NO-N =
                     SA-DET-ITEM-N OF SAACNACN + WK-DET-ITEM-B
             MOVE SYS-BUSN-DT          TO SA-IVR-RED-DT
             INITIALIZE                PDBIMAIN
             MOVE 'BSAINVD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SAINVREG
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       4200-KBR-LOG-RTN.
           MOVE WK-DET-ITEM            TO KBN-DET-ITEM-N-NO.
      *    冲正回退用:动用透支金额与倒起息积数调整随流水登记
                                          OF PCGLJRNL.
           MOVE SA-OD-AMT OF PCCBAAMT  TO I-OD-AMT     OF PCGLJRNL.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCGLJRNL.
      *    年终调整期上年会计日期入账:日记账按会计日期入上年
           IF I-ACCT-DT OF PKSAWDR0 NOT = SPACES
           THEN
             MOVE I-ACCT-DT OF PKSAWDR0
                                       TO I-BUSN-DT    OF PCGLJRNL
           END-IF.
           CALL 'CGLJRNL' USING        AIF-AREA
                                       PCGLJRNL
                                       SYS-AREA.
                                       AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    动账通知:本笔明细按账号+明细号组队列记录,
      *    订阅判断与入队在9808
       9807-INSERT-NTF-RTN.
           INITIALIZE                  SANTFQUE.
           MOVE I-ACCT-NO OF PKSAWDR0   TO SA-NTQ-ACCT-NO.
           MOVE SA-DDP-ACCT-NO-DET-N OF SAACNTXN
                                       TO SA-NTQ-DET-NO-N.
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO SA-NTQ-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNTXN
                                       TO SA-NTQ-CURR-IDEN.
           MOVE SA-TX-DT OF SAACNTXN
                                       TO SA-NTQ-TX-DT.
           MOVE SA-TX-TM OF SAACNTXN
                                       TO SA-NTQ-TX-TM.
           MOVE SA-DR-AMT OF SAACNTXN
                                       TO SA-NTQ-DR-AMT.
           MOVE SA-CR-AMT OF SAACNTXN
                                       TO SA-NTQ-CR-AMT.
           MOVE SA-DDP-ACCT-BAL OF SAACNTXN
                                       TO SA-NTQ-BAL.
           MOVE SA-DSCRP-COD OF SAACNTXN
                                       TO SA-NTQ-DSCRP-COD.
           MOVE SA-RMRK OF SAACNTXN
                                       TO SA-NTQ-RMRK.
           MOVE SA-EC-FLG OF SAACNTXN
                                       TO SA-NTQ-EC-FLG.
           MOVE SA-OP-CUST-NAME OF SAACNTXN
                                       TO SA-NTQ-OP-CUST-NAME.
           MOVE SA-TX-LOG-NO OF SAACNTXN
                                       TO SA-NTQ-TX-LOG-NO.
           PERFORM 9808-PUT-NTF-RTN.

      *    账户有有效订阅才入队;渠道/方向/起通知金额由
      *    KSARNTF1发送时逐渠道判断
       9808-PUT-NTF-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANTFSUB.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANTSD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SANTFSUB'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-NTQ-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SANTFSUB
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-NTS-STS = '0'
           THEN
             MOVE 'KSAWDR0'            TO SA-NTQ-SRC-PGM
             MOVE WK-LEGAL-PERSON-ID   TO SA-LEGAL-PERSON-ID
                                          OF SANTFQUE
             MOVE WK-DB-PARTITION-ID   TO SA-DB-PARTITION-ID
                                          OF SANTFQUE
             INITIALIZE                PDBIMAIN
             MOVE 'BSANTQD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SANTFQUE'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SANTFQUE
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    资金池补足划出/划入两腿同样通知主户与成员户
       9809-POOL-NTF-RTN.
           INITIALIZE                  SANTFQUE.
           MOVE FK-SAACN-KEY OF M-SAACNTXN
                                       TO SA-NTQ-ACCT-NO.
           MOVE SA-DDP-ACCT-NO-DET-N OF M-SAACNTXN
                                       TO SA-NTQ-DET-NO-N.
           MOVE SA-CURR-COD OF M-SAACNTXN
                                       TO SA-NTQ-CURR-COD.
           MOVE SA-CURR-IDEN OF M-SAACNTXN
                                       TO SA-NTQ-CURR-IDEN.
           MOVE SA-TX-DT OF M-SAACNTXN
                                       TO SA-NTQ-TX-DT.
           MOVE SA-TX-TM OF M-SAACNTXN
                                       TO SA-NTQ-TX-TM.
           MOVE SA-DR-AMT OF M-SAACNTXN
                                       TO SA-NTQ-DR-AMT.
           MOVE SA-CR-AMT OF M-SAACNTXN
                                       TO SA-NTQ-CR-AMT.
           MOVE SA-DDP-ACCT-BAL OF M-SAACNTXN
                                       TO SA-NTQ-BAL.
           MOVE SA-DSCRP-COD OF M-SAACNTXN
                                       TO SA-NTQ-DSCRP-COD.
           MOVE SA-RMRK OF M-SAACNTXN
                                       TO SA-NTQ-RMRK.
           MOVE SA-EC-FLG OF M-SAACNTXN
                                       TO SA-NTQ-EC-FLG.
           MOVE SA-OP-CUST-NAME OF M-SAACNTXN
                                       TO SA-NTQ-OP-CUST-NAME.
           MOVE SA-TX-LOG-NO OF M-SAACNTXN
                                       TO SA-NTQ-TX-LOG-NO.
           PERFORM 9808-PUT-NTF-RTN.

       9802-GU-SAACNACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    渠道限额登记簿取在用限额;未登记或已撤销的不限
       3742-CHECK-CHL-LMT-RTN.
           IF WK-FEA-ACCT-NO NOT = SPACES
           THEN
             MOVE WK-FEA-ACCT-NO       TO WK-CHL-ACCT-NO
           ELSE
             MOVE I-ACCT-NO OF PKSAWDR0
                                       TO WK-CHL-ACCT-NO
           END-IF.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACHLLMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACHLD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SACHLLMT'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-CHL-ACCT-NO         TO DBI-KEY-VALUE1(1).
           MOVE SYS-LCH-CHANNEL-FLAG   TO DBI-KEY-VALUE2(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACHLLMT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-CHL-STS = '0'
           THEN
             PERFORM 3743-CALC-CHL-LMT-RTN
           END-IF.

      *    跨日/跨月已用额归零;限额为零的项不检查
       3743-CALC-CHL-LMT-RTN.
           IF SA-CHL-USE-DT NOT = SYS-BUSN-DT
           THEN
             MOVE SYS-BUSN-DT          TO SA-CHL-USE-DT
             MOVE ZEROS                TO SA-CHL-DAY-USED
           END-IF.
           IF SA-CHL-USE-MM NOT = SYS-BUSN-DT(1:6)
           THEN
             MOVE SYS-BUSN-DT(1:6)     TO SA-CHL-USE-MM
             MOVE ZEROS                TO SA-CHL-MON-USED
           END-IF.
           MOVE SPACES                 TO WK-CHL-BRK-TYP.
           EVALUATE TRUE
             WHEN SA-CHL-TXN-LMT > ZEROS AND
                  I-AMT OF PKSAWDR0 > SA-CHL-TXN-LMT
               MOVE '1'                TO WK-CHL-BRK-TYP
               MOVE SA-CHL-TXN-LMT     TO WK-CHL-BRK-LMT
               MOVE ZEROS              TO WK-CHL-BRK-USED
               MOVE 'EN462'            TO WK-CHL-MSG-CODE
      *        MOVE '超出渠道单笔限额' TO AIF-MSG-TEXT
             WHEN SA-CHL-DAY-LMT > ZEROS AND
                  SA-CHL-DAY-USED + I-AMT OF PKSAWDR0
                  > SA-CHL-DAY-LMT
               MOVE '2'                TO WK-CHL-BRK-TYP
               MOVE SA-CHL-DAY-LMT     TO WK-CHL-BRK-LMT
               MOVE SA-CHL-DAY-USED    TO WK-CHL-BRK-USED
               MOVE 'EN463'            TO WK-CHL-MSG-CODE
      *        MOVE '超出渠道当日累计限额' TO AIF-MSG-TEXT
             WHEN SA-CHL-MON-LMT > ZEROS AND
                  SA-CHL-MON-USED + I-AMT OF PKSAWDR0
                  > SA-CHL-MON-LMT
               MOVE '3'                TO WK-CHL-BRK-TYP
               MOVE SA-CHL-MON-LMT     TO WK-CHL-BRK-LMT
               MOVE SA-CHL-MON-USED    TO WK-CHL-BRK-USED
               MOVE 'EN464'            TO WK-CHL-MSG-CODE
      *        MOVE '超出渠道当月累计限额' TO AIF-MSG-TEXT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WK-CHL-BRK-TYP NOT = SPACES
           THEN
             IF NOT WK-SIM-MODE
             THEN
               PERFORM 3744-CHL-BRK-LOG-RTN
             END-IF
             MOVE WK-CHL-MSG-CODE      TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF NOT WK-SIM-MODE
           THEN
             ADD I-AMT OF PKSAWDR0     TO SA-CHL-DAY-USED
                                          SA-CHL-MON-USED
             INITIALIZE                PDBIMAIN
             MOVE 'BSACHLD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SACHLLMT
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    拦截明细:供渠道限额拦截报表(KSARCHL1)统计
       3744-CHL-BRK-LOG-RTN.
           INITIALIZE                  SACHLBRK.
           MOVE SYS-BUSN-DT            TO SA-CHB-BUSN-DT.
           MOVE WK-SYS-TX-LOG-NO       TO SA-CHB-TX-LOG-NO.
           MOVE WK-CHL-ACCT-NO         TO SA-CHB-ACCT-NO.
           MOVE SYS-LCH-CHANNEL-FLAG   TO SA-CHB-CHAN-NO.
           MOVE I-CURR-COD OF PKSAWDR0 TO SA-CHB-CURR-COD.
           MOVE I-AMT OF PKSAWDR0      TO SA-CHB-AMT.
           MOVE WK-CHL-BRK-TYP         TO SA-CHB-BRK-TYP.
           MOVE WK-CHL-BRK-LMT         TO SA-CHB-LMT-AMT.
           MOVE WK-CHL-BRK-USED        TO SA-CHB-USED-AMT.
           MOVE WK-CHL-MSG-CODE        TO SA-CHB-MSG-CODE.
           MOVE SYS-TX-ID              TO SA-CHB-TX-ID.
           MOVE SYS-CPU-TM1            TO SA-CHB-TX-TM.
           MOVE WK-SYS-TELLER-ID       TO SA-CHB-TELLER-ID.
           MOVE WK-SYS-BRANCH-STD      TO SA-CHB-BRANCH-STD.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SACHLBRK.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SACHLBRK.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSACHBD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SACHLBRK'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACHLBRK
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    非关键登记失败转存储转发队列:整段参数区连同失败
      *    消息码入队,清除消息码让客户过账继续,由KSARSNF1
      *    批量重放补登;入队本身失败才按原路径报错
