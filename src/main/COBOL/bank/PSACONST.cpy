      * 存款(SA)应用常量定义                                                 *
      ****************************************************************
           05  C-CM-VALID                 PIC X(01) VALUE '1'.
      *    金额档(币种段)状态:0-正常 3-销户
           05  C-SA-NORMAL-COD         PIC X(01) VALUE '0'.
           05  C-SA-CLOSED-COD         PIC X(01) VALUE '3'.
           05  C-SA-SLEEP-YES          PIC X(02) VALUE '01'.
           05  C-SA-SLEEP-NO           PIC X(02) VALUE '00'.
      *    票据种类:现金支票/转账支票
           05  C-SA-DOC-CHQ-CASH       PIC X(03) VALUE '101'.
           05  C-SA-DOC-CHQ-TRF        PIC X(03) VALUE '102'.
      *    支票提示付款期(天,自出票日起算)
           05  C-SA-CHQ-VALID-DAYS     PIC 9(05) VALUE 10.
      *    大额现金支取须预约起点金额(本币)
           05  C-SA-CSH-RSV-AMT        PIC S9(16)V9(2) COMP-3
                                       VALUE 500000.
                                       VALUE '960300000000000000WHT'.
           05  C-SA-UNCLM-ACCT-NO      PIC X(32)
                                       VALUE '960300000000000000UNC'.
      *    跨行汇款清算渠道:大额实时(HVPS)/小额批量(BEPS),
      *    未指定渠道时超过小额单笔上限(本币)的走大额
           05  C-SA-OPY-CHNL-HVPS      PIC X(01) VALUE 'H'.
           05  C-SA-OPY-CHNL-BEPS      PIC X(01) VALUE 'B'.
           05  C-SA-BEPS-MAX-AMT       PIC S9(16)V9(2) COMP-3
                                       VALUE 50000.
      *    金额档收付范围:空/0-收付均可 1-只收不付 2-只付不收
      *    3-不收不付;2/3时贷方入账须拦截
           05  C-SA-RPR-PAY-ONLY       PIC X(01) VALUE '2'.
           05  C-SA-RPR-NONE           PIC X(01) VALUE '3'.
      *    内部专户:跨行汇入挂账
           05  C-SA-IRS-SUS-ACCT-NO    PIC X(32)
                                       VALUE '960300000000000000IRS'.
      *    本票/银行汇票:签发款项归集内部专户,提示付款期(天)
           05  C-SA-DFT-ACCT-NO        PIC X(32)
                                       VALUE '960300000000000000DFT'.
           05  C-SA-DFT-VALID-DAYS     PIC 9(05) VALUE 30.
      *    预约转账失败转排队付款:排队优先级与当日截止时点
           05  C-SA-STO-PQ-PRIO        PIC 9(02) VALUE 50.
           05  C-SA-STO-PQ-CUTOFF      PIC X(08) VALUE '16000000'.
      *    交易对手制裁名单筛查:疑似命中分值下限
           05  C-SA-SCN-HIT-SCORE      PIC 9(03) VALUE 85.
      *    可疑交易案件:评分立案下限、调查期限、确认后上报期限与
      *    上报后回执等待期限(自然日)
           05  C-SA-STR-CASE-SCORE     PIC 9(03) VALUE 60.
           05  C-SA-STR-INV-DAYS       PIC 9(03) VALUE 10.
           05  C-SA-STR-RPT-DAYS       PIC 9(03) VALUE 5.
           05  C-SA-STR-RCP-DAYS       PIC 9(03) VALUE 10.
      *    受益所有人登记簿:复核周期(自然日),超期未复核须重新确认
           05  C-SA-BOW-RFS-DAYS       PIC 9(05) VALUE 365.
      *    开户资料影像索引:按账户种类的基础必备资料(第N位对应
      *    资料类别N);另有营业执照、凭印鉴支取、代理开户按开户要素
      *    追加营业执照/印鉴卡/授权委托书及代理人身份证件
           05  C-SA-IMG-REQ-ACC-I      PIC X(08) VALUE '00001000'.
           05  C-SA-IMG-REQ-ACC-II     PIC X(08) VALUE '00001000'.
      *    临时存款账户:有效期自开户日起最长期限(存款计息日,
      *    360天为一年),及到期预告三档提前天数(自然日)
           05  C-SA-TMP-MAX-DDD        PIC 9(05) VALUE 720.
           05  C-SA-TMP-NTC-DAYS-1     PIC 9(03) VALUE 30.
           05  C-SA-TMP-NTC-DAYS-2     PIC 9(03) VALUE 15.
           05  C-SA-TMP-NTC-DAYS-3     PIC 9(03) VALUE 5.
      *    核准类账户(基本/临时/专用存款账户):开户即置待核准,
      *    只收不付至登记人行核准号;待核准超期天数(自然日)
           05  C-SA-APRV-PEND          PIC X(01) VALUE '1'.
           05  C-SA-ACHR-BASIC         PIC X(04) VALUE '2101'.
           05  C-SA-ACHR-TEMP          PIC X(04) VALUE '2102'.
           05  C-SA-ACHR-SPEC          PIC X(04) VALUE '2103'.
           05  C-SA-APRV-WAIT-DAYS     PIC 9(03) VALUE 10.
      *    开户回访:开户后须完成回访的期限天数(自然日),逾期未
      *    确认即置回访受限
           05  C-SA-CBK-DUE-DAYS       PIC 9(03) VALUE 30.
           05  C-SA-CBK-RSTR           PIC X(01) VALUE '1'.
      *    网银预约开户:预约自提交日起有效天数(自然日)
           05  C-SA-APT-VALID-DAYS     PIC 9(03) VALUE 30.
      *    账户核验:接入机构未登记日限额时的缺省日限额(次)
           05  C-SA-VRF-DAY-LMT        PIC 9(07) VALUE 10000.
      *    账户核验:统一社会信用代码证件类型
           05  C-SA-CER-TYP-USCC       PIC X(04) VALUE '2010'.
      *    柜员异常操作监测:营业时间起止(时分秒)、临界金额起点
      *    (双人复核阈值的百分比)、冲正占比报警(百分比/起算笔数)、
      *    临界金额报警笔数、同一经办复核搭档报警笔数
           05  C-SA-TSV-BGN-TM         PIC X(06) VALUE '083000'.
           05  C-SA-TSV-END-TM         PIC X(06) VALUE '173000'.
           05  C-SA-TSV-NEAR-PCT       PIC 9(03) VALUE 90.
           05  C-SA-TSV-REV-PCT        PIC 9(03) VALUE 10.
           05  C-SA-TSV-REV-MIN        PIC 9(05) VALUE 5.
           05  C-SA-TSV-NEAR-CNT       PIC 9(05) VALUE 3.
           05  C-SA-TSV-PAIR-CNT       PIC 9(05) VALUE 5.
      *    存款营销活动:奖励利息经利息人工调整入账的理由代码
           05  C-SA-IAJ-RSN-CMP        PIC X(02) VALUE '04'.
      *    系统参数值(SAPRMVAL)类别:交易限额授权例外清单、筛查阈值;
      *    阈值名:制裁筛查疑似命中分值下限、可疑交易立案分值下限
           05  C-SA-PRV-TYP-LMEX       PIC X(04) VALUE 'LMEX'.
           05  C-SA-PRV-TYP-THRS       PIC X(04) VALUE 'THRS'.
           05  C-SA-PRV-SCN-HIT        PIC X(20) VALUE 'SCN-HIT-SCORE'.
           05  C-SA-PRV-STR-CASE       PIC X(20) VALUE 'STR-CASE-SCORE'.
