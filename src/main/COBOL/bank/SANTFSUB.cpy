      ****************************************************************
      * COPYBOOK NAME......: SANTFSUB                                *
      * 动账通知订阅段(BSANTSD):按账号登记短信/邮件/推送三个渠道,     *
      * 各渠道独立设接收地址、借贷方向与起通知金额;各过账程序记账     *
      * 后见有效订阅即落动账通知队列(SANTFQUE),KSARNTF1批量发送       *
      ****************************************************************
           05  SA-NTS-ACCT-NO              PIC X(32).
      *    0-有效 1-已撤销
           05  SA-NTS-STS                  PIC X(01).
      *    渠道组:1-短信 2-电子邮件 3-APP推送
           05  SA-NTS-CHN-GRP              OCCURS 3 TIMES.
      *        1-开通 0-未开通
               10  SA-NTS-CHN-FLG          PIC X(01).
      *        手机号/邮箱/推送设备号
               10  SA-NTS-CONTACT          PIC X(60).
      *        D-仅借方 C-仅贷方 B-借贷双向
               10  SA-NTS-DRCR-OPT         PIC X(01).
      *        起通知金额:发生额低于此金额不通知
               10  SA-NTS-MIN-AMT          PIC S9(16)V9(2) COMP-3.
      *        投递失败累计次数与最近失败日(渠道回执回写)
               10  SA-NTS-FAIL-CNT         PIC 9(05).
               10  SA-NTS-LST-FAIL-DT      PIC X(08).
           05  SA-NTS-REG-DT               PIC X(08).
           05  SA-NTS-UPD-DT               PIC X(08).
           05  SA-NTS-OPR-NO               PIC X(12).
           05  SA-NTS-CHK-OPR-NO           PIC X(12).
           05  SA-NTS-OPUN-COD             PIC X(09).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-NTS-FILLER               PIC X(20).
