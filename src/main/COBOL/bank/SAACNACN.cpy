      *    余额不足排队付款签约标志(1-签约):失败借方可挂队,
      *    当日贷方到账即按优先级/先进先出自动重试
           05  SA-PAYQ-OPT-FLG         PIC X(01).
      *    人行核准文号:核准类账户开户核准号,临时存款账户展期
      *    后为最近一次展期核准文号;及临时户到期预告已发阶段
      *    (空-未发 1-30天 2-15天 3-5天),展期后清空重计
           05  SA-TMP-APRV-NO          PIC X(20).
           05  SA-TMP-NTC-STG          PIC X(01).
      *    核准状态(空-已核准或无需核准 1-待核准):待核准户只收
      *    不付,取得核准书登记核准号后激活;核准日期
           05  SA-APRV-STS             PIC X(01).
           05  SA-APRV-DT              PIC X(08).
      *    开户回访管控(空-正常 1-回访未完成受限):KSARCBK1对超期
      *    未回访账户置入,KSACBK0登记回访确认后解除;非柜面渠道
      *    存取款受限,同证件年检渠道受限口径
           05  SA-CBK-CTL-STS          PIC X(01).
           05  SA-FILLER               PIC X(05).
