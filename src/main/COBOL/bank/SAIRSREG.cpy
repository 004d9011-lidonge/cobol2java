      ****************************************************************
      * COPYBOOK NAME......: SAIRSREG                                *
      * 跨行汇入挂账登记段(BSAIRSD):KSARIRM1自动入账未过的汇入       *
      * (户名不符/账户不存在/已销户/收付范围禁止收/入账失败)          *
      * 按收报日+序号登记,责任机构/责任柜员跟踪,KSAIRS0解挂入账      *
      * 或退回汇款行,KSARIRS1每日出未结挂账账龄清单                   *
      * 自动入账的来账亦按已解挂入账(状态1)登记,供重跑识别已处理      *
      ****************************************************************
           05  SA-IRS-RCV-DT               PIC X(08).
           05  SA-IRS-SEQ-N                PIC 9(07).
      *    清算报文参考号与来账渠道 H-大额 B-小额
           05  SA-IRS-CLR-REF-NO           PIC X(20).
           05  SA-IRS-CHNL                 PIC X(01).
           05  SA-IRS-PAYER-ACCT-NO        PIC X(32).
           05  SA-IRS-PAYER-BK-NO          PIC X(09).
           05  SA-IRS-PAYER-NAME           PIC X(120).
           05  SA-IRS-BENE-ACCT-NO         PIC X(32).
           05  SA-IRS-BENE-NAME            PIC X(120).
           05  SA-IRS-CURR-COD             PIC X(03).
           05  SA-IRS-AMT                  PIC S9(16)V9(2) COMP-3.
           05  SA-IRS-RMRK                 PIC X(62).
      *    挂账原因 1-户名不符 2-账户不存在 3-已销户
      *    4-收付范围禁止收 5-入账失败(见消息码)
      *    6-汇款人疑似命中制裁名单,合规审核挂起中
           05  SA-IRS-SUS-RSN              PIC X(01).
           05  SA-IRS-MSG-CODE             PIC X(05).
      *    0-挂账 1-已解挂入账 2-已退回
           05  SA-IRS-STS                  PIC X(01).
      *    责任机构(收款账户开户机构,户不存在时为收报机构)/责任柜员
           05  SA-IRS-OWN-BRANCH           PIC X(09).
           05  SA-IRS-OWN-TLR              PIC X(12).
           05  SA-IRS-RSLV-DT              PIC X(08).
           05  SA-IRS-RSLV-TLR             PIC X(12).
      *    解挂入账账号/入账流水(退回时为退回汇出登记序号)
           05  SA-IRS-RSLV-ACCT-NO         PIC X(32).
           05  SA-IRS-RSLV-TX-LOG-NO       PIC X(24).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-IRS-FILLER               PIC X(20).
