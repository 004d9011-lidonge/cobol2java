      ****************************************************************
      * COPYBOOK NAME......: SASTOINS                                *
      * 预约转账指示段(BSASTOD):单次指定日期或每月固定日的定额       *
      * 转账,由KSASTO0登记维护;KSARSTO1筛选到期指示,KSARSTO2        *
      * 经KSASTO0执行功能走KSATRF0转账,失败按指示重试或转排队付款   *
      ****************************************************************
           05  SA-STO-ACCT-NO              PIC X(32).
           05  SA-STO-SEQ-N                PIC 9(03).
           05  SA-STO-CURR-COD             PIC X(03).
           05  SA-STO-CURR-IDEN            PIC X(01).
           05  SA-STO-TGT-ACCT-NO          PIC X(32).
           05  SA-STO-AMT                  PIC S9(16)V9(2) COMP-3.
      *    1-单次(指定日期) 2-每月(固定日)
           05  SA-STO-TYP                  PIC X(01).
      *    每月执行日(01-31,大于当月天数按月末)
           05  SA-STO-EXEC-DAY             PIC 9(02).
           05  SA-STO-START-DT             PIC X(08).
      *    截止日期,空为长期
           05  SA-STO-END-DT               PIC X(08).
      *    下次约定日期与按营业日历顺延后的实际执行日期
           05  SA-STO-NEXT-DT              PIC X(08).
           05  SA-STO-EXEC-DT              PIC X(08).
      *    失败处理 1-次营业日重试 2-转余额不足排队付款
           05  SA-STO-FAIL-ACT             PIC X(01).
           05  SA-STO-RETRY-MAX            PIC 9(02).
           05  SA-STO-RETRY-CNT            PIC 9(02).
      *    0-有效 1-已终止 2-已完成 3-暂停(转入账户已销户,
      *    KSARORP1置)
           05  SA-STO-STS                  PIC X(01).
           05  SA-STO-LAST-EXEC-DT         PIC X(08).
      *    末次结果 0-成功 1-失败待重试 2-已转排队 3-失败放弃
           05  SA-STO-LAST-RSLT            PIC X(01).
           05  SA-STO-LAST-MSG-CODE        PIC X(05).
           05  SA-STO-LAST-TX-LOG-NO       PIC X(24).
           05  SA-STO-OWN-BRANCH-STD       PIC X(09).
           05  SA-STO-REG-DT               PIC X(08).
           05  SA-STO-REG-TLR              PIC X(12).
           05  SA-STO-RMRK                 PIC X(62).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-STO-FILLER               PIC X(20).
