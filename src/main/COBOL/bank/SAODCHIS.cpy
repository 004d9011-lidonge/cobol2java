      ****************************************************************
      * COPYBOOK NAME......: SAODCHIS                                *
      * 透支风险分类历史记录(KSARODC1月末写出,下月读入比对):       *
      * 按账号+币种+钞汇记当月五级分类、分类依据、透支本息、逾期     *
      * 天数及应提拨备;透支已结清的账户段不再写出                   *
      ****************************************************************
           05  SA-ODC-ACCT-NO          PIC X(32).
           05  SA-ODC-CURR-COD         PIC X(03).
           05  SA-ODC-CURR-IDEN        PIC X(01).
      *    分类日(月末营业日)
           05  SA-ODC-CLS-DT           PIC X(08).
      *    五级分类:1-正常 2-关注 3-次级 4-可疑 5-损失
           05  SA-ODC-CLS-COD          PIC X(01).
      *    分类依据:D-逾期天数 E-额度协议到期 U-无授权/超额度透支
           05  SA-ODC-RSN-COD          PIC X(01).
           05  SA-ODC-OD-AMT           PIC S9(14)V9(2).
      *    未收透支利息(应收+挂收+逾期)
           05  SA-ODC-OD-INT           PIC S9(14)V9(2).
           05  SA-ODC-OD-DAYS-N        PIC 9(04).
           05  SA-ODC-PROV-PCT         PIC 9(03)V9(2).
           05  SA-ODC-PROV-AMT         PIC S9(14)V9(2).
           05  SA-ODC-BRANCH-STD       PIC X(09).
      *    首次分入关注及以下之日(回升正常即清空)
           05  SA-ODC-NPL-DT           PIC X(08).
           05  SA-ODC-FILLER           PIC X(30).
