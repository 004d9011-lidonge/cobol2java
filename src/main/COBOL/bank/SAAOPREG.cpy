      ****************************************************************
      * COPYBOOK NAME......: SAAOPREG                                *
      * 授权经办人登记段(BSAAOPD):对公账户按经办人证件号登记可临柜   *
      * 办理的业务种类、单笔/单日限额与有效期;KSAWDR0/KSATRF0/       *
      * KSARSV0凭经办人证件经KSAAOP0核验,未授权或超限须主管授权     *
      ****************************************************************
           05  SA-AOP-ACCT-NO              PIC X(32).
           05  SA-AOP-CERT-ID              PIC X(32).
           05  SA-AOP-CERT-TYP             PIC X(04).
           05  SA-AOP-NAME                 PIC X(120).
           05  SA-AOP-TEL                  PIC X(20).
      *    可办业务:第1位现金支取 第2位转账支付 第3位大额现金预约,
      *    '1'-允许
           05  SA-AOP-TX-KIND-ALW          PIC X(03).
      *    单笔/单日限额,零为不限
           05  SA-AOP-PER-TX-LMT           PIC S9(16)V9(2) COMP-3.
           05  SA-AOP-DAY-LMT              PIC S9(16)V9(2) COMP-3.
      *    当日已办金额,跨日首笔清零重计
           05  SA-AOP-DAY-USED-AMT         PIC S9(16)V9(2) COMP-3.
           05  SA-AOP-LST-USE-DT           PIC X(08).
           05  SA-AOP-EFF-DT               PIC X(08).
      *    失效日,空为长期
           05  SA-AOP-EXP-DT               PIC X(08).
      *    0-有效 1-已撤销
           05  SA-AOP-STS                  PIC X(01).
           05  SA-AOP-REG-DT               PIC X(08).
           05  SA-AOP-UPD-DT               PIC X(08).
           05  SA-AOP-OPR-NO               PIC X(12).
           05  SA-AOP-CHK-OPR-NO           PIC X(12).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-AOP-FILLER               PIC X(20).
