      ****************************************************************
      * COPYBOOK NAME......: PKSAAOP0                                *
      * 授权经办人登记维护/核验KB参数区                               *
      ****************************************************************
      *    1-登记/修改 2-撤销 3-查询 4-经办核验 5-核验通过记用
           05  I-FUN-CODE              PIC X(01).
           05  I-ACCT-NO               PIC X(32).
           05  I-AGT-CERT-TYP          PIC X(04).
           05  I-AGT-CERT-ID           PIC X(32).
           05  I-AGT-NAME              PIC X(120).
           05  I-AGT-TEL               PIC X(20).
      *    第1位现金支取 第2位转账支付 第3位大额现金预约,'1'-允许
           05  I-TX-KIND-ALW           PIC X(03).
           05  I-PER-TX-LMT            PIC S9(16)V9(2) COMP-3.
           05  I-DAY-LMT               PIC S9(16)V9(2) COMP-3.
           05  I-EFF-DT                PIC X(08).
           05  I-EXP-DT                PIC X(08).
      *    登记/修改/撤销须复核柜员,不得与经办同人
           05  I-CHK-TELLER-ID         PIC X(12).
      *    核验/记用:业务种类(1-现金支取 2-转账支付 3-大额现金预约)
      *    与本笔金额
           05  I-TX-KIND               PIC X(01).
           05  I-AMT                   PIC S9(16)V9(2) COMP-3.
           05  O-RTRN-CODE             PIC X(05).
      *    核验结果:0-通过(含账户未登记经办人,不管控)
      *    1-经办人未授权/已失效/业务种类不允许 2-超限额
           05  O-VRF-RSLT              PIC X(01).
      *    账户是否登记有效经办人:1-是 0-否
           05  O-REG-FLG               PIC X(01).
           05  O-AGT-CERT-TYP          PIC X(04).
           05  O-AGT-NAME              PIC X(120).
           05  O-AGT-TEL               PIC X(20).
           05  O-TX-KIND-ALW           PIC X(03).
           05  O-PER-TX-LMT            PIC S9(16)V9(2) COMP-3.
           05  O-DAY-LMT               PIC S9(16)V9(2) COMP-3.
           05  O-DAY-USED-AMT          PIC S9(16)V9(2) COMP-3.
           05  O-EFF-DT                PIC X(08).
           05  O-EXP-DT                PIC X(08).
           05  O-AOP-STS               PIC X(01).
           05  O-UPD-DT                PIC X(08).
           05  O-OPR-NO                PIC X(12).
           05  O-CHK-OPR-NO            PIC X(12).
