      ****************************************************************
      * COPYBOOK NAME......: SAVACLOG                                *
      * 虚拟账号收款流水段(BSAVALD):每笔汇入虚拟账号的款项登记一  *
      * 条,已入账与拒收(未知号/已关闭/未对应付款人)均登记,      *
      * 供KSARVAC1按日出收款对账文件                              *
      ****************************************************************
           05  SA-VAL-TX-DT                PIC X(08).
           05  SA-VAL-TX-LOG-NO            PIC X(24).
           05  SA-VAL-VAC-NO               PIC X(20).
      *    母账户:未知虚拟账号按同号段已发号归属,仍无法归属为空
           05  SA-VAL-PRT-ACCT-NO          PIC X(32).
           05  SA-VAL-PAYER-REF            PIC X(40).
           05  SA-VAL-CURR-COD             PIC X(03).
           05  SA-VAL-CURR-IDEN            PIC X(01).
           05  SA-VAL-AMT                  PIC S9(16)V9(2) COMP-3.
           05  SA-VAL-OP-ACCT-NO           PIC X(32).
           05  SA-VAL-OP-CUST-NAME         PIC X(120).
      *    0-已入账 1-拒收:虚拟账号不存在 2-拒收:虚拟账号已关闭
      *    3-拒收:未对应付款人 4-制裁筛查挂起未入账
           05  SA-VAL-STS                  PIC X(01).
           05  SA-VAL-TX-TM                PIC X(08).
           05  SA-VAL-LCH-CHAN-NO          PIC X(02).
           05  SA-VAL-OPUN-COD             PIC X(09).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-VAL-FILLER               PIC X(20).
