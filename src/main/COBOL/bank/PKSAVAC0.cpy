      ****************************************************************
      * COPYBOOK NAME......: PKSAVAC0                                *
      * 虚拟账号维护及入账KB参数区                                    *
      ****************************************************************
      *    1-按号段发号 2-对应/变更付款人 3-关闭 4-查询
      *    5-汇入虚拟账号入账
           05  I-FUN-CODE              PIC X(01).
           05  I-PRT-ACCT-NO           PIC X(32).
      *    发号:14位号段前缀+起始顺序号+张数(每次至多100)
           05  I-VAC-PRFX-NO           PIC X(14).
           05  I-START-SEQ-NO          PIC 9(06).
           05  I-ISSUE-CNT             PIC 9(03).
           05  I-VAC-NO                PIC X(20).
           05  I-PAYER-REF             PIC X(40).
           05  I-PAYER-NAME            PIC X(120).
      *    入账要素
           05  I-CURR-COD              PIC X(03).
           05  I-CURR-IDEN             PIC X(01).
           05  I-AMT                   PIC S9(16)V9(2) COMP-3.
           05  I-VAL-DT                PIC X(08).
           05  I-RMRK                  PIC X(62).
           05  I-OP-ACCT-NO            PIC X(32).
           05  I-OP-CUST-NAME          PIC X(120).
           05  O-RTRN-CODE             PIC X(05).
           05  O-ISSUE-CNT             PIC 9(03).
           05  O-FIRST-VAC-NO          PIC X(20).
           05  O-LAST-VAC-NO           PIC X(20).
           05  O-PRT-ACCT-NO           PIC X(32).
           05  O-PAYER-REF             PIC X(40).
           05  O-PAYER-NAME            PIC X(120).
           05  O-VAC-STS               PIC X(01).
           05  O-REG-DT                PIC X(08).
           05  O-CLS-DT                PIC X(08).
      *    入账结果:空-已入账 1-虚拟账号不存在 2-已关闭
      *    3-未对应付款人 4-制裁筛查挂起;拒收时未记账
           05  O-RJT-RSN               PIC X(01).
           05  O-ACCT-BAL              PIC S9(16)V9(2) COMP-3.
           05  O-SCN-HOLD-NO           PIC X(24).
