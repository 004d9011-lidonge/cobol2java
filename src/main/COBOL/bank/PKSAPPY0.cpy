      ****************************************************************
      * COPYBOOK NAME......: PKSAPPY0                                *
      * 正向支付(支票预留信息核验)维护KB参数区                        *
      ****************************************************************
      *    功能 1-开通/修改 2-撤销开通 3-签发登记 4-撤销签发登记
      *         5-例外确认付款 6-例外拒付
           05  I-FUN-CODE              PIC X(01).
           05  I-ACCT-NO               PIC X(32).
      *    核验不符处理 1-直接退票 2-转客户确认
           05  I-MIS-ACT               PIC X(01).
           05  I-DOC-TYP               PIC X(03).
           05  I-DOC-NO                PIC X(20).
           05  I-AMT                   PIC S9(16)V9(2) COMP-3.
           05  I-PAYEE-NAME            PIC X(120).
           05  I-ISU-DT                PIC X(08).
      *    登记渠道 1-柜面 2-批量文件,空时按柜面
           05  I-REG-CHNL              PIC X(01).
           05  I-EXC-SEQ-N             PIC 9(05).
           05  O-RTRN-CODE             PIC X(05).
           05  O-STS                   PIC X(01).
           05  O-AVL-BAL               PIC S9(16)V9(2) COMP-3.
