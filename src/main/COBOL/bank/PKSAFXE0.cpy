      ****************************************************************
      * COPYBOOK NAME......: PKSAFXE0                                *
      * 本户币种段间结售汇KB参数区                                    *
      ****************************************************************
           05  I-ACCT-NO               PIC X(32).
           05  I-SUB-ACCT-NO           PIC X(04).
      *    卖出币种段(借记)与卖出金额
           05  I-FROM-CURR-COD         PIC X(03).
           05  I-FROM-CURR-IDEN        PIC X(01).
           05  I-AMT                   PIC S9(16)V9(2) COMP-3.
      *    买入币种段(贷记)
           05  I-TO-CURR-COD           PIC X(03).
           05  I-TO-CURR-IDEN          PIC X(01).
      *    议价汇率(1单位卖出币种折买入币种),为零按总行牌价;
      *    使用议价须主管授权
           05  I-NGO-RATE              PIC S9(07)V9(08) COMP-3.
      *    外管申报:M-资本项目 O-经常项目,结售汇用途代码
           05  I-DCL-TYP               PIC X(01).
           05  I-PURP-COD              PIC X(04).
           05  I-RMRK                  PIC X(62).
           05  O-RTRN-CODE             PIC X(05).
      *    适用汇率/汇率类型(1-牌价 2-议价)/买入币种入账金额
           05  O-RATE                  PIC S9(07)V9(08) COMP-3.
           05  O-RATE-TYP              PIC X(01).
           05  O-CR-AMT                PIC S9(16)V9(2) COMP-3.
           05  O-FROM-AVL-BAL          PIC S9(16)V9(2) COMP-3.
           05  O-FROM-ACCT-BAL         PIC S9(16)V9(2) COMP-3.
           05  O-TO-ACCT-BAL           PIC S9(16)V9(2) COMP-3.
           05  O-ACCT-NAME             PIC X(120).
      *    贷方失败自动冲回借方成功标志
           05  O-CMPN-FLG              PIC X(01).
