      ****************************************************************
      * COPYBOOK NAME......: PKSAMEM0                                *
      * 账户提示信息维护KB参数区                                      *
      ****************************************************************
      *    1-登记 2-修改 3-撤销 4-查询 5-取有效提示(记账类KB调用)
           05  I-FUN-CODE              PIC X(01).
           05  I-ACCT-NO               PIC X(32).
      *    修改/撤销指定序号;查询自该序号之后起翻页
           05  I-SEQ-N                 PIC 9(05).
      *    1-提示 2-警示 3-阻断
           05  I-MEM-LVL               PIC X(01).
           05  I-MEM-TEXT              PIC X(200).
           05  I-EFF-DT                PIC X(08).
           05  I-EXP-DT                PIC X(08).
      *    查询:1-含已撤销/已到期 空-仅有效
           05  I-ALL-FLG               PIC X(01).
           05  O-RTRN-CODE             PIC X(05).
           05  O-SEQ-N                 PIC 9(05).
      *    取有效提示:有效笔数、最高级别,阻断级存在时置'1'
           05  O-ACT-CNT               PIC 9(03).
           05  O-MAX-LVL               PIC X(01).
           05  O-BLOCK-FLG             PIC X(01).
           05  O-ROW-CNT               PIC 9(02).
           05  O-MORE-FLG              PIC X(01).
           05  O-MEM-GRP               OCCURS 10.
               10  O-MEM-SEQ-N         PIC 9(05).
               10  O-MEM-LVL           PIC X(01).
               10  O-MEM-TEXT          PIC X(200).
               10  O-MEM-EFF-DT        PIC X(08).
               10  O-MEM-EXP-DT        PIC X(08).
               10  O-MEM-STS           PIC X(01).
               10  O-MEM-AUTH-BRANCH   PIC X(09).
               10  O-MEM-REG-DT        PIC X(08).
