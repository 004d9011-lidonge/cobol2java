           05  O-STL-INT-AMT           PIC S9(16)V9(2) COMP-3.
           05  O-PAY-AMT               PIC S9(16)V9(2) COMP-3.
           05  O-ACCT-NAME             PIC X(120).
      *    连带终止/撤销的本户登记与指示笔数
           05  O-DEP-CNCL-N            PIC 9(05).
      *    账户有效提示信息:有效笔数、最高级别(1-提示 2-警示
      *    3-阻断),明细按级别由高到低最多3条
           05  O-MEM-CNT               PIC 9(03).
           05  O-MEM-MAX-LVL           PIC X(01).
           05  O-MEM-GRP               OCCURS 3.
               10  O-MEM-LVL           PIC X(01).
               10  O-MEM-TEXT          PIC X(200).
