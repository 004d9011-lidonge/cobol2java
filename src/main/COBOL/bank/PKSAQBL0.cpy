               10  O-CDM-TERM-NO       PIC X(12).
               10  O-CDM-AMT           PIC S9(16)V9(2) COMP-3.
               10  O-CDM-DEP-DT        PIC X(08).
      *    账户有效提示信息:有效笔数、最高级别(1-提示 2-警示
      *    3-阻断),明细按级别由高到低最多3条
           05  O-MEM-CNT               PIC 9(03).
           05  O-MEM-MAX-LVL           PIC X(01).
           05  O-MEM-GRP               OCCURS 3.
               10  O-MEM-LVL           PIC X(01).
               10  O-MEM-TEXT          PIC X(200).
