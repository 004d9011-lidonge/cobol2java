           05  I-VAL-DT                PIC X(08).
           05  I-DSCRP-COD             PIC X(04).
           05  I-RMRK                  PIC X(62).
      *    制裁名单筛查豁免:'1'且I-SCN-HOLD-NO所指挂起记录经核验
      *    已于本交易合规放行(账号/金额/发起KB一致)时不筛查,否则
      *    照常筛查;挂起编号由合规放行重新驱动时带入
           05  I-SCN-EXEMPT-FLG        PIC X(01).
           05  I-SCN-HOLD-NO           PIC X(24).
      *    临柜经办人:转出账户登记有授权经办人的按登记核验
           05  I-AGT-CER-TYP           PIC X(04).
           05  I-AGT-CER-ID            PIC X(32).
           05  I-AGT-CUST-NAME         PIC X(120).
           05  O-RTRN-CODE             PIC X(05).
           05  O-OUT-AVL-BAL           PIC S9(16)V9(2) COMP-3.
           05  O-OUT-ACCT-BAL          PIC S9(16)V9(2) COMP-3.
           05  O-IN-ACCT-NAME          PIC X(120).
      *    贷方失败自动冲回借方成功标志
           05  O-CMPN-FLG              PIC X(01).
      *    转入/转出户名疑似命中制裁名单:'1'时整笔未记账,已挂起
      *    待合规审核,挂起编号见O-SCN-HOLD-NO
           05  O-SCN-HOLD-FLG          PIC X(01).
           05  O-SCN-HOLD-NO           PIC X(24).
      *    转出/转入账户有效提示信息:有效笔数、最高级别(1-提示
      *    2-警示 3-阻断),明细按级别由高到低最多3条
           05  O-OUT-MEM-CNT           PIC 9(03).
           05  O-OUT-MEM-MAX-LVL       PIC X(01).
           05  O-OUT-MEM-GRP           OCCURS 3.
               10  O-OUT-MEM-LVL       PIC X(01).
               10  O-OUT-MEM-TEXT      PIC X(200).
           05  O-IN-MEM-CNT            PIC 9(03).
           05  O-IN-MEM-MAX-LVL        PIC X(01).
           05  O-IN-MEM-GRP            OCCURS 3.
               10  O-IN-MEM-LVL        PIC X(01).
               10  O-IN-MEM-TEXT       PIC X(200).
