      *    机具现金待核实标志:'1'时入账金额同步转未清算
      *    暂扣,不提升可用余额(清机核实后由KSACDM0释放)
           05  I-UNCLR-HOLD-FLG        PIC X(01).
      *    会计日期:仅年终调整期入账(KSAYEA0)送上年日期,
      *    总账日记账按此日期入上年;其余交易留空
           05  I-ACCT-DT               PIC X(08).
      *    制裁名单筛查豁免:'1'且I-SCN-HOLD-NO所指挂起记录经核验
      *    已于本交易合规放行(账号/金额/发起KB一致)时不筛查,否则
      *    照常筛查;挂起编号由合规放行重新驱动时带入
           05  I-SCN-EXEMPT-FLG        PIC X(01).
           05  I-SCN-HOLD-NO           PIC X(24).
      *    阻断级账户提示豁免:'1'时只回显不拦截(转账贷方失败
      *    冲回来源账户,借记时已经主管授权放行)
           05  I-MEM-EXEMPT-FLG        PIC X(01).
      *    虚拟账号:KSAVAC0代虚拟账号入母账户时送,登记入明细
           05  I-VAC-NO                PIC X(20).
           05  O-RTRN-CODE             PIC X(05).
           05  O-INTC-AMT              PIC S9(16)V9(2) COMP-3.
           05  O-AVL-BAL               PIC S9(16)V9(2) COMP-3.
           05  O-CR-AMT-TOT            PIC S9(16)V9(2) COMP-3.
           05  O-CAP-LIMIT-AMT         PIC S9(16)V9(2) COMP-3.
           05  O-CAP-DIFF-AMT          PIC S9(16)V9(2) COMP-3.
      *    交易对手疑似命中制裁名单:'1'时本笔未记账,已挂起待
      *    合规审核,挂起编号见O-SCN-HOLD-NO
           05  O-SCN-HOLD-FLG          PIC X(01).
           05  O-SCN-HOLD-NO           PIC X(24).
      *    账户有效提示信息:有效笔数、最高级别(1-提示 2-警示
      *    3-阻断),明细按级别由高到低最多3条
           05  O-MEM-CNT               PIC 9(03).
           05  O-MEM-MAX-LVL           PIC X(01).
           05  O-MEM-GRP               OCCURS 3.
               10  O-MEM-LVL           PIC X(01).
               10  O-MEM-TEXT          PIC X(200).
