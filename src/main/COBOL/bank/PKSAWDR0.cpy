      *    试算标志:'1'时走完整校验链并回传拟支取后余额,
      *    不记账不登记任何登记簿
           05  I-SIM-FLG               PIC X(01).
      *    会计日期:仅年终调整期入账(KSAYEA0)送上年日期,
      *    总账日记账按此日期入上年;其余交易留空
           05  I-ACCT-DT               PIC X(08).
      *    制裁名单筛查豁免:'1'且I-SCN-HOLD-NO所指挂起记录经核验
      *    已于本交易合规放行(账号/金额/发起KB一致)时不筛查,否则
      *    照常筛查;挂起编号由合规放行重新驱动时带入
           05  I-SCN-EXEMPT-FLG        PIC X(01).
           05  I-SCN-HOLD-NO           PIC X(24).
      *    授权经办人核验:'1'时转账支付亦按经办人登记核验
      *    (柜面现金支取恒核验)
           05  I-AOP-CHK-FLG           PIC X(01).
      *    提示收款人:支票路径送票面收款人名称,账户开通正向支付
      *    时与签发登记核对;不送不核对
           05  I-PRS-PAYEE-NAME        PIC X(120).
           05  O-RTRN-CODE             PIC X(05).
           05  O-INTC-AMT              PIC S9(16)V9(2) COMP-3.
           05  O-AVL-BAL               PIC S9(16)V9(2) COMP-3.
           05  O-ACCT-NAME             PIC X(120).
           05  O-ACCT-CHAR             PIC X(04).
           05  O-RCV-PAY-RANG          PIC X(01).
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
