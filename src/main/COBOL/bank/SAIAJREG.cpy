      *    调整金额:积数调整为积数增减额,补息为贷记金额
           05  SA-IAJ-AMT                  PIC S9(16)V9(2) COMP-3.
      *    理由代码(必输):01-争议成立 02-系统差错 03-善意补偿
      *    04-营销活动奖励
           05  SA-IAJ-RSN-COD              PIC X(02).
           05  SA-IAJ-RMRK                 PIC X(62).
           05  SA-IAJ-TX-DT                PIC X(08).
