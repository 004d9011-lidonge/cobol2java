      ****************************************************************
      * COPYBOOK NAME......: SABDAHIS                                *
      * 资金异动预警余额历史记录(KSARBDA1逐日滚动):按账号+币种       *
      * 保留最近30个自然日日终余额(非营业日按上一快照余额顺延),     *
      * 供当日余额与上日/近30日均值比对                               *
      ****************************************************************
           05  SA-BDA-ACCT-NO          PIC X(32).
           05  SA-BDA-CURR-COD         PIC X(03).
           05  SA-BDA-CURR-IDEN        PIC X(01).
      *    末次快照日及当日账面余额
           05  SA-BDA-LAST-DT          PIC X(08).
           05  SA-BDA-LAST-BAL         PIC S9(14)V9(2).
      *    已记自然日数(满30不再增加)
           05  SA-BDA-DAY-CNT          PIC 9(02).
      *    按(日期序号除30余数+1)循环存放的逐日余额
           05  SA-BDA-DAY-BAL          PIC S9(14)V9(2)
                                       OCCURS 30 TIMES.
           05  SA-BDA-FILLER           PIC X(58).
