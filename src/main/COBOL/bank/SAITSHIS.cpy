      ****************************************************************
      * COPYBOOK NAME......: SAITSHIS                                *
      * 结息历史段(BSAITHD):KSARITS1每次结息按账号+币种+钞汇+          *
      * 结息日写一条,留存普通/协定分层毛息、代扣税、实付净息、         *
      * 透支息计收及入账去向,供年度利息清单汇总与补打               *
      ****************************************************************
           05  SA-ITH-ACCT-NO              PIC X(32).
           05  SA-ITH-CURR-COD             PIC X(03).
           05  SA-ITH-CURR-IDEN            PIC X(01).
           05  SA-ITH-STL-DT               PIC X(08).
      *    结息积数(含补齐尾段)
           05  SA-ITH-DDP-PDT              PIC S9(16)V9(2) COMP-3.
      *    普通利息/协定分层利息(均为代扣前毛息)
           05  SA-ITH-INT-AMT              PIC S9(16)V9(2) COMP-3.
           05  SA-ITH-NGO-INT-AMT          PIC S9(16)V9(2) COMP-3.
      *    非居民代扣税款及居民国别
           05  SA-ITH-WHT-AMT              PIC S9(16)V9(2) COMP-3.
           05  SA-ITH-RES-CNTY             PIC X(03).
      *    实付净息=普通+协定-代扣
           05  SA-ITH-NET-AMT              PIC S9(16)V9(2) COMP-3.
      *    本次挂收透支利息
           05  SA-ITH-OD-INT-AMT           PIC S9(16)V9(2) COMP-3.
      *    入账去向:0-本金化本户 1-按利息入账指示划付收息账户
           05  SA-ITH-PAYOUT-FLG           PIC X(01).
           05  SA-ITH-TGT-ACCT-NO          PIC X(32).
      *    净息贷记明细号(本户或收息账户)
           05  SA-ITH-CR-DET-NO-N          PIC 9(07).
           05  SA-ITH-BRANCH-STD           PIC X(09).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
      *    结息所用产品利率/透支利率(供下季试算比对利率变动)
           05  SA-ITH-INTC-RATE            PIC S9(03)V9(05) COMP-3.
           05  SA-ITH-OD-RATE              PIC S9(03)V9(05) COMP-3.
      *    状态:0/空-有效 1-已冲回(KSARBKO1),冲回后重结另写新行
           05  SA-ITH-STS                  PIC X(01).
           05  SA-ITH-FILLER               PIC X(09).
