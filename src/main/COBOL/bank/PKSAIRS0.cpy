      ****************************************************************
      * COPYBOOK NAME......: PKSAIRS0                                *
      * 跨行汇入挂账处理KB参数区                                      *
      ****************************************************************
      *    功能 1-解挂入账 2-退回汇款行 3-指定责任柜员
           05  I-FUNC-COD              PIC X(01).
           05  I-RCV-DT                PIC X(08).
           05  I-SEQ-N                 PIC 9(07).
      *    解挂入账账号,空时入原收款账号
           05  I-ACCT-NO               PIC X(32).
           05  I-OWN-TLR               PIC X(12).
           05  I-RMRK                  PIC X(62).
      *    制裁名单筛查豁免:'1'且I-SCN-HOLD-NO所指挂起记录经核验
      *    已于本交易合规放行(账号/金额/发起KB一致)时不筛查,否则
      *    照常筛查;挂起编号由合规放行重新驱动时带入
           05  I-SCN-EXEMPT-FLG        PIC X(01).
           05  I-SCN-HOLD-NO           PIC X(24).
           05  O-RTRN-CODE             PIC X(05).
           05  O-STS                   PIC X(01).
           05  O-ACCT-NO               PIC X(32).
           05  O-AMT                   PIC S9(16)V9(2) COMP-3.
           05  O-OPY-SEQ-N             PIC 9(05).
      *    汇款人疑似命中制裁名单:'1'时未解挂入账,挂账转合规审核
      *    挂起(挂账原因6),挂起编号见O-SCN-HOLD-NO
           05  O-SCN-HOLD-FLG          PIC X(01).
           05  O-SCN-HOLD-NO           PIC X(24).
