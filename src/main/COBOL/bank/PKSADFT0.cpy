      ****************************************************************
      * COPYBOOK NAME......: PKSADFT0                                *
      * 本票/银行汇票签发兑付KB参数区                                 *
      ****************************************************************
      *    功能 1-签发 2-兑付 3-撤销(未过期) 4-退款(已过期)
           05  I-FUNC-COD              PIC X(01).
           05  I-DFT-NO                PIC X(20).
      *    1-本票 2-银行汇票,签发必输
           05  I-DFT-TYP               PIC X(01).
      *    签发:申请人账号;兑付:持票人入账账号
           05  I-ACCT-NO               PIC X(32).
           05  I-SUB-ACCT-NO           PIC X(04).
           05  I-AMT                   PIC S9(16)V9(2) COMP-3.
           05  I-PAYEE-NAME            PIC X(120).
           05  I-RMRK                  PIC X(62).
           05  I-AGT-CER-TYP           PIC X(04).
           05  I-AGT-CER-ID            PIC X(32).
           05  I-AGT-CUST-NAME         PIC X(120).
           05  I-AGT-CUST-TEL          PIC X(20).
      *    制裁名单筛查豁免:'1'且I-SCN-HOLD-NO所指挂起记录经核验
      *    已于本交易合规放行(账号/金额/发起KB一致)时不筛查,否则
      *    照常筛查;挂起编号由合规放行重新驱动时带入
           05  I-SCN-EXEMPT-FLG        PIC X(01).
           05  I-SCN-HOLD-NO           PIC X(24).
           05  O-RTRN-CODE             PIC X(05).
      *    以下为汇票打印要素
           05  O-DFT-NO                PIC X(20).
           05  O-DFT-TYP               PIC X(01).
           05  O-AMT                   PIC S9(16)V9(2) COMP-3.
           05  O-APPL-ACCT-NO          PIC X(32).
           05  O-APPL-NAME             PIC X(120).
           05  O-PAYEE-NAME            PIC X(120).
           05  O-ISU-DT                PIC X(08).
           05  O-EXP-DT                PIC X(08).
           05  O-ISU-BRANCH-STD        PIC X(09).
           05  O-STS                   PIC X(01).
           05  O-AVL-BAL               PIC S9(16)V9(2) COMP-3.
      *    签发收款人疑似命中制裁名单:'1'时未签发未记账,已挂起
      *    待合规审核,挂起编号见O-SCN-HOLD-NO
           05  O-SCN-HOLD-FLG          PIC X(01).
           05  O-SCN-HOLD-NO           PIC X(24).
