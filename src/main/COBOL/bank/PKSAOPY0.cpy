      ****************************************************************
      * COPYBOOK NAME......: PKSAOPY0                                *
      * 跨行汇款KB参数区                                              *
      ****************************************************************
           05  I-ACCT-NO               PIC X(32).
           05  I-SUB-ACCT-NO           PIC X(04).
           05  I-CURR-COD              PIC X(03).
           05  I-CURR-IDEN             PIC X(01).
           05  I-AMT                   PIC S9(16)V9(2) COMP-3.
           05  I-PAYEE-ACCT-NO         PIC X(32).
           05  I-PAYEE-BK-NO           PIC X(09).
           05  I-PAYEE-NAME            PIC X(120).
      *    清算渠道 H-大额 B-小额,空时按金额自动选择
           05  I-CHNL                  PIC X(01).
           05  I-DOC-TYP               PIC X(03).
           05  I-DOC-NO                PIC X(20).
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
           05  O-OPY-SEQ-N             PIC 9(05).
           05  O-CHNL                  PIC X(01).
           05  O-AVL-BAL               PIC S9(16)V9(2) COMP-3.
           05  O-ACCT-BAL              PIC S9(16)V9(2) COMP-3.
           05  O-ACCT-NAME             PIC X(120).
      *    收款人疑似命中制裁名单:'1'时未借记未登记,已挂起待
      *    合规审核,挂起编号见O-SCN-HOLD-NO
           05  O-SCN-HOLD-FLG          PIC X(01).
           05  O-SCN-HOLD-NO           PIC X(24).
