      ****************************************************************
      * COPYBOOK NAME......: SAOPYREG                                *
      * 跨行汇出登记段(BSAOPYD):跨行汇款借记客户账户后逐笔登记,       *
      * 日终由KSAROPY1按大额/小额渠道产出汇出指令档并置已发送,        *
      * 清算中心退汇/拒绝时由KSAROPR1贷记回客户并回填退汇流水         *
      ****************************************************************
           05  SA-OPY-ACCT-NO              PIC X(32).
           05  SA-OPY-SEQ-N                PIC 9(05).
           05  SA-OPY-CURR-COD             PIC X(03).
           05  SA-OPY-CURR-IDEN            PIC X(01).
           05  SA-OPY-AMT                  PIC S9(16)V9(2) COMP-3.
      *    收款人账号/开户行行号/户名
           05  SA-OPY-PAYEE-ACCT-NO        PIC X(32).
           05  SA-OPY-PAYEE-BK-NO          PIC X(09).
           05  SA-OPY-PAYEE-NAME           PIC X(120).
      *    清算渠道 H-大额(HVPS) B-小额(BEPS)
           05  SA-OPY-CHNL                 PIC X(01).
           05  SA-OPY-RMRK                 PIC X(62).
      *    0-待发送 1-已发送 2-已退汇
           05  SA-OPY-STS                  PIC X(01).
           05  SA-OPY-REG-DT               PIC X(08).
           05  SA-OPY-REG-TLR              PIC X(12).
           05  SA-OPY-BRANCH-STD           PIC X(09).
      *    汇出借记流水号,退汇贷记明细据此关联原汇出明细
           05  SA-OPY-TX-LOG-NO            PIC X(24).
           05  SA-OPY-SEND-DT              PIC X(08).
           05  SA-OPY-RTN-DT               PIC X(08).
           05  SA-OPY-RTN-RSN-COD          PIC X(05).
           05  SA-OPY-RTN-TX-LOG-NO        PIC X(24).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-OPY-FILLER               PIC X(20).
