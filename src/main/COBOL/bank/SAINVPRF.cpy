      ****************************************************************
      * COPYBOOK NAME......: SAINVPRF                                *
      * 客户开票资料段(BSAIVPD根段):按客户号登记纳税人识别号、     *
      * 发票抬头、票种及开票方式(逐笔/按月汇总);KSAINV0维护,      *
      * KSARINV1导出开票申请时取用                                   *
      ****************************************************************
           05  SA-IVP-CUST-NO          PIC X(20).
      *    纳税人识别号(统一社会信用代码)
           05  SA-IVP-TAX-ID           PIC X(20).
           05  SA-IVP-INV-TITLE        PIC X(120).
      *    票种:1-增值税普通发票 2-增值税专用发票
           05  SA-IVP-INV-TYP          PIC X(01).
      *    开票方式:1-逐笔开票 2-按月汇总开票
           05  SA-IVP-INV-MODE         PIC X(01).
      *    专票须填:地址电话、开户行及账号
           05  SA-IVP-ADDR-TEL         PIC X(120).
           05  SA-IVP-BANK-ACCT        PIC X(120).
           05  SA-IVP-EMAIL            PIC X(60).
      *    0-有效 1-已注销
           05  SA-IVP-STS              PIC X(01).
           05  SA-IVP-UPD-DT           PIC X(08).
           05  SA-IVP-UPD-TLR          PIC X(12).
           05  SA-IVP-UPD-BRANCH-STD   PIC X(09).
           05  SA-LEGAL-PERSON-ID      PIC X(03).
           05  SA-DB-PARTITION-ID      PIC X(09).
           05  SA-IVP-FILLER           PIC X(30).
