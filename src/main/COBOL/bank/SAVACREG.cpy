      ****************************************************************
      * COPYBOOK NAME......: SAVACREG                                *
      * 虚拟账号登记段(BSAVACD根段):收款单位按号段申领虚拟账号,    *
      * 每号对应其付款人编号;汇入虚拟账号的款项经KSAVAC0入实体    *
      * 母账户,KSARVAC1日切出收款对账文件                         *
      ****************************************************************
      *    虚拟账号:14位号段前缀+6位顺序号
           05  SA-VAC-NO                   PIC X(20).
           05  SA-VAC-PRFX REDEFINES SA-VAC-NO.
               10  SA-VAC-PRFX-NO          PIC X(14).
               10  SA-VAC-SEQ-NO           PIC X(06).
           05  SA-VAC-PRT-ACCT-NO          PIC X(32).
      *    收款单位侧付款人编号/名称,空为已发号未对应
           05  SA-VAC-PAYER-REF            PIC X(40).
           05  SA-VAC-PAYER-NAME           PIC X(120).
      *    0-有效 1-已关闭
           05  SA-VAC-STS                  PIC X(01).
           05  SA-VAC-REG-BRANCH           PIC X(09).
           05  SA-VAC-REG-TLR              PIC X(12).
           05  SA-VAC-REG-DT               PIC X(08).
           05  SA-VAC-UPD-DT               PIC X(08).
           05  SA-VAC-UPD-TLR              PIC X(12).
           05  SA-VAC-CLS-DT               PIC X(08).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-VAC-FILLER               PIC X(20).
