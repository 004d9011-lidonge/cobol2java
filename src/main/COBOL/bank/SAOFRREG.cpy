      ****************************************************************
      * COPYBOOK NAME......: SAOFRREG                                *
      * 客户经理归属登记段(BSAOFRD):按账户或按客户号登记归属客户       *
      * 经理及分成比例,生效/失效日界定归属期间;开户(GSA01060)登记     *
      * 首笔,KSAOFR0维护,KSAROFR1按月归属存款业绩                     *
      ****************************************************************
      *    归属对象:1-账户(账号) 2-客户(客户号);账户级登记优先于
      *    客户级,账户无存续登记时按所属客户登记归属
           05  SA-OFR-OBJ.
               10  SA-OFR-OBJ-TYP          PIC X(01).
               10  SA-OFR-OBJ-NO           PIC X(32).
           05  SA-OFR-SEQ-N                PIC 9(05).
           05  SA-OFR-OFFCR-NO             PIC X(12).
      *    客户经理所属机构(业绩计入机构)
           05  SA-OFR-OFFCR-BRANCH-STD     PIC X(09).
      *    分成比例(%),同一对象同一日存续登记合计不超过100
           05  SA-OFR-SPLIT-PCT            PIC 9(03)V9(2).
      *    生效日(含)/失效日(不含,空为长期)
           05  SA-OFR-EFF-DT               PIC X(08).
           05  SA-OFR-END-DT               PIC X(08).
      *    0-存续 1-终止
           05  SA-OFR-STS                  PIC X(01).
           05  SA-OFR-REG-DT               PIC X(08).
           05  SA-OFR-REG-TLR              PIC X(12).
           05  SA-OFR-TERM-TLR             PIC X(12).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-OFR-FILLER               PIC X(20).
