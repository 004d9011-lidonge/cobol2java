      ****************************************************************
      * COPYBOOK NAME......: SARTCEIL                                *
      * 协议利率自律上限段(BSARCLD):按产品+期限档次+生效日登记基准   *
      * 利率、自律上限及分级审批加点权限,同产品同档次取生效日不晚   *
      * 于当日者中最近一条;KSARCL0维护,KSANRT0申请/审批时据此控制   *
      ****************************************************************
           05  SA-RCL-KEY.
               10  SA-RCL-PROD-COD         PIC X(11).
               10  SA-RCL-TERM-COD         PIC X(03).
               10  SA-RCL-EFF-DT           PIC X(08).
      *    基准利率与自律上限(年利率%)
           05  SA-RCL-BASE-RATE            PIC S9(03)V9(05) COMP-3.
           05  SA-RCL-CEIL-RATE            PIC S9(03)V9(05) COMP-3.
      *    较基准加点不超过LVL1由支行审批,不超过LVL2由分行审批,
      *    其余(至上限)由总行审批
           05  SA-RCL-LVL1-SPRD            PIC S9(03)V9(05) COMP-3.
           05  SA-RCL-LVL2-SPRD            PIC S9(03)V9(05) COMP-3.
      *    0-有效 1-撤销
           05  SA-RCL-STS                  PIC X(01).
           05  SA-RCL-UPD-DT               PIC X(08).
           05  SA-RCL-UPD-TLR              PIC X(12).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-RCL-FILLER               PIC X(20).
