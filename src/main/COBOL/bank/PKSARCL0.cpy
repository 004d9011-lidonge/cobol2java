      ****************************************************************
      * COPYBOOK NAME......: PKSARCL0                                *
      * 协议利率自律上限维护KB参数区                                  *
      ****************************************************************
      *    1-登记/变更 2-查询(取查询日有效者) 3-撤销
      *    (1/3经KSAPCR0审批生效)
           05  I-FUN-CODE              PIC X(01).
           05  I-PROD-COD              PIC X(11).
           05  I-TERM-COD              PIC X(03).
      *    登记/撤销为生效日(不得早于当日),查询为查询日(空取当日)
           05  I-EFF-DT                PIC X(08).
           05  I-BASE-RATE             PIC S9(03)V9(05) COMP-3.
           05  I-CEIL-RATE             PIC S9(03)V9(05) COMP-3.
           05  I-LVL1-SPRD             PIC S9(03)V9(05) COMP-3.
           05  I-LVL2-SPRD             PIC S9(03)V9(05) COMP-3.
      *    审批生效时由KSAPCR0送入申请编号,柜面发起时空白
           05  I-PCR-REQ-NO            PIC X(32).
           05  O-RTRN-CODE             PIC X(05).
      *    柜面发起时返回登记的变更申请编号
           05  O-PCR-REQ-NO            PIC X(32).
           05  O-EFF-DT                PIC X(08).
           05  O-BASE-RATE             PIC S9(03)V9(05) COMP-3.
           05  O-CEIL-RATE             PIC S9(03)V9(05) COMP-3.
           05  O-LVL1-SPRD             PIC S9(03)V9(05) COMP-3.
           05  O-LVL2-SPRD             PIC S9(03)V9(05) COMP-3.
