           05  I-PRICE                 PIC S9(16)V9(2) COMP-3.
           05  I-TRF-STS               PIC X(01).
           05  I-WAIVE-RULE            PIC X(01).
      *    价目维护经KSAPCR0审批生效:生效日(空白为审批即生效);
      *    审批生效时由KSAPCR0送入申请编号,柜面发起时空白
           05  I-EFF-DT                PIC X(08).
           05  I-PCR-REQ-NO            PIC X(32).
           05  O-RTRN-CODE             PIC X(05).
      *    本次实收金额(豁免时为零)
           05  O-FEE-AMT               PIC S9(16)V9(2) COMP-3.
           05  O-WAIVED-FLG            PIC X(01).
      *    价目维护柜面发起时返回登记的变更申请编号
           05  O-PCR-REQ-NO            PIC X(32).
