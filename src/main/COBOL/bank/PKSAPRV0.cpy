      ****************************************************************
      * COPYBOOK NAME......: PKSAPRV0                                *
      * 系统参数值维护KB参数区                                        *
      ****************************************************************
      *    1-登记/变更(经KSAPCR0审批生效) 2-查询
           05  I-FUN-CODE              PIC X(01).
      *    LMEX-交易限额授权例外清单(键为交易码)
      *    THRS-筛查阈值(键为阈值名,取数值)
           05  I-PRV-TYP               PIC X(04).
           05  I-PRV-KEY               PIC X(20).
           05  I-PRV-DESC              PIC X(60).
      *    0-在用 1-停用
           05  I-PRV-STS               PIC X(01).
           05  I-NUM-VAL               PIC S9(13)V9(04) COMP-3.
           05  I-TXT-VAL               PIC X(40).
      *    生效日(空白为审批即生效)
           05  I-EFF-DT                PIC X(08).
      *    审批生效时由KSAPCR0送入申请编号,柜面发起时空白
           05  I-PCR-REQ-NO            PIC X(32).
           05  O-RTRN-CODE             PIC X(05).
      *    柜面发起时返回登记的变更申请编号
           05  O-PCR-REQ-NO            PIC X(32).
           05  O-PRV-DESC              PIC X(60).
           05  O-PRV-STS               PIC X(01).
           05  O-NUM-VAL               PIC S9(13)V9(04) COMP-3.
           05  O-TXT-VAL               PIC X(40).
           05  O-UPD-DT                PIC X(08).
