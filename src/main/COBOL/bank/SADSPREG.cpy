      ****************************************************************
      * COPYBOOK NAME......: SADSPREG                                *
      * 客户争议投诉登记段(BSADSPD):按账户明细(账号+明细号)登记     *
      * 客户对借记/未到账等的争议,登记时从SAACNTXN(或归档SAHISTXN)  *
      * 带出流水号/渠道/交易码;KSAQTX0明细行回显争议标志,         *
      * KSARDSP1按机构/渠道/交易码出周度账龄分析                     *
      ****************************************************************
           05  SA-DSP-ACCT-NO              PIC X(32).
           05  SA-DSP-DET-N                PIC 9(07).
      *    原交易:流水号/日期/金额/借贷/发起渠道/应用交易码/记账机构
           05  SA-DSP-TX-LOG-NO            PIC X(24).
           05  SA-DSP-TX-DT                PIC X(08).
           05  SA-DSP-TX-AMT               PIC S9(16)V9(2) COMP-3.
           05  SA-DSP-DR-CR-FLG            PIC X(01).
           05  SA-DSP-LCH-CHAN-NO          PIC X(02).
           05  SA-DSP-APP-TX-CODE          PIC X(04).
           05  SA-DSP-OPUN-COD             PIC X(09).
      *    争议类型:1-未授权借记 2-贷记未到账 3-金额不符 4-重复扣款
      *    9-其他
           05  SA-DSP-TYP                  PIC X(01).
           05  SA-DSP-AMT                  PIC S9(16)V9(2) COMP-3.
           05  SA-DSP-CLAIM                PIC X(200).
      *    处理责任人(柜员号)
           05  SA-DSP-OWNER                PIC X(12).
      *    0-已登记 1-处理中 2-已结案
           05  SA-DSP-STS                  PIC X(01).
      *    结案结果:1-退款 2-更正 3-驳回;退款/更正金额及记账流水
           05  SA-DSP-RSLT                 PIC X(01).
           05  SA-DSP-RSLT-AMT             PIC S9(16)V9(2) COMP-3.
           05  SA-DSP-RSLT-LOG-NO          PIC X(24).
           05  SA-DSP-RSLT-RMRK            PIC X(100).
      *    登记机构/柜员/日期;重开次数(结案后客户再诉)
           05  SA-DSP-REG-BRANCH           PIC X(09).
           05  SA-DSP-REG-TLR              PIC X(12).
           05  SA-DSP-REG-DT               PIC X(08).
           05  SA-DSP-REOPEN-CNT           PIC 9(02).
           05  SA-DSP-UPD-DT               PIC X(08).
           05  SA-DSP-CLS-DT               PIC X(08).
           05  SA-DSP-CLS-TLR              PIC X(12).
           05  SA-DSP-CHK-OPR-NO           PIC X(12).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-DSP-FILLER               PIC X(20).
