      ****************************************************************
      * COPYBOOK NAME......: PKSAPCR0                                *
      * 参数变更申请KB参数区                                          *
      ****************************************************************
      *    1-登记申请(维护交易调用) 2-审批 3-拒绝 4-撤回 5-查询
      *    6-到期执行(KSARPCR1调用)
           05  I-FUN-CODE              PIC X(01).
           05  I-REQ-NO                PIC X(32).
           05  I-TBL-ID                PIC X(08).
           05  I-PRM-KEY               PIC X(40).
           05  I-KB-NAME               PIC X(08).
           05  I-EFF-DT                PIC X(08).
           05  I-RMRK                  PIC X(62).
           05  I-BEF-IMG               PIC X(200).
           05  I-AFT-IMG               PIC X(200).
      *    登记申请时送入维护交易参数区,查询时返回
           05  IO-PARM-LEN             PIC 9(04).
           05  IO-PARM                 PIC X(1000).
           05  O-RTRN-CODE             PIC X(05).
           05  O-REQ-NO                PIC X(32).
      *    审批:Y-即刻执行 N-已审批待生效日
           05  O-APPLY-FLG             PIC X(01).
           05  O-STS                   PIC X(01).
           05  O-TBL-ID                PIC X(08).
           05  O-PRM-KEY               PIC X(40).
           05  O-EFF-DT                PIC X(08).
           05  O-MKR-TLR               PIC X(12).
           05  O-CHK-TLR               PIC X(12).
           05  O-BEF-IMG               PIC X(200).
           05  O-AFT-IMG               PIC X(200).
