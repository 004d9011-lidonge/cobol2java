      ****************************************************************
      * COPYBOOK NAME......: PKSAMSC0                                *
      * 消息目录维护KB参数区                                          *
      ****************************************************************
      *    1-登记/变更(经KSAPCR0审批生效) 2-查询
           05  I-FUN-CODE              PIC X(01).
           05  I-MSG-CODE              PIC X(05).
      *    文本空白不变;新登记须送中文文本
           05  I-TXT-CN                PIC X(78).
           05  I-TXT-EN                PIC X(78).
      *    E-错误 W-警告 F-提示 I-信息
           05  I-SEV                   PIC X(01).
           05  I-TLR-ACT               PIC X(78).
      *    0-无需授权 1-主管授权 2-双主管授权 9-不得越过
           05  I-OVRD-LVL              PIC X(01).
      *    0-在用 1-停用
           05  I-STS                   PIC X(01).
      *    生效日(空白为审批即生效)
           05  I-EFF-DT                PIC X(08).
      *    审批生效时由KSAPCR0送入申请编号,柜面发起时空白
           05  I-PCR-REQ-NO            PIC X(32).
           05  O-RTRN-CODE             PIC X(05).
      *    柜面发起时返回登记的变更申请编号
           05  O-PCR-REQ-NO            PIC X(32).
           05  O-TXT-CN                PIC X(78).
           05  O-TXT-EN                PIC X(78).
           05  O-SEV                   PIC X(01).
           05  O-TLR-ACT               PIC X(78).
           05  O-OVRD-LVL              PIC X(01).
           05  O-STS                   PIC X(01).
           05  O-UPD-DT                PIC X(08).
