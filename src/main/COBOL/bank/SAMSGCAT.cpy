      ****************************************************************
      * COPYBOOK NAME......: SAMSGCAT                                *
      * 消息目录段(BSAMSGD):按消息码登记中文/英文文本、级别、柜员   *
      * 处理建议及越过所需授权级别;GSYSEHRT经KSAMSC1取文本,经       *
      * KSAMSC0维护(KSAPCR0审批生效),KSARMSC1核对目录缺失           *
      ****************************************************************
           05  SA-MSC-MSG-CODE             PIC X(05).
           05  SA-MSC-TXT-CN               PIC X(78).
           05  SA-MSC-TXT-EN               PIC X(78).
      *    E-错误(中止) W-警告 F-提示 I-信息
           05  SA-MSC-SEV                  PIC X(01).
      *    柜员处理建议
           05  SA-MSC-TLR-ACT              PIC X(78).
      *    0-无需授权 1-主管授权 2-双主管授权 9-不得越过
           05  SA-MSC-OVRD-LVL             PIC X(01).
      *    0-在用 1-停用
           05  SA-MSC-STS                  PIC X(01).
           05  SA-MSC-UPD-DT               PIC X(08).
           05  SA-MSC-UPD-TLR              PIC X(12).
      *    最近一次生效的参数变更申请编号
           05  SA-MSC-REQ-NO               PIC X(32).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-MSC-FILLER               PIC X(20).
