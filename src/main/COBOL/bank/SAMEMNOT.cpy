      ****************************************************************
      * COPYBOOK NAME......: SAMEMNOT                                *
      * 账户提示信息登记段(BSAMEMD):网点对账户登记经办注意事项,     *
      * 分提示/警示/阻断三级;KSADEP0/KSAWDR0/KSATRF0/KSACLS0/        *
      * KSAQBL0经KSAMEM0取有效提示回显,阻断级须主管授权方可办理     *
      ****************************************************************
           05  SA-MEM-ACCT-NO              PIC X(32).
           05  SA-MEM-SEQ-N                PIC 9(05).
      *    1-提示 2-警示 3-阻断
           05  SA-MEM-LVL                  PIC X(01).
           05  SA-MEM-TEXT                 PIC X(200).
           05  SA-MEM-EFF-DT               PIC X(08).
      *    失效日,空为长期
           05  SA-MEM-EXP-DT               PIC X(08).
      *    0-有效 1-已撤销 2-已到期
           05  SA-MEM-STS                  PIC X(01).
      *    登记机构/柜员/日期
           05  SA-MEM-AUTH-BRANCH          PIC X(09).
           05  SA-MEM-AUTH-TLR             PIC X(12).
           05  SA-MEM-REG-DT               PIC X(08).
      *    最近修改/撤销(到期)日期与柜员
           05  SA-MEM-UPD-DT               PIC X(08).
           05  SA-MEM-UPD-TLR              PIC X(12).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-MEM-FILLER               PIC X(20).
