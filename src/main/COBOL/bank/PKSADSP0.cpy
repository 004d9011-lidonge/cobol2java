      ****************************************************************
      * COPYBOOK NAME......: PKSADSP0                                *
      * 客户争议投诉登记维护KB参数区                                  *
      ****************************************************************
      *    1-登记(已结案的重开) 2-跟进(改责任人/诉求,置处理中)
      *    3-结案 4-查询
           05  I-FUN-CODE              PIC X(01).
           05  I-ACCT-NO               PIC X(32).
           05  I-DET-N                 PIC 9(07).
           05  I-DSP-TYP               PIC X(01).
           05  I-DSP-AMT               PIC S9(16)V9(2) COMP-3.
           05  I-CLAIM                 PIC X(200).
           05  I-OWNER                 PIC X(12).
      *    结案:1-退款 2-更正 3-驳回;退款/更正须送金额及记账流水
           05  I-RSLT                  PIC X(01).
           05  I-RSLT-AMT              PIC S9(16)V9(2) COMP-3.
           05  I-RSLT-LOG-NO           PIC X(24).
           05  I-RSLT-RMRK             PIC X(100).
      *    结案须复核柜员,不得与经办同人
           05  I-CHK-TELLER-ID         PIC X(12).
           05  O-RTRN-CODE             PIC X(05).
           05  O-TX-LOG-NO             PIC X(24).
           05  O-TX-DT                 PIC X(08).
           05  O-TX-AMT                PIC S9(16)V9(2) COMP-3.
           05  O-DR-CR-FLG             PIC X(01).
           05  O-LCH-CHAN-NO           PIC X(02).
           05  O-APP-TX-CODE           PIC X(04).
           05  O-DSP-TYP               PIC X(01).
           05  O-DSP-AMT               PIC S9(16)V9(2) COMP-3.
           05  O-CLAIM                 PIC X(200).
           05  O-OWNER                 PIC X(12).
           05  O-DSP-STS               PIC X(01).
           05  O-RSLT                  PIC X(01).
           05  O-RSLT-AMT              PIC S9(16)V9(2) COMP-3.
           05  O-RSLT-LOG-NO           PIC X(24).
           05  O-RSLT-RMRK             PIC X(100).
           05  O-REG-BRANCH            PIC X(09).
           05  O-REG-DT                PIC X(08).
           05  O-REOPEN-CNT            PIC 9(02).
           05  O-CLS-DT                PIC X(08).
