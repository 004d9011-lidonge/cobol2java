           05  I-CAL-DT                PIC X(08).
           05  I-DAY-TYP               PIC X(01).
           05  I-RMRK                  PIC X(40).
      *    登记/变更经KSAPCR0审批生效:生效日(空白为审批即生效);
      *    审批生效时由KSAPCR0送入申请编号,柜面发起时空白
           05  I-EFF-DT                PIC X(08).
           05  I-PCR-REQ-NO            PIC X(32).
           05  O-RTRN-CODE             PIC X(05).
           05  O-DAY-TYP               PIC X(01).
      *    变更前类型(变更留痕,'N'表示新登记)
           05  O-BEF-DAY-TYP           PIC X(01).
      *    柜面发起时返回登记的变更申请编号
           05  O-PCR-REQ-NO            PIC X(32).
