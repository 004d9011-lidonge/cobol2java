           05  SA-ITS-ACCT-NO              PIC X(32).
      *    指定收息账户(须同币种对公活期户)
           05  SA-ITS-TGT-ACCT-NO          PIC X(32).
      *    0-存续 1-终止 2-暂停(收息账户已销户,KSARORP1置)
           05  SA-ITS-STS                  PIC X(01).
           05  SA-ITS-REG-DT               PIC X(08).
           05  SA-ITS-REG-TLR              PIC X(12).
