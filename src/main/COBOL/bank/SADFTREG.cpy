      ****************************************************************
      * COPYBOOK NAME......: SADFTREG                                *
      * 本票/银行汇票登记段(BSADFTD):按汇票号(空白凭证号)登记,       *
      * KSADFT0签发时借记申请人账户贷记汇票专户并登记未付,兑付/       *
      * 撤销/退款时借记专户并置终态;日终KSARDFT1列示未付与过期       *
      * 汇票并与专户余额核对                                          *
      ****************************************************************
           05  SA-DFT-NO                   PIC X(20).
      *    1-本票 2-银行汇票
           05  SA-DFT-TYP                  PIC X(01).
           05  SA-DFT-ACCT-NO              PIC X(32).
           05  SA-DFT-SUB-ACCT-NO          PIC X(04).
           05  SA-DFT-CURR-COD             PIC X(03).
           05  SA-DFT-CURR-IDEN            PIC X(01).
           05  SA-DFT-AMT                  PIC S9(16)V9(2) COMP-3.
           05  SA-DFT-APPL-NAME            PIC X(120).
           05  SA-DFT-PAYEE-NAME           PIC X(120).
           05  SA-DFT-ISU-DT               PIC X(08).
      *    提示付款期满日,过期未付只可退款
           05  SA-DFT-EXP-DT               PIC X(08).
           05  SA-DFT-ISU-BRANCH-STD       PIC X(09).
           05  SA-DFT-ISU-TLR              PIC X(12).
           05  SA-DFT-ISU-TX-LOG-NO        PIC X(24).
      *    0-未付 1-已兑付 2-已撤销 3-已退款
           05  SA-DFT-STS                  PIC X(01).
           05  SA-DFT-SETL-DT              PIC X(08).
           05  SA-DFT-SETL-TLR             PIC X(12).
      *    兑付入账账号(持票人)或撤销退款贷回账号
           05  SA-DFT-SETL-ACCT-NO         PIC X(32).
           05  SA-DFT-SETL-TX-LOG-NO       PIC X(24).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-DFT-FILLER               PIC X(20).
