      ****************************************************************
      * COPYBOOK NAME......: SAPPYEXC                                *
      * 正向支付核验例外段(BSAPPYD):提入票据核验不符且约定转客户      *
      * 确认的,由KSARICP1按账号+序号登记待客户决定;KSAPPY0登记客户   *
      * 确认付款(驱动KSAWDR0兑付)或拒付,拒付及逾期未决定的由下一     *
      * 场KSARICP1落交换退票盘                                        *
      * 核验不符直接退票的亦由KSARICP1登记,状态置已退票              *
      ****************************************************************
           05  SA-PPX-ACCT-NO              PIC X(32).
           05  SA-PPX-SEQ-N                PIC 9(05).
           05  SA-PPX-DOC-TYP              PIC X(03).
           05  SA-PPX-DOC-NO               PIC X(20).
           05  SA-PPX-CURR-COD             PIC X(03).
           05  SA-PPX-CURR-IDEN            PIC X(01).
           05  SA-PPX-AMT                  PIC S9(16)V9(2) COMP-3.
      *    登记金额(无登记时为零)
           05  SA-PPX-REG-AMT              PIC S9(16)V9(2) COMP-3.
      *    例外原因 1-无登记 2-金额不符 3-登记已兑付或已撤销
      *    4-提示日早于出票日 5-已过提示付款期 6-收款人不符
           05  SA-PPX-RSN                  PIC X(01).
           05  SA-PPX-PRS-BANK-NO          PIC X(09).
           05  SA-PPX-PRS-SEQ-NO           PIC X(12).
           05  SA-PPX-PRS-DT               PIC X(08).
      *    提示收款人(提入盘所送票面收款人)
           05  SA-PPX-PRS-PAYEE-NAME       PIC X(120).
      *    0-待客户决定 1-确认已付 2-客户拒付 3-已退票
           05  SA-PPX-STS                  PIC X(01).
           05  SA-PPX-DCSN-DT              PIC X(08).
           05  SA-PPX-DCSN-TLR             PIC X(12).
           05  SA-PPX-TX-LOG-NO            PIC X(24).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-PPX-FILLER               PIC X(20).
