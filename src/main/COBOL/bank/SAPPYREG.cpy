      ****************************************************************
      * COPYBOOK NAME......: SAPPYREG                                *
      * 正向支付签发登记段(BSAPPYD):出票人逐张登记签发支票的号码/     *
      * 金额/收款人/出票日(键:账号+凭证种类+凭证号码),柜面KSAPPY0    *
      * 或批量KSARPPI1登记,KSAWDR0兑付时核对并置已兑付                *
      ****************************************************************
           05  SA-PPY-ACCT-NO              PIC X(32).
           05  SA-PPY-DOC-TYP              PIC X(03).
           05  SA-PPY-DOC-NO               PIC X(20).
           05  SA-PPY-AMT                  PIC S9(16)V9(2) COMP-3.
           05  SA-PPY-PAYEE-NAME           PIC X(120).
           05  SA-PPY-ISU-DT               PIC X(08).
      *    0-已登记 1-已兑付 2-已撤销
           05  SA-PPY-STS                  PIC X(01).
      *    登记渠道 1-柜面 2-批量文件
           05  SA-PPY-REG-CHNL             PIC X(01).
           05  SA-PPY-REG-DT               PIC X(08).
           05  SA-PPY-REG-TLR              PIC X(12).
           05  SA-PPY-PAID-DT              PIC X(08).
           05  SA-PPY-PAID-TX-LOG-NO       PIC X(24).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-PPY-FILLER               PIC X(20).
