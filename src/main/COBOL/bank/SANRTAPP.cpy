      ****************************************************************
      * COPYBOOK NAME......: SANRTAPP                                *
      * 协议利率申请审批段(BSANRTD):支行按账户币种段分层申请协议     *
      * 利率,按较基准加点定审批层级,经有权层级批准后方写入          *
      * SAACNAGR.SA-NGO-RATE;KSANRT0登记/审批,KSARNRT1月报          *
      ****************************************************************
           05  SA-NRT-ACCT-NO              PIC X(32).
           05  SA-NRT-APP-SEQ-N            PIC 9(05).
           05  SA-NRT-CURR-COD             PIC X(03).
           05  SA-NRT-CURR-IDEN            PIC X(01).
      *    协定存款分层号(SAACNAGR.SA-NGO-FL-NO-N)
           05  SA-NRT-FL-NO-N              PIC 9(02).
      *    适用上限:产品+期限档次+生效日(SARTCEIL键)
           05  SA-NRT-PROD-COD             PIC X(11).
           05  SA-NRT-TERM-COD             PIC X(03).
           05  SA-NRT-CEIL-EFF-DT          PIC X(08).
           05  SA-NRT-BASE-RATE            PIC S9(03)V9(05) COMP-3.
           05  SA-NRT-CEIL-RATE            PIC S9(03)V9(05) COMP-3.
      *    申请利率、较基准加点、申请时分层原利率
           05  SA-NRT-PROP-RATE            PIC S9(03)V9(05) COMP-3.
           05  SA-NRT-SPREAD               PIC S9(03)V9(05) COMP-3.
           05  SA-NRT-OLD-RATE             PIC S9(03)V9(05) COMP-3.
      *    须审批层级:1-支行 2-分行 3-总行
           05  SA-NRT-REQ-LVL              PIC X(01).
      *    0-待审批 1-已批准生效 2-已拒绝 3-已被新批准利率替代
           05  SA-NRT-STS                  PIC X(01).
           05  SA-NRT-APP-RSN              PIC X(60).
           05  SA-NRT-APP-DT               PIC X(08).
           05  SA-NRT-APP-TLR              PIC X(12).
           05  SA-NRT-APP-BRANCH-STD       PIC X(09).
           05  SA-NRT-APPR-DT              PIC X(08).
           05  SA-NRT-APPR-TLR             PIC X(12).
           05  SA-NRT-APPR-BRANCH-STD      PIC X(09).
           05  SA-NRT-APPR-LVL             PIC X(01).
           05  SA-NRT-APPR-OPINION         PIC X(60).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-NRT-FILLER               PIC X(20).
