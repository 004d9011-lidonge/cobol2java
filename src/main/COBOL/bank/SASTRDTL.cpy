      ****************************************************************
      * COPYBOOK NAME......: SASTRDTL                                *
      * 可疑交易案件明细段(BSASTRD子段,父段SASTRCAS):预警来源、    *
      * 关联账户明细、调查备注与回执记录,按案件内序号顺序登记       *
      ****************************************************************
           05  SA-STD-SEQ-N                PIC 9(05).
      *    A-预警来源 T-关联交易 N-调查备注 R-回执
           05  SA-STD-REC-TYP              PIC X(01).
      *    预警来源:1-触发命中 2-风险评分 3-拆分存入
           05  SA-STD-ALT-SRC              PIC X(01).
           05  SA-STD-ACCT-NO              PIC X(32).
           05  SA-STD-DET-NO-N             PIC 9(07).
           05  SA-STD-TX-LOG-NO            PIC X(24).
           05  SA-STD-TX-DT                PIC X(08).
           05  SA-STD-TX-TM                PIC X(08).
           05  SA-STD-CURR-COD             PIC X(03).
      *    D-借 C-贷
           05  SA-STD-DRCR-FLG             PIC X(01).
           05  SA-STD-TX-TYP               PIC X(01).
           05  SA-STD-AMT                  PIC S9(16)V9(2) COMP-3.
           05  SA-STD-DSCRP-COD            PIC X(04).
           05  SA-STD-OP-ACCT-NO           PIC X(32).
           05  SA-STD-OP-BANK-NO           PIC X(09).
           05  SA-STD-OP-NAME              PIC X(120).
           05  SA-STD-NOTE                 PIC X(200).
           05  SA-STD-REG-DT               PIC X(08).
           05  SA-STD-OPR-NO               PIC X(12).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-STD-FILLER               PIC X(20).
