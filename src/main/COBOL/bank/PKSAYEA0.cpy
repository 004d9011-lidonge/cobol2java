      ****************************************************************
      * COPYBOOK NAME......: PKSAYEA0                                *
      * 年终调整期上年会计日期入账KB参数区                            *
      ****************************************************************
           05  I-ACCT-NO               PIC X(32).
           05  I-CURR-COD              PIC X(03).
           05  I-CURR-IDEN             PIC X(01).
      *    D-借记 C-贷记
           05  I-DR-CR-FLG             PIC X(01).
           05  I-AMT                   PIC S9(16)V9(2) COMP-3.
      *    会计日期:须在调整期开放的决算年度内且不晚于年终决算日
           05  I-ACCT-DT               PIC X(08).
      *    理由代码必输:01-漏记补记 02-错账更正 03-审计调整
      *    09-其他
           05  I-RSN-COD               PIC X(02).
           05  I-RMRK                  PIC X(62).
      *    复核柜员必输且不得与经办同人
           05  I-CHK-TELLER-ID         PIC X(12).
           05  O-RTRN-CODE             PIC X(05).
           05  O-DET-NO-N              PIC 9(07).
      *    年终快照余额/调整净额(含本笔)/认定年终余额
           05  O-YEB-ACCT-BAL          PIC S9(16)V9(2) COMP-3.
           05  O-YEB-ADJ-AMT           PIC S9(16)V9(2) COMP-3.
           05  O-YEB-FNL-BAL           PIC S9(16)V9(2) COMP-3.
