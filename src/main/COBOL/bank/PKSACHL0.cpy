      ****************************************************************
      * COPYBOOK NAME......: PKSACHL0                                *
      * 账户渠道限额设置KB参数区                                      *
      ****************************************************************
      *    1-设置/变更 2-撤销 3-查询
           05  I-FUN-CODE              PIC X(01).
           05  I-ACCT-NO               PIC X(32).
           05  I-CHAN-NO               PIC X(02).
      *    限额为零表示该项不限
           05  I-TXN-LMT               PIC S9(16)V9(2) COMP-3.
           05  I-DAY-LMT               PIC S9(16)V9(2) COMP-3.
           05  I-MON-LMT               PIC S9(16)V9(2) COMP-3.
      *    客户签署的申请书编号与签署日期(设置/撤销必输)
           05  I-SIGN-DOC-NO           PIC X(20).
           05  I-SIGN-DT               PIC X(08).
           05  O-RTRN-CODE             PIC X(05).
           05  O-TXN-LMT               PIC S9(16)V9(2) COMP-3.
           05  O-DAY-LMT               PIC S9(16)V9(2) COMP-3.
           05  O-MON-LMT               PIC S9(16)V9(2) COMP-3.
           05  O-STS                   PIC X(01).
           05  O-USE-DT                PIC X(08).
           05  O-DAY-USED              PIC S9(16)V9(2) COMP-3.
           05  O-USE-MM                PIC X(06).
           05  O-MON-USED              PIC S9(16)V9(2) COMP-3.
           05  O-SIGN-DOC-NO           PIC X(20).
           05  O-SIGN-DT               PIC X(08).
           05  O-UPD-DT                PIC X(08).
