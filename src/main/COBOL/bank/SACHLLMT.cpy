      ****************************************************************
      * COPYBOOK NAME......: SACHLLMT                                *
      * 账户渠道限额登记段(BSACHLD):按账号+发起渠道登记客户签约        *
      * 自选的单笔/当日累计/当月累计支付限额及本日本月已用额,          *
      * KSAWDR0随笔检查并累计;限额为零表示该项不限                    *
      ****************************************************************
           05  SA-CHL-ACCT-NO              PIC X(32).
      *    发起渠道(同SYS-LCH-CHANNEL-FLAG)
           05  SA-CHL-CHAN-NO              PIC X(02).
           05  SA-CHL-TXN-LMT              PIC S9(16)V9(2) COMP-3.
           05  SA-CHL-DAY-LMT              PIC S9(16)V9(2) COMP-3.
           05  SA-CHL-MON-LMT              PIC S9(16)V9(2) COMP-3.
      *    0-在用 1-撤销
           05  SA-CHL-STS                  PIC X(01).
      *    已用额累计:营业日/年月变更时归零重计
           05  SA-CHL-USE-DT               PIC X(08).
           05  SA-CHL-DAY-USED             PIC S9(16)V9(2) COMP-3.
           05  SA-CHL-USE-MM               PIC X(06).
           05  SA-CHL-MON-USED             PIC S9(16)V9(2) COMP-3.
      *    客户签署的限额设置申请书编号与签署日期
           05  SA-CHL-SIGN-DOC-NO          PIC X(20).
           05  SA-CHL-SIGN-DT              PIC X(08).
           05  SA-CHL-UPD-DT               PIC X(08).
           05  SA-CHL-UPD-TLR              PIC X(12).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-CHL-FILLER               PIC X(20).
