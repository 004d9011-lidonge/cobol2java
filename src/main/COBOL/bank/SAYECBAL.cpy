      ****************************************************************
      * COPYBOOK NAME......: SAYECBAL                                *
      * 年终决算余额段(BSAYECD):按账号+决算年度+币种+钞汇一条,       *
      * KSARYEC1快照落年终账面余额,调整期内KSAYEA0上年会计日期        *
      * 入账累加调整额,终决后为审计认定的年终余额                    *
      ****************************************************************
           05  SA-YEB-ACCT-NO              PIC X(32).
           05  SA-YEB-YEAR                 PIC X(04).
           05  SA-YEB-CURR-COD             PIC X(03).
           05  SA-YEB-CURR-IDEN            PIC X(01).
           05  SA-YEB-BRANCH-STD           PIC X(09).
           05  SA-YEB-PDP-CODE             PIC X(11).
      *    快照时年终账面余额/透支余额/冻结金额
           05  SA-YEB-ACCT-BAL             PIC S9(16)V9(2) COMP-3.
           05  SA-YEB-OD-AMT               PIC S9(16)V9(2) COMP-3.
           05  SA-YEB-FRZ-AMT              PIC S9(16)V9(2) COMP-3.
      *    调整期上年会计日期入账净额(贷正借负)及笔数
           05  SA-YEB-ADJ-AMT              PIC S9(16)V9(2) COMP-3.
           05  SA-YEB-ADJ-CNT              PIC 9(05).
           05  SA-YEB-LTM-ADJ-DT           PIC X(08).
      *    认定年终余额=快照余额+调整净额
           05  SA-YEB-FNL-BAL              PIC S9(16)V9(2) COMP-3.
      *    1-调整期内 2-已终决
           05  SA-YEB-STS                  PIC X(01).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-YEB-FILLER               PIC X(20).
