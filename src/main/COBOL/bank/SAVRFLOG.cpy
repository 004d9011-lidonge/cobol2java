      ****************************************************************
      * COPYBOOK NAME......: SAVRFLOG                                *
      * 账户核验流水段(BSAVRLD):逐笔登记核验请求及应答,不记余额,   *
      * 按机构+日期+当日序号为键;KSARVRF1按月统计计费               *
      ****************************************************************
           05  SA-VRL-KEY.
               10  SA-VRL-INST-ID          PIC X(12).
               10  SA-VRL-DT               PIC X(08).
               10  SA-VRL-SEQ-N            PIC 9(07).
           05  SA-VRL-TM                   PIC X(06).
           05  SA-VRL-ACCT-NO              PIC X(32).
      *    请求是否带统一社会信用代码
           05  SA-VRL-CRDT-FLG             PIC X(01).
      *    应答:账户存在/户名相符/信用代码相符 Y/N(未送为空)
           05  SA-VRL-EXIST-FLG            PIC X(01).
           05  SA-VRL-NAME-MATCH           PIC X(01).
           05  SA-VRL-CRDT-MATCH           PIC X(01).
      *    账户状态:0-正常 1-冻结 2-销户 3-睡眠 4-受限
           05  SA-VRL-ACCT-STS             PIC X(01).
           05  SA-VRL-CR-ACPT-FLG          PIC X(01).
           05  SA-VRL-TX-LOG-NO            PIC X(24).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-VRL-FILLER               PIC X(20).
