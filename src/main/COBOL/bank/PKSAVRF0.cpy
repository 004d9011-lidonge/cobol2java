      ****************************************************************
      * COPYBOOK NAME......: PKSAVRF0                                *
      * 账户核验KB参数区                                              *
      ****************************************************************
      *    1-账户核验 2-接入机构登记/修改(仅柜面)
           05  I-FUN-CODE              PIC X(01).
           05  I-INST-ID               PIC X(12).
           05  I-ACCT-NO               PIC X(32).
           05  I-ACCT-NAME             PIC X(120).
      *    统一社会信用代码,可不送
           05  I-CRDT-COD              PIC X(32).
      *    核验币种,不送按人民币
           05  I-CURR-COD              PIC X(03).
           05  I-CURR-IDEN             PIC X(01).
      *    接入机构登记用
           05  I-INST-NAME             PIC X(60).
           05  I-INST-STS              PIC X(01).
           05  I-DAY-LMT               PIC 9(07).
           05  O-RTRN-CODE             PIC X(05).
      *    Y-相符/存在 N-不符/不存在;信用代码未送为空
           05  O-EXIST-FLG             PIC X(01).
           05  O-NAME-MATCH            PIC X(01).
           05  O-CRDT-MATCH            PIC X(01).
      *    0-正常 1-冻结 2-销户 3-睡眠 4-受限
           05  O-ACCT-STS              PIC X(01).
           05  O-FRZ-FLG               PIC X(01).
           05  O-SLEEP-FLG             PIC X(01).
           05  O-RSTR-FLG              PIC X(01).
      *    可否入账 Y/N
           05  O-CR-ACPT-FLG           PIC X(01).
           05  O-VRF-SEQ-N             PIC 9(07).
           05  O-DAY-CNT               PIC 9(07).
           05  O-DAY-LMT               PIC 9(07).
