      ****************************************************************
      * COPYBOOK NAME......: PKSANTF0                                *
      * 动账通知订阅维护KB参数区                                      *
      ****************************************************************
      *    1-登记/修改 2-撤销 3-查询
           05  I-FUN-CODE              PIC X(01).
           05  I-ACCT-NO               PIC X(32).
      *    渠道组:1-短信 2-电子邮件 3-APP推送
           05  I-CHN-GRP               OCCURS 3.
      *        1-开通 0-未开通
               10  I-CHN-FLG           PIC X(01).
               10  I-CONTACT           PIC X(60).
      *        D-仅借方 C-仅贷方 B-借贷双向
               10  I-DRCR-OPT          PIC X(01).
               10  I-MIN-AMT           PIC S9(16)V9(2) COMP-3.
      *    登记/修改/撤销须复核柜员,不得与经办同人
           05  I-CHK-TELLER-ID         PIC X(12).
           05  O-RTRN-CODE             PIC X(05).
           05  O-ACCT-NAME             PIC X(120).
           05  O-NTS-STS               PIC X(01).
           05  O-CHN-GRP               OCCURS 3.
               10  O-CHN-FLG           PIC X(01).
               10  O-CONTACT           PIC X(60).
               10  O-DRCR-OPT          PIC X(01).
               10  O-MIN-AMT           PIC S9(16)V9(2) COMP-3.
               10  O-FAIL-CNT          PIC 9(05).
               10  O-LST-FAIL-DT       PIC X(08).
           05  O-REG-DT                PIC X(08).
           05  O-UPD-DT                PIC X(08).
           05  O-OPR-NO                PIC X(12).
           05  O-CHK-OPR-NO            PIC X(12).
