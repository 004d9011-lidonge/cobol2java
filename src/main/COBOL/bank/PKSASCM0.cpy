      ****************************************************************
      * COPYBOOK NAME......: PKSASCM0                                *
      * 交易对手制裁名单筛查KB参数区                                  *
      ****************************************************************
      *    1-筛查 2-名称规范化 3-登记合规审核挂起 4-放行核验
           05  I-FUN-CODE              PIC X(01).
      *    交易对手户名/开户行行号/账号(本行账户户名可空,按账号取)
           05  I-CP-NAME               PIC X(120).
           05  I-CP-BANK-NO            PIC X(09).
           05  I-CP-ACCT-NO            PIC X(32).
      *    登记挂起:命中结果取本参数区前次筛查输出
      *    放行核验:挂起编号及调用KB/本笔账号/金额
           05  I-HOLD-NO               PIC X(24).
           05  I-SRC-PGM               PIC X(08).
           05  I-DRCR-FLG              PIC X(01).
           05  I-ACCT-NO               PIC X(32).
           05  I-CURR-COD              PIC X(03).
           05  I-AMT                   PIC S9(16)V9(2) COMP-3.
           05  I-PARM-DATA             PIC X(1000).
           05  O-RTRN-CODE             PIC X(05).
           05  O-NORM-NAME             PIC X(120).
      *    1-疑似命中 0-未命中
           05  O-HIT-FLG               PIC X(01).
           05  O-LST-ID                PIC X(12).
           05  O-LST-NAME              PIC X(120).
           05  O-MATCH-TYP             PIC X(01).
           05  O-SCORE                 PIC 9(03).
           05  O-HOLD-NO               PIC X(24).
      *    放行核验结果 1-挂起已于本交易放行且账号金额发起KB一致
      *    0-不符,调用方照常筛查
           05  O-RLS-FLG               PIC X(01).
