      ****************************************************************
      * COPYBOOK NAME......: SASCNHLD                                *
      * 合规审核挂起段(BSASCHD):交易对手疑似命中制裁名单的转账/     *
      * 汇款/来账不予记账,留存原交易参数区与公共区镜像挂起待审,     *
      * 合规人员经KSASCN0放行(原交易重新驱动记账)或拒绝,           *
      * KSARSCN1每日出命中与处置清单                                 *
      ****************************************************************
      *    挂起编号:联机为挂起交易流水号,批量为程序名+日期+序号
           05  SA-SCH-HOLD-NO              PIC X(24).
      *    0-待审核 1-已放行 2-已拒绝
           05  SA-SCH-STS                  PIC X(01).
      *    发起交易KB及借贷方向 D-借(转出/汇出) C-贷(转入/来账)
           05  SA-SCH-SRC-PGM              PIC X(08).
           05  SA-SCH-DRCR-FLG             PIC X(01).
           05  SA-SCH-ACCT-NO              PIC X(32).
           05  SA-SCH-CURR-COD             PIC X(03).
           05  SA-SCH-AMT                  PIC S9(16)V9(2) COMP-3.
      *    交易对手户名/开户行行号/账号
           05  SA-SCH-CP-NAME              PIC X(120).
           05  SA-SCH-CP-BANK-NO           PIC X(09).
           05  SA-SCH-CP-ACCT-NO           PIC X(32).
      *    命中名单编号/名单主体名称/匹配方式/匹配分值
      *    匹配方式 1-全名 2-别名 3-包含 4-近似 5-行号
           05  SA-SCH-LST-ID               PIC X(12).
           05  SA-SCH-LST-NAME             PIC X(120).
           05  SA-SCH-MATCH-TYP            PIC X(01).
           05  SA-SCH-SCORE                PIC 9(03).
           05  SA-SCH-HOLD-DT              PIC X(08).
           05  SA-SCH-HOLD-TM              PIC X(08).
           05  SA-SCH-BRANCH-STD           PIC X(09).
           05  SA-SCH-OPR-NO               PIC X(12).
      *    处置日期/处置柜员/复核柜员/处置意见
           05  SA-SCH-DSP-DT               PIC X(08).
           05  SA-SCH-DSP-OPR-NO           PIC X(12).
           05  SA-SCH-DSP-CHK-OPR-NO       PIC X(12).
           05  SA-SCH-DSP-RMRK             PIC X(60).
      *    放行后原交易重新记账流水
           05  SA-SCH-RLS-LOG-NO           PIC X(24).
      *    原交易KB参数区及公共区(CWK-APP-AREA)镜像
           05  SA-SCH-PARM-DATA            PIC X(1000).
           05  SA-SCH-CWK-DATA             PIC X(400).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-SCH-FILLER               PIC X(20).
