      ****************************************************************
      * COPYBOOK NAME......: SAAPTREG                                *
      * 预约开户登记段(BSAAPTD):按预约编号登记网银预约开户的单位   *
      * 资料、账户种类/用途、代理人及申请币种;KSAAPT0受理网银提交, *
      * KSARAPS1夜间预审,GSA01060凭预约编号调入开户,KSARAPT1跟踪   *
      ****************************************************************
           05  SA-APT-REF-NO               PIC X(20).
           05  SA-APT-SUBMIT-DT            PIC X(08).
           05  SA-APT-SUBMIT-TM            PIC X(06).
      *    预约网点与预约到访日;预约有效期至(提交日起算)
           05  SA-APT-BRANCH-STD           PIC X(09).
           05  SA-APT-VISIT-DT             PIC X(08).
           05  SA-APT-EXP-DT               PIC X(08).
      *    0-已提交待预审 1-预审通过 2-预审拒绝 3-已开户 4-已过期
      *    5-客户撤回
           05  SA-APT-STS                  PIC X(01).
      *    预审日期及结果:拒绝时记消息码/说明;当日同类重复开户
      *    仅预警,记已有账号,开户时仍须柜员输越权理由
           05  SA-APT-SCR-DT               PIC X(08).
           05  SA-APT-SCR-CODE             PIC X(05).
           05  SA-APT-SCR-TEXT             PIC X(60).
           05  SA-APT-DUP-ACCT-NO          PIC X(32).
      *    单位资料
           05  SA-APT-CUST-NAME            PIC X(120).
           05  SA-APT-CERT-TYP             PIC X(04).
           05  SA-APT-CERT-ID              PIC X(32).
           05  SA-APT-BUSN-LICE            PIC X(32).
           05  SA-APT-CONTACT-TEL          PIC X(20).
           05  SA-APT-LGL-REP-NAME         PIC X(40).
           05  SA-APT-LGL-REP-CERT-TYP     PIC X(04).
           05  SA-APT-LGL-REP-CERT-ID      PIC X(32).
      *    预审识别的客户号
           05  SA-APT-CUST-NO              PIC X(20).
      *    账户资料:用途代码同开户账户用途(WK-ACCT-USE)
           05  SA-APT-PD-CODE              PIC X(11).
           05  SA-APT-ACCT-KIND            PIC X(01).
           05  SA-APT-ACCT-CHAR            PIC X(04).
           05  SA-APT-ACCT-TYP             PIC X(01).
           05  SA-APT-DRW-TYP              PIC X(04).
           05  SA-APT-USG-RE               PIC X(04).
           05  SA-APT-ACCT-VALIDITY        PIC X(08).
      *    代理人资料
           05  SA-APT-AGT-FLG              PIC X(01).
           05  SA-APT-AGT-CERT-TYP         PIC X(04).
           05  SA-APT-AGT-CERT-ID          PIC X(32).
           05  SA-APT-AGT-NAME             PIC X(120).
           05  SA-APT-NATY-COD             PIC X(03).
           05  SA-APT-AGT-TEL              PIC X(20).
      *    申请币种:每币种开立一户,开户后回填账号;全部开立即
      *    置已开户
           05  SA-APT-CURR-GRP             OCCURS 3 TIMES.
               10  SA-APT-CURR-COD         PIC X(03).
               10  SA-APT-CURR-IDEN        PIC X(01).
               10  SA-APT-ACCT-NO          PIC X(32).
           05  SA-APT-OPEN-DT              PIC X(08).
           05  SA-APT-OPEN-TLR             PIC X(12).
           05  SA-APT-UPD-DT               PIC X(08).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-APT-FILLER               PIC X(20).
