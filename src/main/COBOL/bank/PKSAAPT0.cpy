      ****************************************************************
      * COPYBOOK NAME......: PKSAAPT0                                *
      * 网银预约开户KB参数区                                          *
      ****************************************************************
      *    1-提交预约 2-查询 3-客户撤回
           05  I-FUN-CODE              PIC X(01).
           05  I-APT-REF-NO            PIC X(20).
           05  I-BRANCH-STD            PIC X(09).
           05  I-VISIT-DT              PIC X(08).
           05  I-CUST-NAME             PIC X(120).
           05  I-CERT-TYP              PIC X(04).
           05  I-CERT-ID               PIC X(32).
           05  I-BUSN-LICE             PIC X(32).
           05  I-CONTACT-TEL           PIC X(20).
           05  I-LGL-REP-NAME          PIC X(40).
           05  I-LGL-REP-CERT-TYP      PIC X(04).
           05  I-LGL-REP-CERT-ID       PIC X(32).
           05  I-PD-CODE               PIC X(11).
           05  I-ACCT-KIND             PIC X(01).
           05  I-ACCT-CHAR             PIC X(04).
           05  I-ACCT-TYP              PIC X(01).
           05  I-DRW-TYP               PIC X(04).
           05  I-USG-RE                PIC X(04).
           05  I-ACCT-VALIDITY         PIC X(08).
           05  I-AGT-FLG               PIC X(01).
           05  I-AGT-CERT-TYP          PIC X(04).
           05  I-AGT-CERT-ID           PIC X(32).
           05  I-AGT-NAME              PIC X(120).
           05  I-NATY-COD              PIC X(03).
           05  I-AGT-TEL               PIC X(20).
           05  I-CURR-GRP              OCCURS 3.
               10  I-CURR-COD          PIC X(03).
               10  I-CURR-IDEN         PIC X(01).
           05  O-RTRN-CODE             PIC X(05).
           05  O-APT-STS               PIC X(01).
           05  O-SUBMIT-DT             PIC X(08).
           05  O-EXP-DT                PIC X(08).
           05  O-SCR-DT                PIC X(08).
           05  O-SCR-CODE              PIC X(05).
           05  O-SCR-TEXT              PIC X(60).
           05  O-CURR-GRP              OCCURS 3.
               10  O-CURR-COD          PIC X(03).
               10  O-CURR-IDEN         PIC X(01).
               10  O-ACCT-NO           PIC X(32).
