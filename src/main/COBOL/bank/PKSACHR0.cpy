      ****************************************************************
      * COPYBOOK NAME......: PKSACHR0                                *
      * 账户性质主档维护KB参数区                                      *
      ****************************************************************
      *    1-登记/变更(经KSAPCR0审批生效) 2-查询
           05  I-FUN-CODE              PIC X(01).
           05  I-ACCT-CHAR             PIC X(04).
      *    效期起日(与性质代码共为主档键)
           05  I-EFF-BGN-DT            PIC X(08).
      *    效期止日(空白为长期有效)
           05  I-EFF-END-DT            PIC X(08).
           05  I-CHAR-NAME             PIC X(60).
           05  I-CAP-FLG               PIC X(01).
           05  I-AS-EXC-FLG            PIC X(01).
           05  I-DCL-FLG               PIC X(01).
           05  I-DSCRP-FAMILY          PIC X(02).
      *    生效日(空白为审批即生效)
           05  I-EFF-DT                PIC X(08).
      *    审批生效时由KSAPCR0送入申请编号,柜面发起时空白
           05  I-PCR-REQ-NO            PIC X(32).
           05  O-RTRN-CODE             PIC X(05).
      *    柜面发起时返回登记的变更申请编号
           05  O-PCR-REQ-NO            PIC X(32).
           05  O-EFF-BGN-DT            PIC X(08).
           05  O-EFF-END-DT            PIC X(08).
           05  O-CHAR-NAME             PIC X(60).
           05  O-CAP-FLG               PIC X(01).
           05  O-AS-EXC-FLG            PIC X(01).
           05  O-DCL-FLG               PIC X(01).
           05  O-DSCRP-FAMILY          PIC X(02).
