      ****************************************************************
      * COPYBOOK NAME......: SAACHRMS                                *
      * 账户性质主档段(BSAACHD):按性质代码+生效起日分效期登记行为   *
      * 属性(资本金账户族/钞视汇/申报标志/摘要代码族),CSAACHR0按    *
      * 查询日取生效行;KSACHR0经参数变更申请审批维护                 *
      ****************************************************************
           05  SA-ACH-ACCT-CHAR            PIC X(04).
           05  SA-ACH-EFF-BGN-DT           PIC X(08).
      *    生效止日,空白为长期有效
           05  SA-ACH-EFF-END-DT           PIC X(08).
           05  SA-ACH-CHAR-NAME            PIC X(60).
           05  SA-ACH-CAP-FLG              PIC X(01).
           05  SA-ACH-AS-EXC-FLG           PIC X(01).
           05  SA-ACH-DCL-FLG              PIC X(01).
           05  SA-ACH-DSCRP-FAMILY         PIC X(02).
           05  SA-ACH-UPD-DT               PIC X(08).
           05  SA-ACH-UPD-TLR              PIC X(12).
           05  SA-ACH-REQ-NO               PIC X(32).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-ACH-FILLER               PIC X(20).
