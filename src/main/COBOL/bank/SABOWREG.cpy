      ****************************************************************
      * COPYBOOK NAME......: SABOWREG                                *
      * 受益所有人登记段(BSABOWD):按客户号登记对公客户受益所有人,     *
      * 最多五人;开户(GSA01060)随交易登记,KSABOW0变更/复核确认,      *
      * KSARBOW1定期扫描证件到期及超复核周期未更新的客户              *
      ****************************************************************
           05  SA-BOW-CUST-NO              PIC X(20).
           05  SA-BOW-CNT                  PIC 9(02).
           05  SA-BOW-GRP                  OCCURS 5 TIMES.
               10  SA-BOW-NAME             PIC X(120).
               10  SA-BOW-CERT-TYP         PIC X(04).
               10  SA-BOW-CERT-ID          PIC X(32).
      *        持股/表决权比例(%)
               10  SA-BOW-OWN-PCT          PIC 9(03)V9(02).
      *        1-直接或间接持股 2-通过其他方式实际控制 3-高级管理人员
               10  SA-BOW-CTL-TYP          PIC X(01).
               10  SA-BOW-CERT-EXP-DT      PIC X(08).
      *    复查状态:空-正常 1-证件临期 2-超期未复核 3-证件已到期
           05  SA-BOW-RVW-STS              PIC X(01).
           05  SA-BOW-RVW-DT               PIC X(08).
           05  SA-BOW-REG-DT               PIC X(08).
           05  SA-BOW-REG-BRANCH-STD       PIC X(09).
      *    最近登记变更或复核确认日,复核周期自此起算
           05  SA-BOW-UPD-DT               PIC X(08).
           05  SA-BOW-OPR-NO               PIC X(12).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-BOW-FILLER               PIC X(20).
