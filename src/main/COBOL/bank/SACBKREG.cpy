      ****************************************************************
      * COPYBOOK NAME......: SACBKREG                                *
      * 开户回访登记段(BSACBKD):按账号登记开户回访任务、回访对象  *
      * (法定代表人)及逐次回访记录;开户(GSA01060)随交易生成任务,   *
      * KSACBK0登记回访,KSARCBK1对超期未回访账户置受限并出清单     *
      ****************************************************************
           05  SA-CBK-ACCT-NO              PIC X(32).
           05  SA-CBK-CUST-NO              PIC X(20).
           05  SA-CBK-OPAC-INSTN-NO        PIC X(09).
           05  SA-CBK-OPAC-DT              PIC X(08).
      *    回访截止日(开户日+回访期限天数)
           05  SA-CBK-DUE-DT               PIC X(08).
      *    回访联系电话,开户时取SA-CUST-TEL
           05  SA-CBK-CONTACT-TEL          PIC X(20).
           05  SA-CBK-LGL-REP-NAME         PIC X(40).
           05  SA-CBK-LGL-REP-CERT-TYP     PIC X(04).
           05  SA-CBK-LGL-REP-CERT-ID      PIC X(32).
      *    0-待回访 1-已确认 2-逾期未回访(已受限) 3-回访不符(已受限)
           05  SA-CBK-STS                  PIC X(01).
           05  SA-CBK-VRF-DT               PIC X(08).
      *    累计回访次数;回访记录保留最近五次,新记录在后
           05  SA-CBK-TRY-CNT              PIC 9(03).
           05  SA-CBK-TRY-GRP              OCCURS 5 TIMES.
               10  SA-CBK-TRY-DT           PIC X(08).
      *            1-电话 2-上门 3-面谈(临柜)
               10  SA-CBK-TRY-MTHD         PIC X(01).
      *            1-确认无误 2-未联系上 3-信息不符/否认开户
               10  SA-CBK-TRY-RSLT         PIC X(01).
               10  SA-CBK-TRY-STAFF        PIC X(12).
               10  SA-CBK-TRY-RMRK         PIC X(62).
           05  SA-CBK-UPD-DT               PIC X(08).
           05  SA-CBK-UPD-TLR              PIC X(12).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-CBK-FILLER               PIC X(20).
