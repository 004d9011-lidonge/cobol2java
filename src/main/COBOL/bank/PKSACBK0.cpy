      ****************************************************************
      * COPYBOOK NAME......: PKSACBK0                                *
      * 开户回访登记KB参数区                                          *
      ****************************************************************
      *    1-登记回访 2-查询
           05  I-FUN-CODE              PIC X(01).
           05  I-ACCT-NO               PIC X(32).
      *    回访日期空取当日;回访人员空取经办柜员
           05  I-CBK-DT                PIC X(08).
      *    1-电话 2-上门 3-面谈(临柜)
           05  I-CBK-MTHD              PIC X(01).
      *    1-确认无误 2-未联系上 3-信息不符/否认开户
           05  I-CBK-RSLT              PIC X(01).
           05  I-CBK-STAFF             PIC X(12).
           05  I-RMRK                  PIC X(62).
           05  O-RTRN-CODE             PIC X(05).
           05  O-ACCT-NAME             PIC X(120).
           05  O-CBK-STS               PIC X(01).
           05  O-OPAC-DT               PIC X(08).
           05  O-DUE-DT                PIC X(08).
           05  O-VRF-DT                PIC X(08).
           05  O-CONTACT-TEL           PIC X(20).
           05  O-LGL-REP-NAME          PIC X(40).
           05  O-TRY-CNT               PIC 9(03).
           05  O-TRY-GRP               OCCURS 5.
               10  O-TRY-DT            PIC X(08).
               10  O-TRY-MTHD          PIC X(01).
               10  O-TRY-RSLT          PIC X(01).
               10  O-TRY-STAFF         PIC X(12).
               10  O-TRY-RMRK          PIC X(62).
           05  O-CTL-STS               PIC X(01).
