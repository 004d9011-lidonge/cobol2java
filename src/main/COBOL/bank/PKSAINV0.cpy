      ****************************************************************
      * COPYBOOK NAME......: PKSAINV0                                *
      * 客户开票资料维护KB参数区                                      *
      ****************************************************************
      *    1-登记/修改 2-查询 3-注销
           05  I-FUN-CODE              PIC X(01).
      *    按账号定位客户,开票资料按客户号登记
           05  I-ACCT-NO               PIC X(32).
           05  I-TAX-ID                PIC X(20).
           05  I-INV-TITLE             PIC X(120).
      *    票种:1-普通发票 2-专用发票;开票方式:1-逐笔 2-按月汇总
           05  I-INV-TYP               PIC X(01).
           05  I-INV-MODE              PIC X(01).
           05  I-ADDR-TEL              PIC X(120).
           05  I-BANK-ACCT             PIC X(120).
           05  I-EMAIL                 PIC X(60).
           05  O-RTRN-CODE             PIC X(05).
           05  O-CUST-NO               PIC X(20).
           05  O-TAX-ID                PIC X(20).
           05  O-INV-TITLE             PIC X(120).
           05  O-INV-TYP               PIC X(01).
           05  O-INV-MODE              PIC X(01).
           05  O-ADDR-TEL              PIC X(120).
           05  O-BANK-ACCT             PIC X(120).
           05  O-EMAIL                 PIC X(60).
           05  O-IVP-STS               PIC X(01).
           05  O-UPD-DT                PIC X(08).
