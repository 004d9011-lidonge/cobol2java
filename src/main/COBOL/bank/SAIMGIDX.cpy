      ****************************************************************
      * COPYBOOK NAME......: SAIMGIDX                                *
      * 开户资料影像索引段(BSAIMGD):按账号登记各类开户资料在影像  *
      * 系统中的文档号、扫描日期与扫描柜员;开户(GSA01060)随交易   *
      * 登记并定必备资料,KSAIMG0补登/查询,KSARIMG1列报资料不全账户 *
      ****************************************************************
           05  SA-IMG-ACCT-NO              PIC X(32).
      *    必备资料标志:第N位对应资料类别N,'1'-开户时必备
           05  SA-IMG-REQ-MASK             PIC X(08).
      *    资料类别(下标):1-营业执照 2-印鉴卡 3-授权委托书
      *    4-代理人身份证件 5-开户人身份证件 6-8-其他
           05  SA-IMG-DOC-GRP              OCCURS 8 TIMES.
               10  SA-IMG-DOC-ID           PIC X(32).
               10  SA-IMG-SCAN-DT          PIC X(08).
               10  SA-IMG-SCAN-TLR         PIC X(12).
               10  SA-IMG-REG-DT           PIC X(08).
      *    0-资料齐全 1-必备资料不全
           05  SA-IMG-STS                  PIC X(01).
           05  SA-IMG-OPAC-INSTN-NO        PIC X(09).
           05  SA-IMG-OPAC-DT              PIC X(08).
           05  SA-IMG-UPD-DT               PIC X(08).
           05  SA-IMG-UPD-TLR              PIC X(12).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-IMG-FILLER               PIC X(20).
