      ****************************************************************
      * COPYBOOK NAME......: PKSAIMG0                                *
      * 开户资料影像索引维护KB参数区                                  *
      ****************************************************************
      *    1-开户登记(整组) 2-补登/更换单项资料 3-查询
           05  I-FUN-CODE              PIC X(01).
           05  I-ACCT-NO               PIC X(32).
      *    开户登记时由开户交易按账户种类及开户要素确定
           05  I-REQ-MASK              PIC X(08).
           05  I-DOC-GRP               OCCURS 8.
               10  I-DOC-ID            PIC X(32).
               10  I-SCAN-DT           PIC X(08).
               10  I-SCAN-TLR          PIC X(12).
      *    补登时资料类别1-8
           05  I-DOC-TYP               PIC 9(01).
           05  O-RTRN-CODE             PIC X(05).
           05  O-REQ-MASK              PIC X(08).
           05  O-DOC-GRP               OCCURS 8.
               10  O-DOC-ID            PIC X(32).
               10  O-SCAN-DT           PIC X(08).
               10  O-SCAN-TLR          PIC X(12).
               10  O-REG-DT            PIC X(08).
           05  O-IMG-STS               PIC X(01).
           05  O-OPAC-DT               PIC X(08).
           05  O-UPD-DT                PIC X(08).
           05  O-UPD-TLR               PIC X(12).
