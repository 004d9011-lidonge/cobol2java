      ****************************************************************
      * COPYBOOK NAME......: PKSACFT0                                *
      * 假币收缴KB参数区                                              *
      ****************************************************************
           05  I-ACCT-NO               PIC X(32).
      *    原现金存入交易流水号(必输)
           05  I-TX-LOG-NO             PIC X(24).
      *    原存入明细号:同一流水多笔存入时指定,否则可空
           05  I-DEP-DET-NO-N          PIC 9(07).
      *    持有人身份:原存入明细未登记代理人信息时必输
           05  I-HLD-CERT-TYP          PIC X(04).
           05  I-HLD-CERT-ID           PIC X(32).
           05  I-HLD-NAME              PIC X(120).
           05  I-HLD-TEL               PIC X(20).
      *    复核柜员必输且不得与经办同人
           05  I-CHK-TELLER-ID         PIC X(12).
      *    收缴张数1-10及逐张券别/冠字号/版别/类别(1-伪造 2-变造)
           05  I-CFT-CNT               PIC 9(02).
           05  I-CFT-GRP               OCCURS 10.
               10  I-CFT-DENOM-VAL     PIC 9(05)V9(2).
               10  I-CFT-SERIAL-NO     PIC X(20).
               10  I-CFT-NOTE-VER      PIC X(04).
               10  I-CFT-KIND          PIC X(01).
           05  O-RTRN-CODE             PIC X(05).
      *    收缴凭证打印要素
           05  O-CERT-NO               PIC X(24).
           05  O-CERT-DT               PIC X(08).
           05  O-BRANCH-STD            PIC X(09).
           05  O-ACCT-NAME             PIC X(120).
           05  O-CURR-COD              PIC X(03).
           05  O-DEP-DET-NO-N          PIC 9(07).
           05  O-DEP-AMT               PIC S9(16)V9(2) COMP-3.
           05  O-HLD-CERT-TYP          PIC X(04).
           05  O-HLD-CERT-ID           PIC X(32).
           05  O-HLD-NAME              PIC X(120).
           05  O-CFT-CNT               PIC 9(02).
           05  O-CFT-TOT-AMT           PIC S9(16)V9(2) COMP-3.
           05  O-FST-SEQ-N             PIC 9(07).
           05  O-OPR-NO                PIC X(12).
           05  O-CHK-OPR-NO            PIC X(12).
