      ****************************************************************
      * COPYBOOK NAME......: SAPPYACN                                *
      * 正向支付(支票预留信息核验)开通段(BSAPPYD):按账号开通,         *
      * 开通在用的账户KSAWDR0支票路径逐张核对预留登记,核验不符按      *
      * 开通时约定的处理方式退票或转客户确认例外队列                  *
      ****************************************************************
           05  SA-PPA-ACCT-NO              PIC X(32).
      *    核验不符处理 1-直接退票 2-转客户确认
           05  SA-PPA-MIS-ACT              PIC X(01).
      *    0-在用 1-已撤销
           05  SA-PPA-STS                  PIC X(01).
           05  SA-PPA-OPEN-DT              PIC X(08).
           05  SA-PPA-OPEN-TLR             PIC X(12).
           05  SA-PPA-CNCL-DT              PIC X(08).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-PPA-FILLER               PIC X(20).
