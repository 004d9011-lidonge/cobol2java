      ****************************************************************
      * COPYBOOK NAME......: SAFRFREG                                *
      * 服务费退费登记段(BSAFRFD):按原收费流水号定位原收费明细,       *
      * 逐笔登记退费金额/理由/经办与复核柜员及贷记明细号,             *
      * 累计退费不得超过原收费金额;月末按网点/服务代码出报表         *
      ****************************************************************
           05  SA-FRF-ACCT-NO              PIC X(32).
           05  SA-FRF-SEQ-N                PIC 9(07).
           05  SA-FRF-CURR-COD             PIC X(03).
           05  SA-FRF-CURR-IDEN            PIC X(01).
      *    原收费:流水号/明细号/交易日/收费网点/服务代码/金额
           05  SA-FRF-ORIG-LOG-NO          PIC X(24).
           05  SA-FRF-ORIG-DET-NO-N        PIC 9(07).
           05  SA-FRF-ORIG-TX-DT           PIC X(08).
           05  SA-FRF-ORIG-OPUN-COD        PIC X(09).
           05  SA-FRF-SVC-COD              PIC X(06).
           05  SA-FRF-ORIG-AMT             PIC S9(16)V9(2) COMP-3.
      *    本笔退费金额及含本笔在内的累计退费
           05  SA-FRF-AMT                  PIC S9(16)V9(2) COMP-3.
           05  SA-FRF-CUM-AMT              PIC S9(16)V9(2) COMP-3.
      *    理由代码(必输):01-误收 02-事后豁免 03-价目差错
      *    04-客户投诉 09-其他
           05  SA-FRF-RSN-COD              PIC X(02).
           05  SA-FRF-RMRK                 PIC X(62).
      *    退费贷记明细号(经KSADEP0入账后账户明细数)
           05  SA-FRF-CR-DET-NO-N          PIC 9(07).
           05  SA-FRF-TX-DT                PIC X(08).
           05  SA-FRF-OPR-NO               PIC X(12).
      *    复核柜员(必输且不得与经办同人)
           05  SA-FRF-CHK-OPR-NO           PIC X(12).
           05  SA-FRF-TX-LOG-NO            PIC X(24).
           05  SA-FRF-OPUN-COD             PIC X(09).
      *    原收费已开蓝字发票:0-否 1-是(累计退足转红字,
      *    部分退费须人工处理发票)
           05  SA-FRF-INV-FLG              PIC X(01).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-FRF-FILLER               PIC X(20).
