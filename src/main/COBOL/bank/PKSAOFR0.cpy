      ****************************************************************
      * COPYBOOK NAME......: PKSAOFR0                                *
      * 客户经理归属登记KB参数区                                      *
      ****************************************************************
      *    1-新增归属 2-终止归属 3-整体改派(终止对象全部存续归属,
      *    按输入组重新登记,分成合计须为100)
           05  I-FUN-CODE              PIC X(01).
      *    归属对象:1-账户 2-客户
           05  I-OBJ-TYP               PIC X(01).
           05  I-OBJ-NO                PIC X(32).
      *    生效日(新增/改派)或失效日(终止),空取当日;不得早于本月1日
           05  I-EFF-DT                PIC X(08).
      *    终止时指定登记序号
           05  I-OFR-SEQ-N             PIC 9(05).
           05  I-OFR-CNT               PIC 9(01).
           05  I-OFR-GRP               OCCURS 5.
               10  I-OFFCR-NO          PIC X(12).
               10  I-OFFCR-BRANCH-STD  PIC X(09).
               10  I-SPLIT-PCT         PIC 9(03)V9(2).
           05  O-RTRN-CODE             PIC X(05).
      *    交易后该对象存续归属分成合计
           05  O-TOT-PCT               PIC 9(03)V9(2).
