      ****************************************************************
      * COPYBOOK NAME......: PKSAFRF0                                *
      * 服务费退费KB参数区                                            *
      ****************************************************************
           05  I-ACCT-NO               PIC X(32).
      *    原收费交易流水号(必输)
           05  I-TX-LOG-NO             PIC X(24).
      *    原收费明细号:同一流水多笔收费时指定,否则可空
           05  I-ORIG-DET-NO-N         PIC 9(07).
      *    退费金额:零即退足原收费剩余可退金额
           05  I-RFD-AMT               PIC S9(16)V9(2) COMP-3.
      *    理由代码必输:01-误收 02-事后豁免 03-价目差错
      *    04-客户投诉 09-其他
           05  I-RSN-COD               PIC X(02).
           05  I-RMRK                  PIC X(62).
      *    复核柜员必输且不得与经办同人
           05  I-CHK-TELLER-ID         PIC X(12).
           05  O-RTRN-CODE             PIC X(05).
           05  O-FRF-SEQ-N             PIC 9(07).
           05  O-ORIG-DET-NO-N         PIC 9(07).
           05  O-SVC-COD               PIC X(06).
           05  O-ORIG-AMT              PIC S9(16)V9(2) COMP-3.
           05  O-RFD-AMT               PIC S9(16)V9(2) COMP-3.
           05  O-CUM-RFD-AMT           PIC S9(16)V9(2) COMP-3.
           05  O-CR-DET-NO-N           PIC 9(07).
