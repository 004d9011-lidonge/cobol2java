           05  I-RVW-DONE-FLG          PIC X(01).
      *    对账单交付偏好(1-纸质 2-电子 3-纸质+电子)
           05  I-STMT-DLV-PREF         PIC X(01).
      *    收费豁免标志(1-豁免 0-取消豁免),变更须复核柜员,复核
      *    柜员不得与经办同人
           05  I-FEE-WAIVE-FLG         PIC X(01).
           05  I-CHK-TELLER-ID         PIC X(12).
           05  I-RMRK                  PIC X(62).
           05  O-RTRN-CODE             PIC X(05).
           05  O-ACCT-NAME             PIC X(120).
