      ****************************************************************
      * COPYBOOK NAME......: PKSACMP0                                *
      * 存款营销活动KB参数区                                          *
      ****************************************************************
      *    1-活动登记(仅柜面) 2-活动撤销(仅柜面) 3-账户报名
      *    4-退出报名 5-报名查询
           05  I-FUN-CODE              PIC X(01).
           05  I-CMP-ID                PIC X(10).
           05  I-ACCT-NO               PIC X(32).
      *    活动登记用
           05  I-CMP-NAME              PIC X(60).
           05  I-PDP-CODE              PIC X(11).
           05  I-BRANCH-STD            PIC X(09).
           05  I-CUST-TYPE             PIC X(02).
           05  I-OPAC-BGN-DT           PIC X(08).
           05  I-OPAC-END-DT           PIC X(08).
           05  I-ENR-END-DT            PIC X(08).
           05  I-CURR-COD              PIC X(03).
           05  I-CURR-IDEN             PIC X(01).
           05  I-MSR-BASIS             PIC X(01).
           05  I-MSR-BGN-DT            PIC X(08).
           05  I-MSR-END-DT            PIC X(08).
           05  I-TGT-AMT               PIC S9(16)V9(2) COMP-3.
           05  I-RWD-TYP               PIC X(01).
           05  I-WAIVE-END-DT          PIC X(08).
           05  I-RWD-AMT               PIC S9(16)V9(2) COMP-3.
           05  I-RWD-RATE              PIC 9(02)V9(06).
      *    活动登记/撤销复核柜员必输且不得与经办同人
           05  I-CHK-TELLER-ID         PIC X(12).
           05  O-RTRN-CODE             PIC X(05).
           05  O-CMP-STS               PIC X(01).
           05  O-CME-STS               PIC X(01).
           05  O-ENR-DT                PIC X(08).
           05  O-BASE-BAL              PIC S9(16)V9(2) COMP-3.
           05  O-MSR-DT                PIC X(08).
           05  O-MSR-AMT               PIC S9(16)V9(2) COMP-3.
           05  O-RWD-AMT               PIC S9(16)V9(2) COMP-3.
           05  O-RWD-DT                PIC X(08).
