      ****************************************************************
      * COPYBOOK NAME......: SANTFQUE                                *
      * 动账通知队列段(BSANTQD):订阅账户每落一笔明细即按账号+明细     *
      * 号入队一条,KSARNTF1按订阅渠道/方向/起通知金额发送并计费,      *
      * 发送后出队                                                   *
      ****************************************************************
           05  SA-NTQ-ACCT-NO              PIC X(32).
           05  SA-NTQ-DET-NO-N             PIC 9(07).
           05  SA-NTQ-CURR-COD             PIC X(03).
           05  SA-NTQ-CURR-IDEN            PIC X(01).
           05  SA-NTQ-TX-DT                PIC X(08).
           05  SA-NTQ-TX-TM                PIC X(08).
           05  SA-NTQ-DR-AMT               PIC S9(16)V9(2) COMP-3.
           05  SA-NTQ-CR-AMT               PIC S9(16)V9(2) COMP-3.
           05  SA-NTQ-BAL                  PIC S9(16)V9(2) COMP-3.
           05  SA-NTQ-DSCRP-COD            PIC X(04).
           05  SA-NTQ-RMRK                 PIC X(62).
           05  SA-NTQ-EC-FLG               PIC X(01).
           05  SA-NTQ-OP-CUST-NAME         PIC X(120).
           05  SA-NTQ-TX-LOG-NO            PIC X(24).
      *    入队程序
           05  SA-NTQ-SRC-PGM              PIC X(08).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-NTQ-FILLER               PIC X(20).
