      ****************************************************************
      * COPYBOOK NAME......: PKSASTO0                                *
      * 预约转账指示维护/执行KB参数区                                 *
      *    I-FUN-CODE 1-登记 2-变更 3-终止                            *
      *               8-登记执行失败 9-执行单笔转账                   *
      *               (8/9由KSARSTO2批量驱动)                         *
      ****************************************************************
           05  I-FUN-CODE              PIC X(01).
           05  I-ACCT-NO               PIC X(32).
           05  I-STO-SEQ-N             PIC 9(03).
           05  I-CURR-COD              PIC X(03).
           05  I-CURR-IDEN             PIC X(01).
           05  I-TGT-ACCT-NO           PIC X(32).
           05  I-AMT                   PIC S9(16)V9(2) COMP-3.
           05  I-TYP                   PIC X(01).
           05  I-EXEC-DAY              PIC 9(02).
           05  I-START-DT              PIC X(08).
           05  I-END-DT                PIC X(08).
           05  I-FAIL-ACT              PIC X(01).
           05  I-RETRY-MAX             PIC 9(02).
           05  I-RMRK                  PIC X(62).
      *    执行失败消息码(功能8)
           05  I-FAIL-MSG-CODE         PIC X(05).
           05  O-RTRN-CODE             PIC X(05).
           05  O-STO-SEQ-N             PIC 9(03).
           05  O-NEXT-DT               PIC X(08).
           05  O-EXEC-DT               PIC X(08).
           05  O-STS                   PIC X(01).
           05  O-LAST-RSLT             PIC X(01).
           05  O-RETRY-CNT             PIC 9(02).
           05  O-OWN-BRANCH-STD        PIC X(09).
