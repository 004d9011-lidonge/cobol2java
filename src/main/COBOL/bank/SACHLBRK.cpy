      ****************************************************************
      * COPYBOOK NAME......: SACHLBRK                                *
      * 渠道限额拦截明细段(BSACHBD):KSAWDR0超渠道限额拒绝前按营业      *
      * 日+交易流水号登记一笔,KSARCHL1据以出拦截报表                  *
      ****************************************************************
           05  SA-CHB-BUSN-DT              PIC X(08).
           05  SA-CHB-TX-LOG-NO            PIC X(24).
           05  SA-CHB-ACCT-NO              PIC X(32).
           05  SA-CHB-CHAN-NO              PIC X(02).
           05  SA-CHB-CURR-COD             PIC X(03).
           05  SA-CHB-AMT                  PIC S9(16)V9(2) COMP-3.
      *    超限类型 1-单笔 2-当日累计 3-当月累计
           05  SA-CHB-BRK-TYP              PIC X(01).
           05  SA-CHB-LMT-AMT              PIC S9(16)V9(2) COMP-3.
      *    本笔前该项已用额(单笔超限为零)
           05  SA-CHB-USED-AMT             PIC S9(16)V9(2) COMP-3.
           05  SA-CHB-MSG-CODE             PIC X(05).
           05  SA-CHB-TX-ID                PIC X(09).
           05  SA-CHB-TX-TM                PIC X(06).
           05  SA-CHB-TELLER-ID            PIC X(12).
           05  SA-CHB-BRANCH-STD           PIC X(09).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-CHB-FILLER               PIC X(20).
