      ****************************************************************
      * COPYBOOK NAME......: PKSASEG0                                *
      * 对公活期币种段增开/单段销户KB参数区                           *
      ****************************************************************
      *    功能码 1-增开币种段 4-单段销户
           05  I-FUN-CODE              PIC X(01).
           05  I-ACCT-NO               PIC X(32).
           05  I-CURR-COD              PIC X(03).
           05  I-CURR-IDEN             PIC X(01).
      *    增开:收付范围(空/0-收付均可 1-只收不付 2-只付不收)
           05  I-RCV-PAY-RANG          PIC X(01).
      *    单段销户:结息款处置方式 1-现金付出 2-转账转出
           05  I-DSP-TYP               PIC X(01).
           05  I-TR-ACCT-NO            PIC X(32).
           05  I-DSCRP-COD             PIC X(04).
           05  I-RMRK                  PIC X(62).
           05  O-RTRN-CODE             PIC X(05).
           05  O-STL-INT-AMT           PIC S9(16)V9(2) COMP-3.
           05  O-PAY-AMT               PIC S9(16)V9(2) COMP-3.
      *    交易后该户未销币种段数
           05  O-OPEN-SEG-N            PIC 9(03).
           05  O-ACCT-NAME             PIC X(120).
