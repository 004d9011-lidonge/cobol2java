      ****************************************************************
      * COPYBOOK NAME......: PKSANRT0                                *
      * 协议利率申请审批KB参数区                                      *
      ****************************************************************
      *    1-申请 2-批准 3-拒绝
           05  I-FUN-CODE              PIC X(01).
           05  I-ACCT-NO               PIC X(32).
      *    申请:币种/分层号/期限档次/申请利率/申请理由
           05  I-CURR-COD              PIC X(03).
           05  I-CURR-IDEN             PIC X(01).
           05  I-FL-NO-N               PIC 9(02).
           05  I-TERM-COD              PIC X(03).
           05  I-PROP-RATE             PIC S9(03)V9(05) COMP-3.
           05  I-APP-RSN               PIC X(60).
      *    批准/拒绝:申请序号、审批人权限层级(1-支行 2-分行
      *    3-总行)、审批意见
           05  I-APP-SEQ-N             PIC 9(05).
           05  I-APPR-LVL              PIC X(01).
           05  I-APPR-OPINION          PIC X(60).
           05  O-RTRN-CODE             PIC X(05).
           05  O-APP-SEQ-N             PIC 9(05).
           05  O-APP-STS               PIC X(01).
           05  O-REQ-LVL               PIC X(01).
           05  O-BASE-RATE             PIC S9(03)V9(05) COMP-3.
           05  O-CEIL-RATE             PIC S9(03)V9(05) COMP-3.
           05  O-SPREAD                PIC S9(03)V9(05) COMP-3.
