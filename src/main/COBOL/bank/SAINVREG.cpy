      ****************************************************************
      * COPYBOOK NAME......: SAINVREG                                *
      * 服务费开票登记簿(BSAINVD):按账号+收费明细号逐笔登记所收     *
      * 服务费,KSAFEE0/KSARFEE1/KSARSTM1记账时写入,KSAWDR0冲正     *
      * 收费明细时置作废/待开红字,KSARINV1按客户开票方式导出        *
      * 开票申请(蓝字/红字)并回写申请号                             *
      ****************************************************************
           05  SA-IVR-ACCT-NO          PIC X(32).
      *    收费明细号(SAACNTXN.SA-DDP-ACCT-NO-DET-N)
           05  SA-IVR-DET-NO-N         PIC 9(07).
           05  SA-IVR-CURR-COD         PIC X(03).
           05  SA-IVR-CURR-IDEN        PIC X(01).
           05  SA-IVR-FEE-DT           PIC X(08).
           05  SA-IVR-SVC-COD          PIC X(06).
      *    来源:1-柜面计收KSAFEE0 2-批量收费KSARFEE1
      *         3-对账单补打KSARSTM1
           05  SA-IVR-SRC              PIC X(01).
      *    收费金额(含税)
           05  SA-IVR-FEE-AMT          PIC S9(16)V9(2) COMP-3.
           05  SA-IVR-CUST-NO          PIC X(20).
           05  SA-IVR-BRANCH-STD       PIC X(09).
      *    0-待开票 1-已导出蓝字 2-未开票即冲正作废
      *    3-已开票冲正待开红字 4-已导出红字
           05  SA-IVR-STS              PIC X(01).
      *    以下导出蓝字时按当时客户开票资料回写
           05  SA-IVR-INV-MODE         PIC X(01).
           05  SA-IVR-INV-TYP          PIC X(01).
           05  SA-IVR-TAX-ID           PIC X(20).
           05  SA-IVR-INV-TITLE        PIC X(120).
           05  SA-IVR-TAX-RATE         PIC 9(02)V9(02).
           05  SA-IVR-NET-AMT          PIC S9(16)V9(2) COMP-3.
           05  SA-IVR-TAX-AMT          PIC S9(16)V9(2) COMP-3.
      *    开票申请号:B/R+导出日+顺序号
           05  SA-IVR-BLUE-REQ-NO      PIC X(16).
           05  SA-IVR-BLUE-EXP-DT      PIC X(08).
      *    冲正明细号及冲正日
           05  SA-IVR-RED-DET-NO-N     PIC 9(07).
           05  SA-IVR-RED-DT           PIC X(08).
           05  SA-IVR-RED-REQ-NO       PIC X(16).
           05  SA-IVR-RED-EXP-DT       PIC X(08).
           05  SA-LEGAL-PERSON-ID      PIC X(03).
           05  SA-DB-PARTITION-ID      PIC X(09).
           05  SA-IVR-FILLER           PIC X(30).
