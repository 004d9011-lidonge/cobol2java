      ****************************************************************
      * COPYBOOK NAME......: PKSASTR0                                *
      * 可疑交易案件处理KB参数区                                      *
      ****************************************************************
      *    1-分派调查 2-调查备注 3-关联账户明细 4-确认可疑
      *    5-排除结案 6-查询
           05  I-FUN-CODE              PIC X(01).
           05  I-CASE-NO               PIC X(24).
           05  I-INV-OPR-NO            PIC X(12).
           05  I-NOTE                  PIC X(200).
      *    关联明细:账号+交易流水号,明细号为零则关联该流水全部明细
           05  I-ACCT-NO               PIC X(32).
           05  I-TX-LOG-NO             PIC X(24).
           05  I-DET-NO-N              PIC 9(07).
      *    确认要素
           05  I-SUSP-COD              PIC X(04).
           05  I-SUSP-DESC             PIC X(200).
           05  I-ACTN-COD              PIC X(02).
           05  I-CUST-CERT-TYP         PIC X(04).
           05  I-CUST-CERT-ID          PIC X(32).
      *    查询明细起始序号(翻页)
           05  I-START-SEQ-N           PIC 9(05).
      *    确认/排除须复核柜员,不得与经办同人
           05  I-CHK-TELLER-ID         PIC X(12).
           05  O-RTRN-CODE             PIC X(05).
           05  O-STS                   PIC X(01).
           05  O-CUST-NO               PIC X(20).
           05  O-CUST-NAME             PIC X(120).
           05  O-BRANCH-STD            PIC X(09).
           05  O-OPEN-DT               PIC X(08).
           05  O-DUE-DT                PIC X(08).
           05  O-INV-OPR-NO            PIC X(12).
           05  O-ASGN-DT               PIC X(08).
           05  O-ATN-CNT               PIC 9(05).
           05  O-RSK-SCORE             PIC 9(03).
           05  O-SMF-AMT               PIC S9(16)V9(2) COMP-3.
           05  O-TXN-CNT               PIC 9(05).
           05  O-TXN-AMT               PIC S9(16)V9(2) COMP-3.
           05  O-SUSP-COD              PIC X(04).
           05  O-SUSP-DESC             PIC X(200).
           05  O-ACTN-COD              PIC X(02).
           05  O-CFM-DT                PIC X(08).
           05  O-RPT-DUE-DT            PIC X(08).
           05  O-RPT-FILE-NM           PIC X(40).
           05  O-RPT-DT                PIC X(08).
           05  O-RCP-STS               PIC X(01).
           05  O-RCP-DT                PIC X(08).
           05  O-RCP-MSG               PIC X(60).
      *    明细:每次最多返回10条,O-NEXT-SEQ-N非零为下页起始序号
           05  O-DTL-CNT               PIC 9(02).
           05  O-DTL-GRP               OCCURS 10.
               10  O-DTL-SEQ-N         PIC 9(05).
               10  O-DTL-REC-TYP       PIC X(01).
               10  O-DTL-ALT-SRC       PIC X(01).
               10  O-DTL-ACCT-NO       PIC X(32).
               10  O-DTL-DET-NO-N      PIC 9(07).
               10  O-DTL-TX-DT         PIC X(08).
               10  O-DTL-DRCR-FLG      PIC X(01).
               10  O-DTL-AMT           PIC S9(16)V9(2) COMP-3.
               10  O-DTL-OP-NAME       PIC X(60).
               10  O-DTL-NOTE          PIC X(200).
               10  O-DTL-OPR-NO        PIC X(12).
           05  O-NEXT-SEQ-N            PIC 9(05).
