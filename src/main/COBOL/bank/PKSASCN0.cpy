      ****************************************************************
      * COPYBOOK NAME......: PKSASCN0                                *
      * 制裁名单命中挂起处置KB参数区                                  *
      ****************************************************************
      *    1-放行 2-拒绝 3-查询
           05  I-FUN-CODE              PIC X(01).
           05  I-HOLD-NO               PIC X(24).
      *    处置意见:放行/拒绝必输
           05  I-DSP-RMRK              PIC X(60).
      *    放行/拒绝须复核柜员,不得与经办同人
           05  I-CHK-TELLER-ID         PIC X(12).
           05  O-RTRN-CODE             PIC X(05).
           05  O-STS                   PIC X(01).
           05  O-SRC-PGM               PIC X(08).
           05  O-DRCR-FLG              PIC X(01).
           05  O-ACCT-NO               PIC X(32).
           05  O-CURR-COD              PIC X(03).
           05  O-AMT                   PIC S9(16)V9(2) COMP-3.
           05  O-CP-NAME               PIC X(120).
           05  O-CP-BANK-NO            PIC X(09).
           05  O-CP-ACCT-NO            PIC X(32).
           05  O-LST-ID                PIC X(12).
           05  O-LST-NAME              PIC X(120).
           05  O-MATCH-TYP             PIC X(01).
           05  O-SCORE                 PIC 9(03).
           05  O-HOLD-DT               PIC X(08).
           05  O-HOLD-TM               PIC X(08).
           05  O-BRANCH-STD            PIC X(09).
           05  O-OPR-NO                PIC X(12).
           05  O-DSP-DT                PIC X(08).
           05  O-DSP-OPR-NO            PIC X(12).
           05  O-DSP-CHK-OPR-NO        PIC X(12).
           05  O-DSP-RMRK              PIC X(60).
           05  O-RLS-LOG-NO            PIC X(24).
