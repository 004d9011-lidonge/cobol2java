      ****************************************************************
      * COPYBOOK NAME......: PKSAAIS0                                *
      * 年度利息清单补打KB参数区                                      *
      ****************************************************************
           05  I-ACCT-NO               PIC X(32).
      *    清单年度(YYYY)
           05  I-YEAR                  PIC X(04).
           05  I-CURR-COD              PIC X(03).
           05  I-CURR-IDEN             PIC X(01).
           05  O-RTRN-CODE             PIC X(05).
           05  O-ACCT-NAME             PIC X(120).
           05  O-OPAC-INSTN-NO         PIC X(09).
      *    本年结息逐次列示(季度结息加销户结息,至多8次)
           05  O-ROW-CNT               PIC 9(02).
           05  O-STL-ROW               OCCURS 8.
               10  O-STL-DT            PIC X(08).
               10  O-INT-AMT           PIC S9(16)V9(2) COMP-3.
               10  O-NGO-INT-AMT       PIC S9(16)V9(2) COMP-3.
               10  O-WHT-AMT           PIC S9(16)V9(2) COMP-3.
               10  O-NET-AMT           PIC S9(16)V9(2) COMP-3.
               10  O-OD-INT-AMT        PIC S9(16)V9(2) COMP-3.
      *        0-本金化本户 1-划付收息账户
               10  O-PAYOUT-FLG        PIC X(01).
               10  O-TGT-ACCT-NO       PIC X(32).
      *    年度合计及本年透支利息回收
           05  O-TOT-INT-AMT           PIC S9(16)V9(2) COMP-3.
           05  O-TOT-NGO-INT-AMT       PIC S9(16)V9(2) COMP-3.
           05  O-TOT-WHT-AMT           PIC S9(16)V9(2) COMP-3.
           05  O-TOT-NET-AMT           PIC S9(16)V9(2) COMP-3.
           05  O-TOT-OD-INT-AMT        PIC S9(16)V9(2) COMP-3.
           05  O-OD-RCV-AMT            PIC S9(16)V9(2) COMP-3.
