      *                      化记录组(头-期初期末余额,明细-当月        *
      *                      SAACNTXN行,尾-借贷合计),供网银下载;       *
      *                      期初余额=期末余额-当月净动账              *
      *                      上年年终调整期内以上年会计日期入账的     *
      *                      调整明细不列,期初即承接调整后年终余额    *
      * INPUT..............: (无)                                    *
      * OUTPUT.............: ESTMOUTF                                *
      * DATA ACCESS TABLE:                                           *
           05  WK-MM-DR-TOT            PIC S9(16)V9(2) COMP-3.
           05  WK-MM-CR-TOT            PIC S9(16)V9(2) COMP-3.
           05  WK-OPEN-BAL             PIC S9(16)V9(2) COMP-3.
      *    当月上年调整净额(贷正借负)及明细已过部分
           05  WK-ADJ-TOT              PIC S9(16)V9(2) COMP-3.
           05  WK-ADJ-SEEN             PIC S9(16)V9(2) COMP-3.
           05  WK-ADJ-FLG              PIC X(01).
               88  WK-ADJ-TXN                    VALUE 'Y'.
           05  WK-EST-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-ACN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACN-EOF                    VALUE 'Y'.
       4000-GEN-ESTM-RTN.
           MOVE ZEROS                  TO WK-MM-DR-TOT.
           MOVE ZEROS                  TO WK-MM-CR-TOT.
           MOVE ZEROS                  TO WK-ADJ-TOT.
           MOVE ZEROS                  TO WK-ADJ-SEEN.
           PERFORM 5000-SUM-MM-RTN.
           COMPUTE WK-OPEN-BAL = SA-ACCT-BAL OF SAACNAMT
                               - WK-MM-CR-TOT + WK-MM-DR-TOT.
                SA-CURR-IDEN OF SAACNTXN =
                                  SA-CURR-IDEN OF SAACNAMT
             THEN
               PERFORM 5020-CHECK-ADJ-RTN
               IF WK-ADJ-TXN
               THEN
                 ADD SA-CR-AMT OF SAACNTXN
                                       TO WK-ADJ-TOT
                 SUBTRACT SA-DR-AMT OF SAACNTXN
                                       FROM WK-ADJ-TOT
               ELSE
                 ADD SA-DR-AMT OF SAACNTXN
                                       TO WK-MM-DR-TOT
                 ADD SA-CR-AMT OF SAACNTXN
                                       TO WK-MM-CR-TOT
               END-IF
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
           END-IF.

      *    上年会计日期入账的年终调整明细
       5020-CHECK-ADJ-RTN.
           MOVE 'N'                    TO WK-ADJ-FLG.
           IF SA-ACCT-DT OF SAACNTXN IS NUMERIC AND
              SA-ACCT-DT OF SAACNTXN(1:4) < WK-STMT-MM(1:4)
           THEN
             SET WK-ADJ-TXN            TO TRUE
           END-IF.

       6000-WRITE-DTL-RTN.
           MOVE SPACES                 TO WK-TXN-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
                SA-CURR-IDEN OF SAACNTXN =
                                  SA-CURR-IDEN OF SAACNAMT
             THEN
               PERFORM 5020-CHECK-ADJ-RTN
               IF WK-ADJ-TXN
               THEN
                 ADD SA-CR-AMT OF SAACNTXN
                                       TO WK-ADJ-SEEN
                 SUBTRACT SA-DR-AMT OF SAACNTXN
                                       FROM WK-ADJ-SEEN
               ELSE
                 MOVE SPACES           TO EST-REC
                 MOVE 'D'              TO ES-REC-TYP
                 MOVE SA-ACCT-NO OF SAACNACN
                                       TO ES-ACCT-NO
                 MOVE SA-CURR-COD OF SAACNTXN
                                       TO ES-CURR-COD
                 MOVE SA-CURR-IDEN OF SAACNTXN
                                       TO ES-CURR-IDEN
                 MOVE WK-STMT-MM       TO ES-STMT-MM
                 MOVE SA-TX-DT OF SAACNTXN
                                       TO ES-TX-DT
                 MOVE SA-DR-AMT OF SAACNTXN
                                       TO ES-DR-AMT
                 MOVE SA-CR-AMT OF SAACNTXN
                                       TO ES-CR-AMT
      *          列示余额按月初已含调整口径
                 COMPUTE ES-BAL = SA-DDP-ACCT-BAL OF SAACNTXN
                                + WK-ADJ-TOT - WK-ADJ-SEEN
                 MOVE SA-DSCRP-COD OF SAACNTXN
                                       TO ES-DSCRP-COD
                 MOVE SA-OP-ACCT-NO-32 OF SAACNTXN
                                       TO ES-OP-ACCT-NO
                 MOVE SA-OP-CUST-NAME OF SAACNTXN
                                       TO ES-OP-CUST-NAME
                 WRITE EST-REC
               END-IF
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
           END-IF.
