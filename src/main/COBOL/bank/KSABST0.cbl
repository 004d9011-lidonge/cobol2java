      * KB/CF TO BE CALLED: KSAWDR0 KSADEP0 (GSYSTRIG)               *
      * INPUT..............: PKSABST0                                *
      * OUTPUT.............: PKSABST0                                *
      * MESSAGE CODE.......: EN033,EN317,EN466,END43                 *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF O-SCN-HOLD-FLG OF PKSAWDR0 = '1'
           THEN
             MOVE 'EN466'              TO AIF-MSG-CODE
      *      MOVE '交易对手疑似命中制裁名单,组合交易不予办理'
      *                                TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE O-ACCT-BAL OF PKSAWDR0 TO O-ACCT-BAL OF PKSABST0.
           MOVE O-AVL-BAL OF PKSAWDR0  TO O-AVL-BAL  OF PKSABST0.
           PERFORM 6000-CREDIT-RTN.
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF O-SCN-HOLD-FLG OF PKSAWDR0 = '1'
           THEN
             MOVE 'EN466'              TO AIF-MSG-CODE
      *      MOVE '交易对手疑似命中制裁名单,组合交易不予办理'
      *                                TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 6000-CREDIT-RTN.

      *    贷记腿:按方向定收款账户与摘要码
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF O-SCN-HOLD-FLG OF PKSADEP0 = '1'
           THEN
             MOVE 'EN466'              TO AIF-MSG-CODE
      *      MOVE '交易对手疑似命中制裁名单,组合交易不予办理'
      *                                TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSABST0 = '2'
           THEN
             MOVE O-ACCT-BAL OF PKSADEP0
