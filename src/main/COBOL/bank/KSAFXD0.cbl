      * KB/CF TO BE CALLED: CCMCUR2 CFXPOS KSADEP0(GSYSTRIG)         *
      * INPUT..............: PKSAFXD0                                *
      * OUTPUT.............: PKSAFXD0                                *
      * MESSAGE CODE.......: EN033,EN317,EN353,EN466,END43           *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
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
           MOVE O-ACCT-BAL OF PKSADEP0 TO O-ACCT-BAL  OF PKSAFXD0.
           MOVE O-ACCT-NAME OF PKSADEP0
                                       TO O-ACCT-NAME OF PKSAFXD0.
