      * KB/CF TO BE CALLED: CSACHK0 KSADEP0(GSYSTRIG)                *
      * INPUT..............: PKSAIAJ0                                *
      * OUTPUT.............: PKSAIAJ0                                *
      * MESSAGE CODE.......: AN023,EN033,EN048,EN297,EN317,EN466,    *
      *                      END43                                   *
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

      *    调整登记簿逐笔留痕
       5000-WRITE-REG-RTN.
