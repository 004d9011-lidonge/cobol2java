      * KB/CF TO BE CALLED: KSADEP0(GSYSTRIG)                        *
      * INPUT..............: PKSAODR0                                *
      * OUTPUT.............: PKSAODR0                                *
      * MESSAGE CODE.......: EN048,EN321,EN466                       *
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

      *    KSADEP0在KBA区回写的回收三分项直接作为本交易输出,
      *    并将凭证改挂透支息归还专用FORMID
