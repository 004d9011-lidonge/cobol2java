      *                      KSADEP0 KSAWDR0 (GSYSTRIG)              *
      * INPUT..............: PKSAMSB0                                *
      * OUTPUT.............: PKSAMSB0                                *
      * MESSAGE CODE.......: EN048,EN317,EN318,EN349,EN466,END43     *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
                                       TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             IF O-SCN-HOLD-FLG OF PKSADEP0 = '1'
             THEN
               MOVE 'EN466'            TO AIF-MSG-CODE
      *        MOVE '交易对手疑似命中制裁名单,组合交易不予办理'
      *                                TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.
           MOVE WK-INT-AMT             TO O-INT-AMT OF PKSAMSB0.

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
           PERFORM 4900-GHU-SUB-RTN.

      *    退保证金划出(本金+利息)
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

       4900-GHU-SUB-RTN.
           INITIALIZE                  PDBIMAIN.
