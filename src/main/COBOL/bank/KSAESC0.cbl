      *                      KSAWDR0 KSADEP0 (GSYSTRIG)              *
      * INPUT..............: PKSAESC0                                *
      * OUTPUT.............: PKSAESC0                                *
      * MESSAGE CODE.......: EN048,EN297,EN317,EN318,EN466,END43     *
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

      *    连本带息贷记原账户,唤醒/KYC由存入侧既有流程处理
       6000-CREDIT-CUST-RTN.
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

       7000-MARK-REG-RTN.
           MOVE '1'                    TO SA-ESC-STS.
