      * KB/CF TO BE CALLED: CSACHK0 KSAWDR0 KSADEP0 (GSYSTRIG)       *
      * INPUT..............: PKSAJDD0                                *
      * OUTPUT.............: PKSAJDD0                                *
      * MESSAGE CODE.......: EN033,EN048,EN297,EN317,EN358,EN466,    *
      *                      END43                                   *
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
           MOVE O-ACCT-NAME OF PKSAWDR0
                                       TO O-RCPT-ACCT-NAME
                                          OF PKSAJDD0.
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

       7000-RECEIPT-RTN.
           MOVE WK-HIT-SEQ             TO O-FRZ-SEQ-N OF PKSAJDD0.
