      * KB/CF TO BE CALLED: CSACHK0 KSAWDR0 KSADEP0 (GSYSTRIG)       *
      * INPUT..............: PKSASWP0                                *
      * OUTPUT.............: PKSASWP0                                *
      * MESSAGE CODE.......: EN048,EN338,EN466,END43                 *
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
           INITIALIZE                  PKSADEP0.
           MOVE SA-SWP-TGT-ACCT-NO     TO I-ACCT-NO    OF PKSADEP0.
           MOVE SA-SWP-CURR-COD        TO I-CURR-COD   OF PKSADEP0.
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
           MOVE SYS-BUSN-DT            TO SA-SWP-LAST-RUN-DT.
           PERFORM 4910-REPL-INS-RTN.
           MOVE I-SWP-AMT OF PKSASWP0  TO O-SWP-AMT OF PKSASWP0.
