      * KB/CF TO BE CALLED: KSADEP0 KSAWDR0 (GSYSTRIG)               *
      * INPUT..............: PKSACDM0                                *
      * OUTPUT.............: PKSACDM0                                *
      * MESSAGE CODE.......: EN033,EN048,EN317,EN318,EN466,END43     *
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
           MOVE O-ACCT-BAL OF PKSADEP0 TO O-ACCT-BAL OF PKSACDM0.
           MOVE O-AVL-BAL OF PKSADEP0  TO O-AVL-BAL  OF PKSACDM0.
           PERFORM 4010-NEXT-SEQ-RTN.
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
           PERFORM 4800-GHU-CDM-RTN.
           MOVE '2'                    TO SA-CDM-STS.
           MOVE SYS-BUSN-DT            TO SA-CDM-VRF-DT.
