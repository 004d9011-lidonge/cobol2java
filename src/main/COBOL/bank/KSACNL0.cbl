      *                      撤销开户登记:删除账号档/金额档,          *
      *                      回退客户账号档(CCICLTA)/关系档           *
      *                      (CCIRAA0)/介质档(CSAPME0)/用途签约       *
      *                      (CECCSA8),撤销本身登记CMNTLOG留痕;       *
      *                      待人行核准账户核准不予通过的,不受当日    *
      *                      限制,无动账即可撤销                      *
      * KB/CF TO BE CALLED: CCICLTA CCIRAA0 CSAPME0 CECCSA8 CMNTLOG  *
      * INPUT..............: PKSACNL0                                *
      * OUTPUT.............: PKSACNL0                                *
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    仅限当日开立的账户;待核准户核准被拒的不限开户日
           IF SA-OPAC-DT OF SAACNACN NOT = SYS-BUSN-DT AND
              SA-APRV-STS OF SAACNACN NOT = C-SA-APRV-PEND
           THEN
             MOVE 'EN331'              TO AIF-MSG-CODE
      *      MOVE '非当日开户不可撤销' TO AIF-MSG-TEXT
