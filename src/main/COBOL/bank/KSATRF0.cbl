      *                      行内转账:借记来源账户走KSAWDR0完整       *
      *                      校验链,贷记目标账户走KSADEP0完整         *
      *                      校验链;贷方失败时自动以KSADEP0冲回       *
      *                      已借记的来源账户,不留中途悬空资金;      *
      *                      记账前转入/转出户名筛查制裁名单,疑似     *
      *                      命中整笔挂起待合规审核,两腿均不记账;     *
      *                      借记腿经KSAWDR0按转出账户发起渠道的客    *
      *                      户自选限额检查,超限整笔拒绝              *
      * KB/CF TO BE CALLED: CSACHK0 KSAWDR0 KSADEP0 KSASCM0          *
      *                     (GSYSTRIG)                               *
      * INPUT..............: PKSATRF0                                *
      * OUTPUT.............: PKSATRF0                                *
      * MESSAGE CODE.......: EN033,EN297,EN340,EN341,EN342,EN466,    *
      *                      END43                                   *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
           COPY                        PKSAWDR0.
       01  PKSADEP0.
           COPY                        PKSADEP0.
       01  PKSASCM0.
           COPY                        PKSASCM0.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
      *    贷方失败时暂存的消息码,冲回后随交易返回
           05  WK-SAVE-MSG-CODE        PIC X(05).
      *    交易对手制裁名单疑似命中挂起标志
           05  WK-SCN-HOLD-FLG         PIC X(01).
               88  WK-SCN-HOLD                    VALUE 'Y'.
      *    筛查豁免经挂起编号核验通过标志
           05  WK-SCN-RLS-FLG          PIC X(01).
               88  WK-SCN-RLS                     VALUE 'Y'.
      *    账户提示信息回显下标
           05  WK-MEM-IX               PIC 9(02).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           PERFORM 3000-SCREEN-CNTRPTY-RTN.
      *    疑似命中制裁名单:整笔挂起待合规审核,两腿均不记账
           IF WK-SCN-HOLD
           THEN
             PERFORM 9000-END-TXN-RTN
             GOBACK
           END-IF.
           PERFORM 4000-DEBIT-OUT-RTN.
           PERFORM 5000-CREDIT-IN-RTN.
           PERFORM 9000-END-TXN-RTN.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  PKSAWDR0.
           INITIALIZE                  PKSADEP0.
           INITIALIZE                  PKSASCM0.
           INITIALIZE                  WK-AREA.
           MOVE 'N'                    TO WK-SCN-HOLD-FLG.
           MOVE SPACES                 TO O-SCN-HOLD-FLG OF PKSATRF0
                                          O-SCN-HOLD-NO  OF PKSATRF0.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
                                       TO WK-ACCT-NO.
           PERFORM 9711-CALL-CSACHK0-RTN.

      *    转入户名(借记腿对手)、转出户名(贷记腿对手)依次筛查,
      *    已经合规放行的重新驱动经挂起编号核验后不再筛查
       3000-SCREEN-CNTRPTY-RTN.
           PERFORM 3050-CHECK-SCN-RLS-RTN.
           IF NOT WK-SCN-RLS
           THEN
             INITIALIZE                PKSASCM0
             MOVE '1'                  TO I-FUN-CODE OF PKSASCM0
             MOVE I-IN-ACCT-NO OF PKSATRF0
                                       TO I-CP-ACCT-NO OF PKSASCM0
             PERFORM 9713-CALL-KSASCM0-RTN
             IF O-HIT-FLG OF PKSASCM0 = '1'
             THEN
               MOVE 'D'                TO I-DRCR-FLG OF PKSASCM0
               MOVE I-OUT-ACCT-NO OF PKSATRF0
                                       TO I-ACCT-NO OF PKSASCM0
               PERFORM 3100-SCN-HOLD-RTN
             ELSE
               INITIALIZE              PKSASCM0
               MOVE '1'                TO I-FUN-CODE OF PKSASCM0
               MOVE I-OUT-ACCT-NO OF PKSATRF0
                                       TO I-CP-ACCT-NO OF PKSASCM0
               PERFORM 9713-CALL-KSASCM0-RTN
               IF O-HIT-FLG OF PKSASCM0 = '1'
               THEN
                 MOVE 'C'              TO I-DRCR-FLG OF PKSASCM0
                 MOVE I-IN-ACCT-NO OF PKSATRF0
                                       TO I-ACCT-NO OF PKSASCM0
                 PERFORM 3100-SCN-HOLD-RTN
               END-IF
             END-IF
           END-IF.

      *    筛查豁免须凭挂起编号核验:挂起已于本交易合规放行,且
      *    账号/金额/发起KB与本笔一致,豁免标志单独不生效
       3050-CHECK-SCN-RLS-RTN.
           MOVE 'N'                    TO WK-SCN-RLS-FLG.
           IF I-SCN-EXEMPT-FLG OF PKSATRF0 = C-CM-FLAG-YES AND
              I-SCN-HOLD-NO OF PKSATRF0 NOT = SPACES
           THEN
             INITIALIZE                PKSASCM0
             MOVE '4'                  TO I-FUN-CODE OF PKSASCM0
             MOVE I-SCN-HOLD-NO OF PKSATRF0
                                       TO I-HOLD-NO OF PKSASCM0
             MOVE 'KSATRF0 '           TO I-SRC-PGM OF PKSASCM0
             MOVE I-OUT-ACCT-NO OF PKSATRF0
                                       TO I-ACCT-NO OF PKSASCM0
             MOVE I-AMT OF PKSATRF0    TO I-AMT OF PKSASCM0
             PERFORM 9713-CALL-KSASCM0-RTN
             IF O-RLS-FLG OF PKSASCM0 = '1'
             THEN
               SET WK-SCN-RLS          TO TRUE
             END-IF
           END-IF.

      *    本交易参数区随挂起登记留存,合规放行后据以重新驱动
       3100-SCN-HOLD-RTN.
           MOVE '3'                    TO I-FUN-CODE OF PKSASCM0.
           MOVE 'KSATRF0 '             TO I-SRC-PGM OF PKSASCM0.
           MOVE I-CURR-COD OF PKSATRF0 TO I-CURR-COD OF PKSASCM0.
           MOVE I-AMT OF PKSATRF0      TO I-AMT OF PKSASCM0.
           MOVE PKSATRF0               TO I-PARM-DATA OF PKSASCM0.
           PERFORM 9713-CALL-KSASCM0-RTN.
           MOVE C-CM-FLAG-YES          TO O-SCN-HOLD-FLG OF PKSATRF0.
           MOVE O-HOLD-NO OF PKSASCM0  TO O-SCN-HOLD-NO OF PKSATRF0.
           SET WK-SCN-HOLD             TO TRUE.

      *    借记腿:走KSAWDR0完整校验链(状态/冻结/止付/限额/监管)
       4000-DEBIT-OUT-RTN.
           INITIALIZE                  PKSAWDR0.
                                       TO I-DSCRP-COD   OF PKSAWDR0
           END-IF.
           MOVE I-RMRK OF PKSATRF0     TO I-RMRK        OF PKSAWDR0.
      *    合规放行的重新驱动:核验过的挂起编号带入记账腿
           IF WK-SCN-RLS
           THEN
             MOVE C-CM-FLAG-YES        TO I-SCN-EXEMPT-FLG
                                          OF PKSAWDR0
             MOVE I-SCN-HOLD-NO OF PKSATRF0
                                       TO I-SCN-HOLD-NO OF PKSAWDR0
           END-IF.
           MOVE I-AGT-CER-TYP OF PKSATRF0
                                       TO I-AGT-CER-TYP OF PKSAWDR0.
           MOVE I-AGT-CER-ID OF PKSATRF0
                                       TO I-AGT-CER-ID  OF PKSAWDR0.
           MOVE I-AGT-CUST-NAME OF PKSATRF0
                                       TO I-AGT-CUST-NAME
                                          OF PKSAWDR0.
           MOVE C-CM-FLAG-YES          TO I-AOP-CHK-FLG OF PKSAWDR0.
           MOVE I-IN-ACCT-NO OF PKSATRF0
                                       TO AIF-OPPO-ACCOUNT-NO.
           CALL 'GSYSTRIG'             USING APA-AREA
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
           MOVE O-AVL-BAL OF PKSAWDR0  TO O-OUT-AVL-BAL OF PKSATRF0.
           MOVE O-ACCT-BAL OF PKSAWDR0 TO O-OUT-ACCT-BAL
                                          OF PKSATRF0.
           MOVE O-ACCT-NAME OF PKSAWDR0
                                       TO O-OUT-ACCT-NAME
                                          OF PKSATRF0.
           MOVE O-MEM-CNT OF PKSAWDR0  TO O-OUT-MEM-CNT OF PKSATRF0.
           MOVE O-MEM-MAX-LVL OF PKSAWDR0
                                       TO O-OUT-MEM-MAX-LVL
                                          OF PKSATRF0.
           MOVE 1                      TO WK-MEM-IX.
           PERFORM 4010-MOVE-OUT-MEMO-RTN
                   UNTIL WK-MEM-IX > 3.

       4010-MOVE-OUT-MEMO-RTN.
           MOVE O-MEM-LVL OF PKSAWDR0(WK-MEM-IX)
                                       TO O-OUT-MEM-LVL OF PKSATRF0
                                                        (WK-MEM-IX).
           MOVE O-MEM-TEXT OF PKSAWDR0(WK-MEM-IX)
                                       TO O-OUT-MEM-TEXT OF PKSATRF0
                                                         (WK-MEM-IX).
           ADD 1                       TO WK-MEM-IX.

      *    贷记腿:走KSADEP0完整校验链;打开逐笔容错陷阱,
      *    E类消息回滚贷记腿后携码返回本程序,借记腿不受波及,
           MOVE SYS-BUSN-DT            TO I-TX-DT       OF PKSADEP0.
           MOVE C-TRF-DEP OF MEMCONST  TO I-DSCRP-COD   OF PKSADEP0.
           MOVE I-RMRK OF PKSATRF0     TO I-RMRK        OF PKSADEP0.
           IF WK-SCN-RLS
           THEN
             MOVE C-CM-FLAG-YES        TO I-SCN-EXEMPT-FLG
                                          OF PKSADEP0
             MOVE I-SCN-HOLD-NO OF PKSATRF0
                                       TO I-SCN-HOLD-NO OF PKSADEP0
           END-IF.
           MOVE I-OUT-ACCT-NO OF PKSATRF0
                                       TO AIF-OPPO-ACCOUNT-NO.
           CALL 'GSYSTRIG'             USING APA-AREA
           THEN
             PERFORM 5100-COMPENSATE-OUT-RTN
           END-IF.
      *    贷记腿挂起未记账:整笔回滚,借记腿随之回退
           IF O-SCN-HOLD-FLG OF PKSADEP0 = '1'
           THEN
             MOVE 'EN466'              TO AIF-MSG-CODE
      *      MOVE '交易对手疑似命中制裁名单,组合交易不予办理'
      *                                TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE O-ACCT-BAL OF PKSADEP0 TO O-IN-ACCT-BAL OF PKSATRF0.
           MOVE O-ACCT-NAME OF PKSADEP0
                                       TO O-IN-ACCT-NAME
                                          OF PKSATRF0.
           MOVE O-MEM-CNT OF PKSADEP0  TO O-IN-MEM-CNT OF PKSATRF0.
           MOVE O-MEM-MAX-LVL OF PKSADEP0
                                       TO O-IN-MEM-MAX-LVL
                                          OF PKSATRF0.
           MOVE 1                      TO WK-MEM-IX.
           PERFORM 5010-MOVE-IN-MEMO-RTN
                   UNTIL WK-MEM-IX > 3.

       5010-MOVE-IN-MEMO-RTN.
           MOVE O-MEM-LVL OF PKSADEP0(WK-MEM-IX)
                                       TO O-IN-MEM-LVL OF PKSATRF0
                                                       (WK-MEM-IX).
           MOVE O-MEM-TEXT OF PKSADEP0(WK-MEM-IX)
                                       TO O-IN-MEM-TEXT OF PKSATRF0
                                                        (WK-MEM-IX).
           ADD 1                       TO WK-MEM-IX.

      *    贷方失败自动补偿:以KSADEP0原额贷记回来源账户,
      *    冲回完成后以贷方腿原消息码整笔报错返回
           MOVE C-RET-ITEM OF MEMCONST TO I-DSCRP-COD   OF PKSADEP0.
           MOVE '行内转账贷方失败自动冲回'
                                       TO I-RMRK        OF PKSADEP0.
           IF WK-SCN-RLS
           THEN
             MOVE C-CM-FLAG-YES        TO I-SCN-EXEMPT-FLG
                                          OF PKSADEP0
             MOVE I-SCN-HOLD-NO OF PKSATRF0
                                       TO I-SCN-HOLD-NO OF PKSADEP0
           END-IF.
           MOVE C-CM-FLAG-YES          TO I-MEM-EXEMPT-FLG
                                          OF PKSADEP0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSADEP0
                                       CONTENT 'KSADEP0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF PKSADEP0 NOT = SPACES OR
              O-SCN-HOLD-FLG OF PKSADEP0 = '1'
           THEN
      *      冲回亦失败或挂起未记账:整笔中止回滚,借记腿随本交易
      *      一并回退
             MOVE 'EN342'              TO AIF-MSG-CODE
      *      MOVE '转账冲回失败'       TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       9713-CALL-KSASCM0-RTN.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSASCM0
                                       CONTENT 'KSASCM0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9736-CALL-CMSGLOG-RTN.
           INITIALIZE                  PCMSGLOG.
           MOVE AIF-MSG-CODE           TO I-MSG-CODE   OF PCMSGLOG.
