      * INPUT..............: PKSACLS0                                *
      * OUTPUT.............: PKSACLS0                                *
      * MESSAGE CODE.......: EN048,EN297,EN298,EN310,EN311,EN312     *
      *                      EN431                                   *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R/U                                 *
      * BSAACND   SAACNAMT       R/U                                 *
      * BSAACND   SAACNTXN       I                                   *
      * BSASWPD   SASWPINS       R/U                                 *
      * BSAMNDD   SAMNDREG       R/U                                 *
      * BSAITSD   SAITSINS       R/U                                 *
      * BSAERPD   SAERPENR       R/U                                 *
      * BSACHQD   SACHQREG       R/U                                 *
      * BSAPAYQ   SAPAYQUE       R/U                                 *
      * BSASTOD   SASTOINS       R/U                                 *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
       01  WK-AQ-APPR-FLG              PIC X(01) VALUE 'N'.
           88  WK-AQ-APPROVED                    VALUE 'Y'.
       01  WK-AQ-SEQ-N                 PIC 9(07).
       01  PKSAMEM0.
           COPY                        PKSAMEM0.
      *    账户提示信息回显下标
       01  WK-MEM-IX                   PIC 9(02) COMP.
       01 SAACNAMT.
          COPY                         SAACNAMT.
      *    同户其他币种余额段检查用独立检索缓冲
          COPY                         SAACNAMT.
       01 SAACNTXN.
          COPY                         SAACNTXN.
       01 SANTFSUB.
          COPY                         SANTFSUB.
       01 SANTFQUE.
          COPY                         SANTFQUE.
      *    销户连带终止的本户存续登记/指示
       01 SASWPINS.
          COPY                         SASWPINS.
       01 SAMNDREG.
          COPY                         SAMNDREG.
       01 SAITSINS.
          COPY                         SAITSINS.
       01 SAERPENR.
          COPY                         SAERPENR.
       01 SACHQREG.
          COPY                         SACHQREG.
       01 SAPAYQUE.
          COPY                         SAPAYQUE.
       01 SASTOINS.
          COPY                         SASTOINS.
      ****************************************************************
      * WORK VARIABLE DEFINITION AREA                                *
      ****************************************************************
      *    本币种外尚有未销余额段时不做户级销户动作
           05 WK-OPEN-LEG-FLG          PIC X(01).
           05 WK-AMT-EOF-FLG           PIC X(01).
           05 WK-DEP-EOF-FLG           PIC X(01).
      *    连带终止/撤销的登记与指示笔数
           05 WK-DEP-CNCL-N            PIC 9(05).
           05 WK-SAACNAMT-KEY.
              10 WK-CURR-COD           PIC X(3).
              10 WK-CURR-IDEN          PIC X.
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.
      *    账户提示信息:回显有效提示,阻断级须主管授权放行
           PERFORM 3890-GET-MEMO-RTN.
      *    存在冻结/止付金额不允许销户;票据待清算未解付的
      *    同样不允许,否则未清算资金随销户付出且浮动明细永久存续
           IF SA-FRZ-AMT OF SAACNAMT > ZEROS OR
           PERFORM 9709-CALL-CSAQRY1-RTN.
           PERFORM 9712-CALL-CPDPSA0-RTN.

      *    取账户有效提示信息回显;柜面遇阻断级提示须主管授权
      *    放行,无临柜主管时凭远程授权批准件放行
       3890-GET-MEMO-RTN.
           INITIALIZE                  PKSAMEM0.
           MOVE '5'                    TO I-FUN-CODE OF PKSAMEM0.
           MOVE I-ACCT-NO OF PKSACLS0  TO I-ACCT-NO OF PKSAMEM0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSAMEM0
                                       CONTENT 'KSAMEM0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF PKSAMEM0 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF PKSAMEM0
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE O-ACT-CNT OF PKSAMEM0  TO O-MEM-CNT OF PKSACLS0.
           MOVE O-MAX-LVL OF PKSAMEM0  TO O-MEM-MAX-LVL OF PKSACLS0.
           MOVE 1                      TO WK-MEM-IX.
           PERFORM 3891-MOVE-MEMO-RTN
                   UNTIL WK-MEM-IX > 3 OR
                         WK-MEM-IX > O-ROW-CNT OF PKSAMEM0.
           IF O-BLOCK-FLG OF PKSAMEM0 = '1' AND
              SYS-LCH-CHANNEL-FLAG = C-CM-CHANNEL-TLR AND
              SYS-SPV-A = SPACES AND
              SYS-SPV-B = SPACES
           THEN
             PERFORM 9770-CHECK-AUTHQUE-RTN
             IF NOT WK-AQ-APPROVED
             THEN
               MOVE 'EN431'            TO AIF-MSG-CODE
      *        MOVE '账户有阻断级提示,须主管授权' TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.

       3891-MOVE-MEMO-RTN.
           MOVE O-MEM-LVL OF PKSAMEM0(WK-MEM-IX)
                                       TO O-MEM-LVL OF PKSACLS0
                                                    (WK-MEM-IX).
           MOVE O-MEM-TEXT OF PKSAMEM0(WK-MEM-IX)
                                       TO O-MEM-TEXT OF PKSACLS0
                                                     (WK-MEM-IX).
           ADD 1                       TO WK-MEM-IX.

       4000-PROCESS-DATA-RTN.
      *    先将积数计提至销户日,再按产品利率结息
           PERFORM 4141-CAL-NORMAL-PRDT-RTN.
      *      客户账号档状态置为销户
             PERFORM 9702-CALL-CCICLTA-RTN
           END-IF.
      *    连带终止本户名下存续登记/指示,免得销户后次日批量
      *    仍按其执行而失败
           PERFORM 4190-CASCADE-DEPEND-RTN.

      *    销户连带处理:带币种的划款/预约转账/排队付款随本
      *    币种段销户即撤销;户级的委托收款授权/利息入账指示/
      *    ERP直连签约/支票簿在末段销户(整户销户)时终止
       4190-CASCADE-DEPEND-RTN.
           MOVE ZEROS                  TO WK-DEP-CNCL-N.
           PERFORM 4191-HOLD-SWP-RTN.
           PERFORM 4192-SWP-LOOP-RTN
                   UNTIL WK-DEP-EOF-FLG = C-CM-FLAG-YES.
           PERFORM 4193-HOLD-STO-RTN.
           PERFORM 4194-STO-LOOP-RTN
                   UNTIL WK-DEP-EOF-FLG = C-CM-FLAG-YES.
           PERFORM 4195-HOLD-PQ-RTN.
           PERFORM 4196-PQ-LOOP-RTN
                   UNTIL WK-DEP-EOF-FLG = C-CM-FLAG-YES.
           IF WK-OPEN-LEG-FLG NOT = C-CM-FLAG-YES
           THEN
             PERFORM 4197-HOLD-MND-RTN
             PERFORM 4198-MND-LOOP-RTN
                     UNTIL WK-DEP-EOF-FLG = C-CM-FLAG-YES
             PERFORM 4199-HOLD-CHQ-RTN
             PERFORM 4201-CHQ-LOOP-RTN
                     UNTIL WK-DEP-EOF-FLG = C-CM-FLAG-YES
             PERFORM 4202-TERM-ITS-RTN
             PERFORM 4203-TERM-ERP-RTN
           END-IF.

      *    约定划款指示:本币种存续及暂停指示置终止
       4191-HOLD-SWP-RTN.
           MOVE C-CM-FLAG-NO           TO WK-DEP-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASWPINS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASWPD'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SASWPINS'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACLS0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASWPINS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE C-CM-FLAG-YES        TO WK-DEP-EOF-FLG
           END-IF.

       4192-SWP-LOOP-RTN.
           IF SA-SWP-STS NOT = '1' AND
              SA-SWP-CURR-COD = I-CURR-COD OF PKSACLS0 AND
              SA-SWP-CURR-IDEN = I-CURR-IDEN OF PKSACLS0
           THEN
             MOVE '1'                  TO SA-SWP-STS
             INITIALIZE                PDBIMAIN
             MOVE 'BSASWPD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SASWPINS
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
             ADD 1                     TO WK-DEP-CNCL-N
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASWPD'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SASWPINS'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACLS0  TO DBI-KEY-VALUE1(1).
           MOVE '0'                    TO DBI-CMD-CODE(1 , 1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASWPINS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE C-CM-FLAG-YES        TO WK-DEP-EOF-FLG
           END-IF.

      *    预约转账指示:本币种未终止、未完成指示(含暂停)置终止
       4193-HOLD-STO-RTN.
           MOVE C-CM-FLAG-NO           TO WK-DEP-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTOINS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTOD'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SASTOINS'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACLS0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTOINS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE C-CM-FLAG-YES        TO WK-DEP-EOF-FLG
           END-IF.

       4194-STO-LOOP-RTN.
           IF SA-STO-STS NOT = '1' AND '2' AND
              SA-STO-CURR-COD = I-CURR-COD OF PKSACLS0 AND
              SA-STO-CURR-IDEN = I-CURR-IDEN OF PKSACLS0
           THEN
             MOVE '1'                  TO SA-STO-STS
             INITIALIZE                PDBIMAIN
             MOVE 'BSASTOD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SASTOINS
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
             ADD 1                     TO WK-DEP-CNCL-N
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTOD'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SASTOINS'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACLS0  TO DBI-KEY-VALUE1(1).
           MOVE '0'                    TO DBI-CMD-CODE(1 , 1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTOINS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE C-CM-FLAG-YES        TO WK-DEP-EOF-FLG
           END-IF.

      *    余额不足排队付款:本币种排队件置撤销
       4195-HOLD-PQ-RTN.
           MOVE C-CM-FLAG-NO           TO WK-DEP-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPAYQUE.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPAYQ'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SAPAYQUE'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACLS0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPAYQUE
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE C-CM-FLAG-YES        TO WK-DEP-EOF-FLG
           END-IF.

       4196-PQ-LOOP-RTN.
           IF SA-PQ-STS = '0' AND
              SA-PQ-CURR-COD = I-CURR-COD OF PKSACLS0 AND
              SA-PQ-CURR-IDEN = I-CURR-IDEN OF PKSACLS0
           THEN
             MOVE '3'                  TO SA-PQ-STS
             INITIALIZE                PDBIMAIN
             MOVE 'BSAPAYQ'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SAPAYQUE
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
             ADD 1                     TO WK-DEP-CNCL-N
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPAYQ'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SAPAYQUE'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACLS0  TO DBI-KEY-VALUE1(1).
           MOVE '0'                    TO DBI-CMD-CODE(1 , 1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPAYQUE
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE C-CM-FLAG-YES        TO WK-DEP-EOF-FLG
           END-IF.

      *    委托收款授权书:存续授权置终止
       4197-HOLD-MND-RTN.
           MOVE C-CM-FLAG-NO           TO WK-DEP-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAMNDREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAMNDD'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SAMNDREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACLS0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAMNDREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE C-CM-FLAG-YES        TO WK-DEP-EOF-FLG
           END-IF.

       4198-MND-LOOP-RTN.
           IF SA-MND-STS = '0'
           THEN
             MOVE '1'                  TO SA-MND-STS
             MOVE SYS-BUSN-DT          TO SA-MND-TERM-DT
             INITIALIZE                PDBIMAIN
             MOVE 'BSAMNDD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SAMNDREG
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
             ADD 1                     TO WK-DEP-CNCL-N
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAMNDD'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SAMNDREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACLS0  TO DBI-KEY-VALUE1(1).
           MOVE '0'                    TO DBI-CMD-CODE(1 , 1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAMNDREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE C-CM-FLAG-YES        TO WK-DEP-EOF-FLG
           END-IF.

      *    支票簿:在用号段置作废,销户后票据不再可解付
       4199-HOLD-CHQ-RTN.
           MOVE C-CM-FLAG-NO           TO WK-DEP-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACHQREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACHQD'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SACHQREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACLS0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACHQREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE C-CM-FLAG-YES        TO WK-DEP-EOF-FLG
           END-IF.

       4201-CHQ-LOOP-RTN.
           IF SA-CHQ-STS = '0'
           THEN
             MOVE '1'                  TO SA-CHQ-STS
             MOVE SYS-BUSN-DT          TO SA-CHQ-CNCL-DT
             INITIALIZE                PDBIMAIN
             MOVE 'BSACHQD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SACHQREG
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
             ADD 1                     TO WK-DEP-CNCL-N
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACHQD'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SACHQREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACLS0  TO DBI-KEY-VALUE1(1).
           MOVE '0'                    TO DBI-CMD-CODE(1 , 1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACHQREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE C-CM-FLAG-YES        TO WK-DEP-EOF-FLG
           END-IF.

      *    利息入账指示:每户一条,存续或暂停即置终止
       4202-TERM-ITS-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAITSINS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAITSD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAITSINS'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACLS0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAITSINS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-ITS-STS NOT = '1'
           THEN
             MOVE '1'                  TO SA-ITS-STS
             MOVE SYS-BUSN-DT          TO SA-ITS-TERM-DT
             INITIALIZE                PDBIMAIN
             MOVE 'BSAITSD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SAITSINS
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
             ADD 1                     TO WK-DEP-CNCL-N
           END-IF.

      *    ERP对账直连签约:每户一条,存续即置终止
       4203-TERM-ERP-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAERPENR.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAERPD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAERPENR'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACLS0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAERPENR
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-ERP-STS = '0'
           THEN
             MOVE '1'                  TO SA-ERP-STS
             MOVE SYS-BUSN-DT          TO SA-ERP-TERM-DT
             INITIALIZE                PDBIMAIN
             MOVE 'BSAERPD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SAERPENR
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
             ADD 1                     TO WK-DEP-CNCL-N
           END-IF.

      *    扫描同户其余SAACNAMT段:尚有未销段即置标志
       4145-CHECK-OPEN-LEG-RTN.
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE I-ACCT-NO OF PKSACLS0  TO SA-NTQ-ACCT-NO.
           PERFORM 9807-INSERT-NTF-RTN.

       4150-UPDATE-ACN-AMT-RTN.
      * UPDATE SAACNAMT:清零余额/积数并置销户状态
           MOVE SPACES                 TO O-RTRN-CODE       OF PKSACLS0.
           MOVE WK-STL-INT-AMT         TO O-STL-INT-AMT     OF PKSACLS0.
           MOVE WK-PAY-AMT             TO O-PAY-AMT         OF PKSACLS0.
           MOVE WK-DEP-CNCL-N          TO O-DEP-CNCL-N      OF PKSACLS0.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO O-ACCT-NAME       OF PKSACLS0.

             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    动账通知:本笔明细按账号+明细号组队列记录(账号由调用
      *    处先置SA-NTQ-ACCT-NO),订阅判断与入队在9808
       9807-INSERT-NTF-RTN.
           MOVE SA-DDP-ACCT-NO-DET-N OF SAACNTXN
                                       TO SA-NTQ-DET-NO-N.
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO SA-NTQ-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNTXN
                                       TO SA-NTQ-CURR-IDEN.
           MOVE SA-TX-DT OF SAACNTXN
                                       TO SA-NTQ-TX-DT.
           MOVE SA-TX-TM OF SAACNTXN
                                       TO SA-NTQ-TX-TM.
           MOVE SA-DR-AMT OF SAACNTXN
                                       TO SA-NTQ-DR-AMT.
           MOVE SA-CR-AMT OF SAACNTXN
                                       TO SA-NTQ-CR-AMT.
           MOVE SA-DDP-ACCT-BAL OF SAACNTXN
                                       TO SA-NTQ-BAL.
           MOVE SA-DSCRP-COD OF SAACNTXN
                                       TO SA-NTQ-DSCRP-COD.
           MOVE SA-RMRK OF SAACNTXN
                                       TO SA-NTQ-RMRK.
           MOVE SA-EC-FLG OF SAACNTXN
                                       TO SA-NTQ-EC-FLG.
           MOVE SA-OP-CUST-NAME OF SAACNTXN
                                       TO SA-NTQ-OP-CUST-NAME.
           MOVE SA-TX-LOG-NO OF SAACNTXN
                                       TO SA-NTQ-TX-LOG-NO.
           MOVE SA-LEGAL-PERSON-ID OF SAACNTXN
                                       TO SA-LEGAL-PERSON-ID
                                          OF SANTFQUE.
           MOVE SA-DB-PARTITION-ID OF SAACNTXN
                                       TO SA-DB-PARTITION-ID
                                          OF SANTFQUE.
           MOVE SPACES                 TO SA-NTQ-FILLER.
           PERFORM 9808-PUT-NTF-RTN.

      *    账户有有效订阅才入队;渠道/方向/起通知金额由
      *    KSARNTF1发送时逐渠道判断
       9808-PUT-NTF-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANTFSUB.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANTSD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SANTFSUB'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-NTQ-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SANTFSUB
                                       AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-NTS-STS = '0'
           THEN
             MOVE 'KSACLS0'            TO SA-NTQ-SRC-PGM
             INITIALIZE                PDBIMAIN
             MOVE 'BSANTQD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SANTFQUE'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SANTFQUE
                                       AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
