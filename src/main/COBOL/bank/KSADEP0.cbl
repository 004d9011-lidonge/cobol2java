      * OUTPUT.............: PKSADEP0                                *
      * MESSAGE CODE.......: E1085,E1030,E1044,E1095,E1034           *
      *                      E7100,EN097,E1060,W0700,E1158           *
      *                      EN431,EN448                             *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R/U                                 *
      * BSAACND   SAACNAMT       R/U                                 *
      * BSAACND   SAACNTXN       R/I/U                               *
      * BSAPRVD   SAPRMVAL       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
           COPY                        PCCMDAT1.
       01  PCSNFQUE.
           COPY                        PCSNFQUE.
       01  PKSASCM0.
           COPY                        PKSASCM0.
       01  PKSAMEM0.
           COPY                        PKSAMEM0.
      ****************************************************************
      * DBI PARAMETER AREA                                           *
      ****************************************************************
          COPY                         SAACNAGR.
       01 SAPRTPRT.
          COPY                         SAPRTPRT.
       01 SANTFSUB.
          COPY                         SANTFSUB.
       01 SANTFQUE.
          COPY                         SANTFQUE.
       01  OSAACNACN.
           COPY                        SAACNACN.
       01  O-SAACNAMT.
           05 WK-LIMUSE-TYPE           PIC X(06).
           05 WK-LIMUSE-LIMIT-AMT      PIC S9(16)V9(2) COMP-3.
           05 WK-CORP-TRANS-FLAG       PIC X(01) VALUE SPACES.
      *    交易对手制裁名单疑似命中挂起标志
           05 WK-SCN-HOLD-FLG          PIC X(01) VALUE 'N'.
               88 WK-SCN-HOLD                    VALUE 'Y'.
      *    筛查豁免经挂起编号核验通过标志
           05 WK-SCN-RLS-FLG           PIC X(01) VALUE 'N'.
               88 WK-SCN-RLS                     VALUE 'Y'.
      * 05识当天首笔交易
           05 WK-TODAY-FIRST           PIC X(1).
           05  C-2201                  PIC X(04) VALUE '2201'.
       01  WK-SAAGR-KEY                PIC X(2) VALUE '01'.

      * 交易限额授权例外清单:命中清单的交易码不累计限额检查,供稽核核对
      * 清单登记于系统参数值段(类别LMEX),经KSAPRV0双人复核维护,
      * 与KSARLEX1共用
       01 SAPRMVAL.
          COPY                         SAPRMVAL.

      * 票据存入待清算浮动期日程表,与解付批量KSARFLT1共用
           COPY                        PSAFLTSC.
       01  WK-FLT-IX                   PIC 9(02) COMP.
       01  WK-FLT-USE-DAYS             PIC 9(02).
       01  WK-FLT-CLR-DT               PIC X(08).
      * 渠道超时重发防重:同一SYS-TX-LOG-NO当日已入账即命中
       01  WK-DUP-TXLOG-FLG            PIC X(01) VALUE 'N'.
           88  WK-DUP-TXLOG-HIT                  VALUE 'Y'.
       01  WK-AQ-APPR-FLG              PIC X(01) VALUE 'N'.
           88  WK-AQ-APPROVED                    VALUE 'Y'.
       01  WK-AQ-SEQ-N                 PIC 9(07).
      * 账户提示信息回显下标
       01  WK-MEM-IX                   PIC 9(02) COMP.
      * 排队付款释放:贷方到账后按优先级/先进先出重试,
      * 先收齐候选再逐笔试付,首笔失败即按队纪停止
       01  WK-PQ-TAB.
           88  WK-PQ-EOF                         VALUE 'Y'.
       01  WK-PQ-TGT-OK-FLG            PIC X(01).
           88  WK-PQT-TGT-OK                     VALUE 'Y'.
      * 排队付款借记腿暂存本笔来账公共区对手,付毕还原
       01  WK-PQ-SAVE-DRAWEE.
           05  WK-PQ-SAVE-ACCT-NO      PIC X(32).
           05  WK-PQ-SAVE-NAME         PIC X(120).
           05  WK-PQ-SAVE-BK-NO        PIC X(09).
      * 轮候冻结激活:到账后按到达顺序逐笔激活,先收齐再更新
       01  WK-PRM-TAB.
           05  WK-PRM-CNT              PIC 9(02).
             PERFORM 9000-END-TXN-RTN
             GOBACK
           END-IF.
      *    交易对手疑似命中制裁名单:挂起待合规审核,本笔不记账
           PERFORM 3880-SCREEN-CNTRPTY-RTN.
           IF WK-SCN-HOLD
           THEN
             PERFORM 9000-END-TXN-RTN
             GOBACK
           END-IF.
           PERFORM 4000-PROCESS-DATA-RTN.
           PERFORM 5000-PREPARE-OUTPUT-RTN.
           PERFORM 6000-SETUP-ACCOUNTING-RTN.
      *      MOVE '证件到期,电子渠道受限' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    开户回访逾期未完成或回访不符的账户,仅限柜面办理
           IF SA-CBK-CTL-STS OF SAACNACN = C-SA-CBK-RSTR AND
              SYS-LCH-CHANNEL-FLAG NOT = C-CM-CHANNEL-TLR
           THEN
             MOVE 'EN448'              TO AIF-MSG-CODE
      *      MOVE '开户回访未完成,非柜面渠道受限' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    年检逾期账户存入提示,同END66逾期管控同位检查但不阻断
           IF SA-RVW-STS OF SAACNACN = '2'
           THEN
             END-IF
             PERFORM 9751-CALL-CECCII1-AGT-RTN
           END-IF.
      *    账户提示信息:回显有效提示,阻断级须主管授权放行
           PERFORM 3890-GET-MEMO-RTN.
      * 交易限额的授权检查   
      *    
      *     检查是否为可疑和涉案账号---不再区分渠道，全部检测
              END-IF
           END-IF.
      
      *    转账类/清算来账存入:公共区付款人(无则对方)户名/行号
      *    筛查制裁名单,疑似命中即登记合规审核挂起;合规放行的
      *    重新驱动经挂起编号核验后不筛查
       3880-SCREEN-CNTRPTY-RTN.
           MOVE 'N'                    TO WK-SCN-HOLD-FLG.
           MOVE SPACES                 TO O-SCN-HOLD-FLG OF PKSADEP0
                                          O-SCN-HOLD-NO  OF PKSADEP0.
           PERFORM 3882-CHECK-SCN-RLS-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-NOR AND
              I-TX-TYP OF PKSADEP0 NOT = C-CM-TXTYP-CASH AND
              NOT WK-SCN-RLS AND
              ( CWK-DRAWEE-NAME NOT = SPACES AND LOW-VALUES OR
                CWK-DRAWEE-BK-NO NOT = SPACES AND LOW-VALUES OR
                CWK-OPPO-CUST-NAME NOT = SPACES AND LOW-VALUES )
           THEN
             INITIALIZE                PKSASCM0
             MOVE '1'                  TO I-FUN-CODE OF PKSASCM0
             IF CWK-DRAWEE-NAME NOT = SPACES AND LOW-VALUES OR
                CWK-DRAWEE-BK-NO NOT = SPACES AND LOW-VALUES
             THEN
               MOVE CWK-DRAWEE-NAME    TO I-CP-NAME OF PKSASCM0
               MOVE CWK-DRAWEE-BK-NO   TO I-CP-BANK-NO OF PKSASCM0
               MOVE CWK-DRAWEE-ACCT-NO TO I-CP-ACCT-NO OF PKSASCM0
             ELSE
               MOVE CWK-OPPO-CUST-NAME TO I-CP-NAME OF PKSASCM0
               MOVE CWK-OPPO-ACCT-NO   TO I-CP-ACCT-NO OF PKSASCM0
             END-IF
             CALL 'GSYSTRIG'           USING APA-AREA
                                             PKSASCM0
                                       CONTENT 'KSASCM0 '
             PERFORM 9999-MESSAGE-HANDLE-RTN
             IF O-HIT-FLG OF PKSASCM0 = '1'
             THEN
               PERFORM 3881-SCN-HOLD-RTN
             END-IF
           END-IF.

      *    原交易参数区随挂起登记留存,合规放行后据以重新驱动
       3881-SCN-HOLD-RTN.
           MOVE '3'                    TO I-FUN-CODE OF PKSASCM0.
           MOVE 'KSADEP0 '             TO I-SRC-PGM OF PKSASCM0.
           MOVE 'C'                    TO I-DRCR-FLG OF PKSASCM0.
           MOVE I-ACCT-NO OF PKSADEP0  TO I-ACCT-NO OF PKSASCM0.
           MOVE I-CURR-COD OF PKSADEP0 TO I-CURR-COD OF PKSASCM0.
           MOVE I-AMT OF PKSADEP0      TO I-AMT OF PKSASCM0.
           MOVE PKSADEP0               TO I-PARM-DATA OF PKSASCM0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSASCM0
                                       CONTENT 'KSASCM0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSADEP0.
           MOVE '1'                    TO O-SCN-HOLD-FLG OF PKSADEP0.
           MOVE O-HOLD-NO OF PKSASCM0  TO O-SCN-HOLD-NO OF PKSADEP0.
           SET WK-SCN-HOLD             TO TRUE.

      *    筛查豁免须凭挂起编号核验:挂起已于本交易合规放行,且
      *    账号/金额/发起KB与本笔一致,豁免标志单独不生效
       3882-CHECK-SCN-RLS-RTN.
           MOVE 'N'                    TO WK-SCN-RLS-FLG.
           IF I-SCN-EXEMPT-FLG OF PKSADEP0 = C-CM-FLAG-YES AND
              I-SCN-HOLD-NO OF PKSADEP0 NOT = SPACES
           THEN
             INITIALIZE                PKSASCM0
             MOVE '4'                  TO I-FUN-CODE OF PKSASCM0
             MOVE I-SCN-HOLD-NO OF PKSADEP0
                                       TO I-HOLD-NO OF PKSASCM0
             MOVE 'KSADEP0 '           TO I-SRC-PGM OF PKSASCM0
             MOVE I-ACCT-NO OF PKSADEP0
                                       TO I-ACCT-NO OF PKSASCM0
             MOVE I-AMT OF PKSADEP0    TO I-AMT OF PKSASCM0
             CALL 'GSYSTRIG'           USING APA-AREA
                                             PKSASCM0
                                       CONTENT 'KSASCM0 '
             PERFORM 9999-MESSAGE-HANDLE-RTN
             IF O-RLS-FLG OF PKSASCM0 = '1'
             THEN
               SET WK-SCN-RLS          TO TRUE
             END-IF
           END-IF.

      *    取账户有效提示信息回显;柜面正常交易遇阻断级提示须
      *    主管授权放行,无临柜主管时凭远程授权批准件放行;
      *    调用方声明豁免的只回显
       3890-GET-MEMO-RTN.
           INITIALIZE                  PKSAMEM0.
           MOVE '5'                    TO I-FUN-CODE OF PKSAMEM0.
           MOVE I-ACCT-NO OF PKSADEP0  TO I-ACCT-NO OF PKSAMEM0.
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
           MOVE O-ACT-CNT OF PKSAMEM0  TO O-MEM-CNT OF PKSADEP0.
           MOVE O-MAX-LVL OF PKSAMEM0  TO O-MEM-MAX-LVL OF PKSADEP0.
           MOVE 1                      TO WK-MEM-IX.
           PERFORM 3891-MOVE-MEMO-RTN
                   UNTIL WK-MEM-IX > 3 OR
                         WK-MEM-IX > O-ROW-CNT OF PKSAMEM0.
           IF O-BLOCK-FLG OF PKSAMEM0 = '1' AND
              SYS-TX-TYP = C-CLG-TXT-NOR AND
              I-MEM-EXEMPT-FLG OF PKSADEP0 NOT = C-CM-FLAG-YES AND
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
                                       TO O-MEM-LVL OF PKSADEP0
                                                    (WK-MEM-IX).
           MOVE O-MEM-TEXT OF PKSAMEM0(WK-MEM-IX)
                                       TO O-MEM-TEXT OF PKSADEP0
                                                     (WK-MEM-IX).
           ADD 1                       TO WK-MEM-IX.

       4000-PROCESS-DATA-RTN.
           MOVE C-CM-FLAG-NO           TO WK-SA-LAST-TXN-DT.
           IF SYS-BUSN-DT(3:6) > SA-LAST-TXN-DT OF SAACNACN
           MOVE I-DOC-NO OF PKSADEP0   TO SA-DOC-NO         OF SAACNTXN.
           MOVE I-DOC-TYP OF PKSADEP0  TO SA-DOC-TYP        OF SAACNTXN.
           MOVE I-VAL-DT OF PKSADEP0   TO SA-VAL-DT         OF SAACNTXN.
           MOVE I-ACCT-DT OF PKSADEP0  TO SA-ACCT-DT        OF SAACNTXN.
           MOVE WK-SYS-BRANCH-STD      TO SA-OPUN-COD       OF SAACNTXN.
           MOVE I-DSCRP-COD OF PKSADEP0 
                                       TO SA-DSCRP-COD      OF SAACNTXN.
                                       TO SA-AGT-CUST-NAME  OF SAACNTXN
           MOVE I-AGT-CUST-TEL  OF PKSADEP0
                                       TO SA-AGT-CUST-TEL   OF SAACNTXN                          
           MOVE I-VAC-NO OF PKSADEP0   TO SA-VAC-NO         OF SAACNTXN
           
           MOVE SYS-LCH-CHANNEL-FLAG   TO SA-LCH-CHAN-NO    OF SAACNTXN.
           MOVE SYS-ACC-CHANNEL-FLAG   TO SA-ACC-CHAN-NO    OF SAACNTXN.
           THEN
             PERFORM 9801-INSERT-PRT-RTN
           END-IF.
           PERFORM 9807-INSERT-NTF-RTN.
      
       4161-INSERT-TXN-RTN.
           MOVE 1                      TO WK-DET-ITEM.
           MOVE I-DOC-NO OF PKSADEP0   TO SA-DOC-NO         OF SAACNTXN.
           MOVE I-DOC-TYP OF PKSADEP0  TO SA-DOC-TYP        OF SAACNTXN.
           MOVE I-VAL-DT OF PKSADEP0   TO SA-VAL-DT         OF SAACNTXN.
           MOVE I-ACCT-DT OF PKSADEP0  TO SA-ACCT-DT        OF SAACNTXN.
           MOVE WK-SYS-BRANCH-STD      TO SA-OPUN-COD       OF SAACNTXN.
           MOVE C-TRF-DRW              TO SA-DSCRP-COD      OF SAACNTXN.
           IF WK-BRH-FLG = C-CM-FLAG-YES
           THEN
             PERFORM 9801-INSERT-PRT-RTN
           END-IF.
           PERFORM 9807-INSERT-NTF-RTN.
      
       4162-INSERT-TXN-RTN.
           ADD 1                       TO WK-DET-ITEM.
           MOVE I-DOC-NO OF PKSADEP0   TO SA-DOC-NO OF SAACNTXN.
           MOVE I-DOC-TYP OF PKSADEP0  TO SA-DOC-TYP OF SAACNTXN.
           MOVE I-VAL-DT OF PKSADEP0   TO SA-VAL-DT OF SAACNTXN.
           MOVE I-ACCT-DT OF PKSADEP0  TO SA-ACCT-DT        OF SAACNTXN.
           MOVE WK-SYS-BRANCH-STD      TO SA-OPUN-COD OF SAACNTXN.
           MOVE C-RETURN-PRINT         TO SA-DSCRP-COD OF SAACNTXN.
           IF WK-OD-INT-SUB > ZEROS OR WK-OVDLN-OD-INT-SUB > ZEROS
           THEN
             PERFORM 9801-INSERT-PRT-RTN
           END-IF.
           PERFORM 9807-INSERT-NTF-RTN.
      
      *    透支回收三分项写入结构化栏位,正常与冲正路径通用:
      *    正常路径取4110/4111算出的回收分项;冲正路径须在
                                          OF W-PKSAWDR0.
           MOVE '排队付款释放'
                                       TO I-RMRK OF W-PKSAWDR0.
      *    公共区对手原为本笔来账付款人,借记腿对手改为排队付款
      *    收款户(本行账户,入队时已受理),不带户名行号即不筛查
           MOVE CWK-DRAWEE-ACCT-NO     TO WK-PQ-SAVE-ACCT-NO.
           MOVE CWK-DRAWEE-NAME        TO WK-PQ-SAVE-NAME.
           MOVE CWK-DRAWEE-BK-NO       TO WK-PQ-SAVE-BK-NO.
           MOVE WK-PQT-TGT-ACCT(WK-PQ-IX)
                                       TO CWK-DRAWEE-ACCT-NO.
           MOVE SPACES                 TO CWK-DRAWEE-NAME
                                          CWK-DRAWEE-BK-NO.
           MOVE WK-PQT-TGT-ACCT(WK-PQ-IX)
                                       TO AIF-OPPO-ACCOUNT-NO.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             W-PKSAWDR0
                                       CONTENT 'KSAWDR0 '.
           MOVE C-CM-FLAG-NO           TO AIF-ERR-TRAP-FLG.
           MOVE WK-PQ-SAVE-ACCT-NO     TO CWK-DRAWEE-ACCT-NO.
           MOVE WK-PQ-SAVE-NAME        TO CWK-DRAWEE-NAME.
           MOVE WK-PQ-SAVE-BK-NO       TO CWK-DRAWEE-BK-NO.
           IF AIF-MSG-CODE NOT = SPACES OR
              O-RTRN-CODE OF W-PKSAWDR0 NOT = SPACES
           THEN
                                       T-SAACNTXN
                                       AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           INITIALIZE                  SANTFQUE.
           MOVE WK-PQT-TGT-ACCT(WK-PQ-IX)
                                       TO SA-NTQ-ACCT-NO.
           MOVE SA-DDP-ACCT-NO-DET-N OF T-SAACNTXN
                                       TO SA-NTQ-DET-NO-N.
           MOVE SA-CURR-COD OF T-SAACNTXN
                                       TO SA-NTQ-CURR-COD.
           MOVE SA-CURR-IDEN OF T-SAACNTXN
                                       TO SA-NTQ-CURR-IDEN.
           MOVE SA-TX-DT OF T-SAACNTXN TO SA-NTQ-TX-DT.
           MOVE SA-TX-TM OF T-SAACNTXN TO SA-NTQ-TX-TM.
           MOVE SA-DR-AMT OF T-SAACNTXN
                                       TO SA-NTQ-DR-AMT.
           MOVE SA-CR-AMT OF T-SAACNTXN
                                       TO SA-NTQ-CR-AMT.
           MOVE SA-DDP-ACCT-BAL OF T-SAACNTXN
                                       TO SA-NTQ-BAL.
           MOVE SA-DSCRP-COD OF T-SAACNTXN
                                       TO SA-NTQ-DSCRP-COD.
           MOVE SA-RMRK OF T-SAACNTXN  TO SA-NTQ-RMRK.
           MOVE SA-EC-FLG OF T-SAACNTXN
                                       TO SA-NTQ-EC-FLG.
           MOVE SA-OP-CUST-NAME OF T-SAACNTXN
                                       TO SA-NTQ-OP-CUST-NAME.
           MOVE SA-TX-LOG-NO OF T-SAACNTXN
                                       TO SA-NTQ-TX-LOG-NO.
           PERFORM 9808-PUT-NTF-RTN.
      *    收款户金额档贷记
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE I-DOC-NO OF PKSADEP0   TO SA-DOC-NO OF SAACNTXN.
           MOVE I-DOC-TYP OF PKSADEP0  TO SA-DOC-TYP OF SAACNTXN.
           MOVE I-VAL-DT OF PKSADEP0   TO SA-VAL-DT OF SAACNTXN.
           MOVE I-ACCT-DT OF PKSADEP0  TO SA-ACCT-DT        OF SAACNTXN.

           MOVE WK-SYS-BRANCH-STD      TO SA-OPUN-COD OF SAACNTXN.
           MOVE C-REVERSE OF MEMCONST
           THEN
             PERFORM 9801-INSERT-PRT-RTN
           END-IF.
           PERFORM 9807-INSERT-NTF-RTN.
      
      *    冲正资格共通检查:已被冲正的明细不可再次冲正,冲正
      *    产生的EC明细本身不可作为冲正对象;跨营业日冲正须有
           MOVE I-DOC-NO OF PKSADEP0   TO SA-DOC-NO OF SAACNTXN.
           MOVE I-DOC-TYP OF PKSADEP0  TO SA-DOC-TYP OF SAACNTXN.
           MOVE I-VAL-DT OF PKSADEP0   TO SA-VAL-DT OF SAACNTXN.
           MOVE I-ACCT-DT OF PKSADEP0  TO SA-ACCT-DT        OF SAACNTXN.
      
           MOVE WK-SYS-BRANCH-STD      TO SA-OPUN-COD OF SAACNTXN.
           MOVE C-REVERSE OF MEMCONST
           THEN
             PERFORM 9801-INSERT-PRT-RTN
           END-IF.
           PERFORM 9807-INSERT-NTF-RTN.
      
       4652-PROCESS-TXN-RTN-R.
           INITIALIZE PDBIMAIN.
           MOVE I-DOC-NO OF PKSADEP0   TO SA-DOC-NO OF SAACNTXN.
           MOVE I-DOC-TYP OF PKSADEP0  TO SA-DOC-TYP OF SAACNTXN.
           MOVE I-VAL-DT OF PKSADEP0   TO SA-VAL-DT OF SAACNTXN.
           MOVE I-ACCT-DT OF PKSADEP0  TO SA-ACCT-DT        OF SAACNTXN.
 
           MOVE WK-SYS-BRANCH-STD      TO SA-OPUN-COD OF SAACNTXN.
           MOVE C-REVERSE OF MEMCONST
           THEN
             PERFORM 9801-INSERT-PRT-RTN
           END-IF.
           PERFORM 9807-INSERT-NTF-RTN.
      
      *4688-CCICRF8-RTN.
      *
                                          OF PCGLJRNL.
           MOVE SA-OD-AMT OF PCCBAAMT  TO I-OD-AMT     OF PCGLJRNL.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCGLJRNL.
      *    年终调整期上年会计日期入账:日记账按会计日期入上年
           IF I-ACCT-DT OF PKSADEP0 NOT = SPACES
           THEN
             MOVE I-ACCT-DT OF PKSADEP0
                                       TO I-BUSN-DT    OF PCGLJRNL
           END-IF.
           CALL 'CGLJRNL' USING        AIF-AREA
                                       PCGLJRNL
                                       SYS-AREA.
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    按交易码取交易限额授权例外清单(SAPRMVAL类别LMEX),
      *    在用即置WK-LIMIT-EXEMPT-HIT
       9742-CHECK-LIMIT-EXEMPT-RTN.
           MOVE 'N'                    TO WK-LIMIT-EXEMPT-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPRMVAL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPRVD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAPRMVAL'             TO DBI-SEGMENT-NAME(1).
           MOVE C-SA-PRV-TYP-LMEX      TO DBI-KEY-VALUE1(1).
           MOVE SYS-TX-ID              TO DBI-KEY-VALUE2(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPRMVAL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-PRV-STS = '0'
           THEN
             SET WK-LIMIT-EXEMPT-HIT   TO TRUE
           END-IF.
      *    托管/监管账户授权限额使用情况登记,供客户经理提前预警
       9740-CALL-CLIMUSE-RTN.
           IF NOT WK-SIM-MODE
                                       AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           
      *    动账通知:本笔明细按账号+明细号组队列记录,
      *    订阅判断与入队在9808
       9807-INSERT-NTF-RTN.
           INITIALIZE                  SANTFQUE.
           MOVE I-ACCT-NO OF PKSADEP0  TO SA-NTQ-ACCT-NO.
           MOVE SA-DDP-ACCT-NO-DET-N OF SAACNTXN
                                       TO SA-NTQ-DET-NO-N.
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO SA-NTQ-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNTXN
                                       TO SA-NTQ-CURR-IDEN.
           MOVE SA-TX-DT OF SAACNTXN   TO SA-NTQ-TX-DT.
           MOVE SA-TX-TM OF SAACNTXN   TO SA-NTQ-TX-TM.
           MOVE SA-DR-AMT OF SAACNTXN  TO SA-NTQ-DR-AMT.
           MOVE SA-CR-AMT OF SAACNTXN  TO SA-NTQ-CR-AMT.
           MOVE SA-DDP-ACCT-BAL OF SAACNTXN
                                       TO SA-NTQ-BAL.
           MOVE SA-DSCRP-COD OF SAACNTXN
                                       TO SA-NTQ-DSCRP-COD.
           MOVE SA-RMRK OF SAACNTXN    TO SA-NTQ-RMRK.
           MOVE SA-EC-FLG OF SAACNTXN  TO SA-NTQ-EC-FLG.
           MOVE SA-OP-CUST-NAME OF SAACNTXN
                                       TO SA-NTQ-OP-CUST-NAME.
           MOVE SA-TX-LOG-NO OF SAACNTXN
                                       TO SA-NTQ-TX-LOG-NO.
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
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SANTFSUB
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-NTS-STS = '0'
           THEN
             MOVE 'KSADEP0'            TO SA-NTQ-SRC-PGM
             MOVE WK-LEGAL-PERSON-ID   TO SA-LEGAL-PERSON-ID
                                          OF SANTFQUE
             MOVE WK-DB-PARTITION-ID   TO SA-DB-PARTITION-ID
                                          OF SANTFQUE
             INITIALIZE                PDBIMAIN
             MOVE 'BSANTQD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SANTFQUE'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SANTFQUE
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       9802-GU-SAACNACN-RTN.
           INITIALIZE                  PDBIMAIN
           INITIALIZE                  SAACNACN
