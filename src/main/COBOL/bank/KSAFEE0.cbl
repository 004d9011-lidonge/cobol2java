      *                      费,费用经KSAWDR0以服务费摘要逐笔          *
      *                      借记落明细(备注带服务代码),收入可         *
      *                      见可争议;豁免规则命中账户豁免标志         *
      *                      即免收;价目由本交易维护;实收费用逐笔     *
      *                      登记开票登记簿(SAINVREG)供开具增值税      *
      *                      发票;价目维护先经KSAPCR0登记变更申请,     *
      *                      第二柜员审批(可指定生效日)后由KSAPCR0    *
      *                      送申请编号驱动本交易更新价目              *
      * KB/CF TO BE CALLED: CSACHK0 KSAWDR0 KSAPCR0(GSYSTRIG)        *
      * INPUT..............: PKSAFEE0                                *
      * OUTPUT.............: PKSAFEE0                                *
      * MESSAGE CODE.......: EN048,EN297,EN317,EN318,EN460,EN466,    *
      *                      END43                                   *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSATRFD   SATRFTBL       R/I/U                               *
      * BSAACND   SAACNACN       R                                   *
      * BSAINVD   SAINVREG       I                                   *
      * BSAPRMD   SAPRMCHG       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
           COPY                        PCMSGLOG.
       01  W-PKSAWDR0.
           COPY                        PKSAWDR0.
       01  W-PKSAPCR0.
           COPY                        PKSAPCR0.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         SAACNACN.
       01 SATRFTBL.
          COPY                         SATRFTBL.
       01 SAINVREG.
          COPY                         SAINVREG.
       01 SAPRMCHG.
          COPY                         SAPRMCHG.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-FEE-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-RMRK                 PIC X(62).
           05  WK-PRICE-ED             PIC -(15)9.99.
           05  WK-TRF-IMG              PIC X(200).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  SATRFTBL.
           INITIALIZE                  SAINVREG.
           INITIALIZE                  PCSACHK0.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  W-PKSAWDR0.
           INITIALIZE                  W-PKSAPCR0.
           INITIALIZE                  SAPRMCHG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE ZEROS                  TO O-FEE-AMT OF PKSAFEE0.
           MOVE C-CM-FLAG-NO           TO O-WAIVED-FLG OF PKSAFEE0.
           MOVE SPACES                 TO O-PCR-REQ-NO OF PKSAFEE0.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF O-SCN-HOLD-FLG OF W-PKSAWDR0 = '1'
           THEN
             MOVE 'EN466'              TO AIF-MSG-CODE
      *      MOVE '交易对手疑似命中制裁名单,组合交易不予办理'
      *                                TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE WK-FEE-AMT             TO O-FEE-AMT OF PKSAFEE0.
           PERFORM 4300-REG-INV-RTN.

      *    开票登记:KSAWDR0记账后账户明细数即本笔收费明细号,
      *    按账号+明细号登记待开票,开票资料于导出时取用
       4300-REG-INV-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAFEE0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           INITIALIZE                  SAINVREG.
           MOVE I-ACCT-NO OF PKSAFEE0  TO SA-IVR-ACCT-NO.
           MOVE SA-DET-ITEM-N OF SAACNACN
                                       TO SA-IVR-DET-NO-N.
           MOVE I-CURR-COD OF W-PKSAWDR0
                                       TO SA-IVR-CURR-COD.
           MOVE I-CURR-IDEN OF W-PKSAWDR0
                                       TO SA-IVR-CURR-IDEN.
           MOVE SYS-BUSN-DT            TO SA-IVR-FEE-DT.
           MOVE I-SVC-COD OF PKSAFEE0  TO SA-IVR-SVC-COD.
           MOVE '1'                    TO SA-IVR-SRC.
           MOVE WK-FEE-AMT             TO SA-IVR-FEE-AMT.
           MOVE SA-CUST-NO OF SAACNACN TO SA-IVR-CUST-NO.
           MOVE WK-SYS-BRANCH-STD      TO SA-IVR-BRANCH-STD.
           MOVE '0'                    TO SA-IVR-STS.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SAINVREG.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SAINVREG.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAINVD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAINVREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAINVREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    价目维护:柜面发起只登记变更申请,不动价目;审批后由
      *    KSAPCR0送申请编号再入本交易,核对申请后更新价目
       6000-MAINT-RTN.
           IF I-PCR-REQ-NO OF PKSAFEE0 = SPACES
           THEN
             PERFORM 6100-SUBMIT-PCR-RTN
           ELSE
             PERFORM 6200-CHECK-PCR-RTN
             PERFORM 6300-UPDATE-TRF-RTN
           END-IF.

      *    登记变更申请:变更前为现行价目,变更后为现行价目叠加本次
      *    输入(空白栏位不变),连同本交易参数区送KSAPCR0
       6100-SUBMIT-PCR-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SATRFTBL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSATRFD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SATRFTBL'             TO DBI-SEGMENT-NAME(1).
           MOVE I-SVC-COD OF PKSAFEE0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SATRFTBL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           INITIALIZE                  W-PKSAPCR0.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE '(新增)'             TO I-BEF-IMG OF W-PKSAPCR0
             INITIALIZE                SATRFTBL
             MOVE I-SVC-COD OF PKSAFEE0
                                       TO SA-TRF-SVC-COD
           ELSE
             PERFORM 6110-BUILD-IMG-RTN
             MOVE WK-TRF-IMG           TO I-BEF-IMG OF W-PKSAPCR0
           END-IF.
           PERFORM 6310-MERGE-INPUT-RTN.
           PERFORM 6110-BUILD-IMG-RTN.
           MOVE WK-TRF-IMG             TO I-AFT-IMG OF W-PKSAPCR0.
           MOVE '1'                    TO I-FUN-CODE OF W-PKSAPCR0.
           MOVE 'SATRFTBL'             TO I-TBL-ID OF W-PKSAPCR0.
           MOVE I-SVC-COD OF PKSAFEE0  TO I-PRM-KEY OF W-PKSAPCR0.
           MOVE 'KSAFEE0'              TO I-KB-NAME OF W-PKSAPCR0.
           MOVE I-EFF-DT OF PKSAFEE0   TO I-EFF-DT OF W-PKSAPCR0.
           MOVE I-RMRK OF PKSAFEE0     TO I-RMRK OF W-PKSAPCR0.
           MOVE LENGTH OF PKSAFEE0     TO IO-PARM-LEN
                                          OF W-PKSAPCR0.
           MOVE PKSAFEE0               TO IO-PARM OF W-PKSAPCR0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             W-PKSAPCR0
                                       CONTENT 'KSAPCR0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF W-PKSAPCR0 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF W-PKSAPCR0
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE O-REQ-NO OF W-PKSAPCR0 TO O-PCR-REQ-NO OF PKSAFEE0.

       6110-BUILD-IMG-RTN.
           MOVE SA-TRF-PRICE           TO WK-PRICE-ED.
           MOVE SPACES                 TO WK-TRF-IMG.
           STRING 'SVC='               DELIMITED BY SIZE
                  SA-TRF-SVC-COD       DELIMITED BY SIZE
                  ' NAME='             DELIMITED BY SIZE
                  SA-TRF-SVC-NAME      DELIMITED BY SIZE
                  ' CURR='             DELIMITED BY SIZE
                  SA-TRF-CURR-COD      DELIMITED BY SIZE
                  ' PRICE='            DELIMITED BY SIZE
                  WK-PRICE-ED          DELIMITED BY SIZE
                  ' STS='              DELIMITED BY SIZE
                  SA-TRF-STS           DELIMITED BY SIZE
                  ' WAIVE='            DELIMITED BY SIZE
                  SA-TRF-WAIVE-RULE    DELIMITED BY SIZE
                                       INTO WK-TRF-IMG.

      *    审批生效:申请须已审批、属本交易本服务代码且生效日已到
       6200-CHECK-PCR-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPRMCHG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPRMD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAPRMCHG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-PCR-REQ-NO OF PKSAFEE0
                                       TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPRMCHG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-PCR-STS NOT = '1' OR
              SA-PCR-KB-NAME NOT = 'KSAFEE0' OR
              SA-PCR-PRM-KEY NOT = I-SVC-COD OF PKSAFEE0 OR
              SA-PCR-EFF-DT > SYS-BUSN-DT
           THEN
             MOVE 'EN460'              TO AIF-MSG-CODE
      *      MOVE '参数变更申请不存在或状态不符' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    执行以审批的申请参数区为准,直接送入的参数值一律不认;
      *    参数区长度与登记不符的按申请不符拒绝
           IF SA-PCR-PARM-LEN NOT = LENGTH OF PKSAFEE0
           THEN
             MOVE 'EN460'              TO AIF-MSG-CODE
      *      MOVE '参数变更申请不存在或状态不符' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SA-PCR-PARM(1:SA-PCR-PARM-LEN)
                                       TO PKSAFEE0.
           MOVE SA-PCR-REQ-NO          TO I-PCR-REQ-NO OF PKSAFEE0.

       6300-UPDATE-TRF-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SATRFTBL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           ELSE
             PERFORM 6310-MERGE-INPUT-RTN
             MOVE SYS-BUSN-DT          TO SA-TRF-UPD-DT
             MOVE WK-SYS-TELLER-ID     TO SA-TRF-UPD-TLR
             INITIALIZE                PDBIMAIN
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    空白栏位不变,单价照送照改
       6310-MERGE-INPUT-RTN.
           IF I-SVC-NAME OF PKSAFEE0 NOT = SPACES
           THEN
             MOVE I-SVC-NAME OF PKSAFEE0
                                       TO SA-TRF-SVC-NAME
           END-IF.
           IF I-CURR-COD OF PKSAFEE0 NOT = SPACES
           THEN
             MOVE I-CURR-COD OF PKSAFEE0
                                       TO SA-TRF-CURR-COD
           END-IF.
           MOVE I-PRICE OF PKSAFEE0    TO SA-TRF-PRICE.
           IF I-TRF-STS OF PKSAFEE0 NOT = SPACES
           THEN
             MOVE I-TRF-STS OF PKSAFEE0
                                       TO SA-TRF-STS
           END-IF.
           IF I-WAIVE-RULE OF PKSAFEE0 NOT = SPACES
           THEN
             MOVE I-WAIVE-RULE OF PKSAFEE0
                                       TO SA-TRF-WAIVE-RULE
           END-IF.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAFEE0.
           CALL 'GSYSMOTR' USING AIF-AREA
