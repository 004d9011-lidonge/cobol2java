      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAFXE0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSAFXE0                                 *
      * DESCRIPTION........: OWN-ACCOUNT CURRENCY EXCHANGE           *
      *                      本户币种段间结售汇:同一账户卖出币种段    *
      *                      经KSAWDR0借记,按CCMCUR2总行现汇牌价      *
      *                      (或经主管授权的议价汇率)折算后买入币种段 *
      *                      经KSADEP0贷记;贷方失败自动冲回借方;      *
      *                      两腿外币随笔登记CFXPOS机构头寸,结售汇    *
      *                      用途/申报代码经CSAFEDCL落外管申报接口档  *
      * KB/CF TO BE CALLED: CSACHK0 CCMCUR2 CFXPOS CSAFEDCL          *
      *                     KSAWDR0 KSADEP0 (GSYSTRIG)               *
      * INPUT..............: PKSAFXE0                                *
      * OUTPUT.............: PKSAFXE0                                *
      * MESSAGE CODE.......: EN033,EN048,EN297,EN342,EN385,EN386,    *
      *                      EN387,EN466,END43                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAAUTHQ  SAAUTHQUE      R/U                                 *
      * (记账均经KSAWDR0/KSADEP0)                                     *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       DATA DIVISION.
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  MEMCONST.
           COPY                        MEMCONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  PXTCONST.
           COPY                        PXTCONST.
       01  FILLER                      PIC X(24)
                                       VALUE '/// WK-AREA KSAFXE0 ///'.
       01  PCSACHK0.
           COPY                        PCSACHK0.
       01  PCCMCUR2.
           COPY                        PCCMCUR2.
       01  PCFXPOS.
           COPY                        PCFXPOS.
       01  PCSAFEDCL.
           COPY                        PCSAFEDCL.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01  PKSAWDR0.
           COPY                        PKSAWDR0.
       01  PKSADEP0.
           COPY                        PKSADEP0.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAACNACN.
          COPY                         SAACNACN.
       01  SAAUTHQUE.
           COPY                        SAAUTHQUE.
       01  WK-AQ-APPR-FLG              PIC X(01) VALUE 'N'.
           88  WK-AQ-APPROVED                    VALUE 'Y'.
       01  WK-AQ-SEQ-N                 PIC 9(07).
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-SYS-TX-LOG-NO        PIC X(24).
           05  WK-RATE                 PIC S9(07)V9(08) COMP-3.
           05  WK-CR-AMT               PIC S9(16)V9(2) COMP-3.
      *    贷方失败时暂存的消息码,冲回后随交易返回
           05  WK-SAVE-MSG-CODE        PIC X(05).
           05  WK-FXP-CURR-COD         PIC X(03).
           05  WK-FXP-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-FXP-DRCR-FLG         PIC X(01).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAFXE0.
           COPY                        PKSAFXE0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAFXE0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           PERFORM 3000-RATE-RTN.
           PERFORM 4000-DEBIT-FROM-RTN.
           PERFORM 5000-CREDIT-TO-RTN.
           PERFORM 6000-FX-POSITION-RTN.
           PERFORM 7000-SAFE-DCL-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAFXE0'.
           INITIALIZE                  PCSACHK0.
           INITIALIZE                  PCCMCUR2.
           INITIALIZE                  PCFXPOS.
           INITIALIZE                  PCSAFEDCL.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  PKSAWDR0.
           INITIALIZE                  PKSADEP0.
           INITIALIZE                  SAAUTHQUE.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE SYS-TX-LOG-NO          TO WK-SYS-TX-LOG-NO.
           MOVE C-CM-FLAG-NO           TO O-CMPN-FLG OF PKSAFXE0.

       2000-CHECK-INPUT-RTN.
      *    冲正须对借贷两腿分别发起并同步人工调整头寸
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-AMT OF PKSAFXE0 NOT > ZEROS
           THEN
             MOVE 'EN033'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FROM-CURR-COD OF PKSAFXE0 = C-CM-RMB-COD
           THEN
             MOVE C-SA-RMB-CURR-IDEN   TO I-FROM-CURR-IDEN
                                          OF PKSAFXE0
           END-IF.
           IF I-TO-CURR-COD OF PKSAFXE0 = C-CM-RMB-COD
           THEN
             MOVE C-SA-RMB-CURR-IDEN   TO I-TO-CURR-IDEN
                                          OF PKSAFXE0
           END-IF.
      *    卖出买入须为两种不同币种,同币种钞汇互转不在此列
           IF I-FROM-CURR-COD OF PKSAFXE0 = SPACES OR
              I-TO-CURR-COD OF PKSAFXE0 = SPACES OR
              I-FROM-CURR-COD OF PKSAFXE0 =
                                  I-TO-CURR-COD OF PKSAFXE0
           THEN
             MOVE 'EN385'              TO AIF-MSG-CODE
      *      MOVE '卖出买入须为不同币种' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF ( I-DCL-TYP OF PKSAFXE0 NOT = 'M' AND
                I-DCL-TYP OF PKSAFXE0 NOT = 'O' ) OR
              I-PURP-COD OF PKSAFXE0 = SPACES
           THEN
             MOVE 'EN387'              TO AIF-MSG-CODE
      *      MOVE '外管申报类型/用途代码必输' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE I-ACCT-NO OF PKSAFXE0  TO WK-ACCT-NO.
           PERFORM 9711-CALL-CSACHK0-RTN.
           PERFORM 9801-GU-SAACNACN-RTN.

      *    牌价按CCMCUR2现汇询价;议价须主管在场或远程授权
      *    队列已批准件
       3000-RATE-RTN.
           IF I-NGO-RATE OF PKSAFXE0 > ZEROS
           THEN
             IF SYS-SPV-A = SPACES AND SYS-SPV-B = SPACES
             THEN
               PERFORM 9770-CHECK-AUTHQUE-RTN
               IF NOT WK-AQ-APPROVED
               THEN
                 MOVE 'EN386'          TO AIF-MSG-CODE
      *          MOVE '议价汇率须主管授权' TO AIF-MSG-TEXT
                 PERFORM 9999-MESSAGE-HANDLE-RTN
               END-IF
             END-IF
             MOVE I-NGO-RATE OF PKSAFXE0
                                       TO WK-RATE
             MOVE '2'                  TO O-RATE-TYP OF PKSAFXE0
           ELSE
             INITIALIZE                PCCMCUR2
             MOVE I-FROM-CURR-COD OF PKSAFXE0
                                       TO I-CURR-COD OF PCCMCUR2
             MOVE I-ACCT-NO OF PKSAFXE0
                                       TO I-ACCT-NO  OF PCCMCUR2
             MOVE '2'                  TO I-QUOTE-FUNC OF PCCMCUR2
             MOVE I-TO-CURR-COD OF PKSAFXE0
                                       TO I-TGT-CURR-COD OF PCCMCUR2
             CALL 'CCMCUR2' USING AIF-AREA
                                  PCCMCUR2
                                  SYS-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
             IF O-MSG-TYPE OF PCCMCUR2 NOT = SPACE
             THEN
               MOVE O-RTRN-CODE OF PCCMCUR2
                                       TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             IF O-EXC-RATE OF PCCMCUR2 NOT > ZEROS
             THEN
               MOVE 'EN385'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             MOVE O-EXC-RATE OF PCCMCUR2
                                       TO WK-RATE
             MOVE '1'                  TO O-RATE-TYP OF PKSAFXE0
           END-IF.
           COMPUTE WK-CR-AMT ROUNDED = I-AMT OF PKSAFXE0 * WK-RATE.
           IF WK-CR-AMT NOT > ZEROS
           THEN
             MOVE 'EN033'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE WK-RATE                TO O-RATE   OF PKSAFXE0.
           MOVE WK-CR-AMT              TO O-CR-AMT OF PKSAFXE0.

      *    借记腿:卖出币种段走KSAWDR0完整校验链
       4000-DEBIT-FROM-RTN.
           INITIALIZE                  PKSAWDR0.
           MOVE I-ACCT-NO OF PKSAFXE0  TO I-ACCT-NO     OF PKSAWDR0.
           MOVE I-SUB-ACCT-NO OF PKSAFXE0
                                       TO I-SUB-ACCT-NO OF PKSAWDR0.
           MOVE I-FROM-CURR-COD OF PKSAFXE0
                                       TO I-CURR-COD    OF PKSAWDR0.
           MOVE I-FROM-CURR-IDEN OF PKSAFXE0
                                       TO I-CURR-IDEN   OF PKSAWDR0.
           MOVE I-AMT OF PKSAFXE0      TO I-AMT         OF PKSAWDR0.
           MOVE C-CM-TXTYP-TR          TO I-TX-TYP      OF PKSAWDR0.
           MOVE SYS-BUSN-DT            TO I-VAL-DT      OF PKSAWDR0.
           MOVE SYS-BUSN-DT            TO I-TX-DT       OF PKSAWDR0.
           MOVE C-FXE-DR OF MEMCONST   TO I-DSCRP-COD   OF PKSAWDR0.
           MOVE I-RMRK OF PKSAFXE0     TO I-RMRK        OF PKSAWDR0.
           MOVE I-ACCT-NO OF PKSAFXE0  TO AIF-OPPO-ACCOUNT-NO.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSAWDR0
                                       CONTENT 'KSAWDR0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF PKSAWDR0 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF PKSAWDR0
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
           MOVE O-AVL-BAL OF PKSAWDR0  TO O-FROM-AVL-BAL  OF PKSAFXE0.
           MOVE O-ACCT-BAL OF PKSAWDR0 TO O-FROM-ACCT-BAL OF PKSAFXE0.
           MOVE O-ACCT-NAME OF PKSAWDR0
                                       TO O-ACCT-NAME     OF PKSAFXE0.

      *    贷记腿:买入币种段走KSADEP0完整校验链;打开逐笔容错
      *    陷阱,贷方失败由5100段以原币原额冲回卖出币种段
       5000-CREDIT-TO-RTN.
           MOVE C-CM-FLAG-YES          TO AIF-ERR-TRAP-FLG.
           INITIALIZE                  PKSADEP0.
           MOVE I-ACCT-NO OF PKSAFXE0  TO I-ACCT-NO     OF PKSADEP0.
           MOVE I-SUB-ACCT-NO OF PKSAFXE0
                                       TO I-SUB-ACCT-NO OF PKSADEP0.
           MOVE I-TO-CURR-COD OF PKSAFXE0
                                       TO I-CURR-COD    OF PKSADEP0.
           MOVE I-TO-CURR-IDEN OF PKSAFXE0
                                       TO I-CURR-IDEN   OF PKSADEP0.
           MOVE WK-CR-AMT              TO I-AMT         OF PKSADEP0.
           MOVE C-CM-TXTYP-TR          TO I-TX-TYP      OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-VAL-DT      OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-TX-DT       OF PKSADEP0.
           MOVE C-FXE-CR OF MEMCONST   TO I-DSCRP-COD   OF PKSADEP0.
           MOVE I-RMRK OF PKSAFXE0     TO I-RMRK        OF PKSADEP0.
           MOVE I-ACCT-NO OF PKSAFXE0  TO AIF-OPPO-ACCOUNT-NO.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSADEP0
                                       CONTENT 'KSADEP0 '.
           MOVE C-CM-FLAG-NO           TO AIF-ERR-TRAP-FLG.
           IF AIF-MSG-CODE NOT = SPACES OR
              O-RTRN-CODE OF PKSADEP0 NOT = SPACES
           THEN
             PERFORM 5100-COMPENSATE-FROM-RTN
           END-IF.
           IF O-SCN-HOLD-FLG OF PKSADEP0 = '1'
           THEN
             MOVE 'EN466'              TO AIF-MSG-CODE
      *      MOVE '交易对手疑似命中制裁名单,组合交易不予办理'
      *                                TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE O-ACCT-BAL OF PKSADEP0 TO O-TO-ACCT-BAL OF PKSAFXE0.

      *    贷方失败自动补偿:卖出币种段原额贷记冲回,
      *    冲回完成后以贷方腿原消息码整笔报错返回
       5100-COMPENSATE-FROM-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             MOVE AIF-MSG-CODE         TO WK-SAVE-MSG-CODE
           ELSE
             MOVE O-RTRN-CODE OF PKSADEP0
                                       TO WK-SAVE-MSG-CODE
           END-IF.
           MOVE SPACES                 TO AIF-MSG-CODE.
           INITIALIZE                  PKSADEP0.
           MOVE I-ACCT-NO OF PKSAFXE0  TO I-ACCT-NO     OF PKSADEP0.
           MOVE I-SUB-ACCT-NO OF PKSAFXE0
                                       TO I-SUB-ACCT-NO OF PKSADEP0.
           MOVE I-FROM-CURR-COD OF PKSAFXE0
                                       TO I-CURR-COD    OF PKSADEP0.
           MOVE I-FROM-CURR-IDEN OF PKSAFXE0
                                       TO I-CURR-IDEN   OF PKSADEP0.
           MOVE I-AMT OF PKSAFXE0      TO I-AMT         OF PKSADEP0.
           MOVE C-CM-TXTYP-TR          TO I-TX-TYP      OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-VAL-DT      OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-TX-DT       OF PKSADEP0.
           MOVE C-RET-ITEM OF MEMCONST TO I-DSCRP-COD   OF PKSADEP0.
           MOVE '本户结售汇贷方失败自动冲回'
                                       TO I-RMRK        OF PKSADEP0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSADEP0
                                       CONTENT 'KSADEP0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF PKSADEP0 NOT = SPACES
           THEN
      *      冲回亦失败:整笔中止回滚,借记腿随本交易一并回退
             MOVE 'EN342'              TO AIF-MSG-CODE
      *      MOVE '结售汇冲回失败'     TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF O-SCN-HOLD-FLG OF PKSADEP0 = '1'
           THEN
             MOVE 'EN466'              TO AIF-MSG-CODE
      *      MOVE '交易对手疑似命中制裁名单,组合交易不予办理'
      *                                TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE C-CM-FLAG-YES          TO O-CMPN-FLG OF PKSAFXE0.
           MOVE WK-SAVE-MSG-CODE       TO AIF-MSG-CODE.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    两腿登记机构外币头寸:卖出币种为外币时银行买入,
      *    贷记该币种汇头寸;买入币种为外币时银行卖出,借记
      *    该币种汇头寸;人民币腿不入外币头寸
       6000-FX-POSITION-RTN.
           IF I-FROM-CURR-COD OF PKSAFXE0 NOT = C-CM-RMB-COD
           THEN
             MOVE I-FROM-CURR-COD OF PKSAFXE0
                                       TO WK-FXP-CURR-COD
             MOVE I-AMT OF PKSAFXE0    TO WK-FXP-AMT
             MOVE C-ACA-CR-COD-RMRK    TO WK-FXP-DRCR-FLG
             PERFORM 6100-CALL-CFXPOS-RTN
           END-IF.
           IF I-TO-CURR-COD OF PKSAFXE0 NOT = C-CM-RMB-COD
           THEN
             MOVE I-TO-CURR-COD OF PKSAFXE0
                                       TO WK-FXP-CURR-COD
             MOVE WK-CR-AMT            TO WK-FXP-AMT
             MOVE C-ACA-DR-COD-RMRK    TO WK-FXP-DRCR-FLG
             PERFORM 6100-CALL-CFXPOS-RTN
           END-IF.

       6100-CALL-CFXPOS-RTN.
           INITIALIZE                  PCFXPOS.
           MOVE WK-SYS-BRANCH-STD      TO I-BRANCH-STD OF PCFXPOS.
           MOVE WK-FXP-CURR-COD        TO I-CURR-COD   OF PCFXPOS.
           MOVE C-CM-EXC-ID            TO I-CURR-IDEN  OF PCFXPOS.
           MOVE WK-FXP-AMT             TO I-TX-AMT     OF PCFXPOS.
           MOVE WK-FXP-DRCR-FLG        TO I-DR-CR-FLG  OF PCFXPOS.
           MOVE C-CM-FLAG-NO           TO I-AS-EXC-FLG OF PCFXPOS.
           MOVE WK-SYS-TX-LOG-NO       TO I-TX-LOG-NO  OF PCFXPOS.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCFXPOS.
           CALL 'CFXPOS' USING         AIF-AREA
                                       PCFXPOS
                                       SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-MSG-TYPE OF PCFXPOS NOT = SPACE
           THEN
             MOVE O-RTRN-CODE OF PCFXPOS
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    结售汇落外管申报接口档:申报外币腿(卖出币种为外币
      *    取卖出腿,否则取买入腿),对方记本户
       7000-SAFE-DCL-RTN.
           INITIALIZE                  PCSAFEDCL.
           MOVE I-ACCT-NO OF PKSAFXE0  TO I-ACCT-NO    OF PCSAFEDCL.
           IF I-FROM-CURR-COD OF PKSAFXE0 NOT = C-CM-RMB-COD
           THEN
             MOVE I-FROM-CURR-COD OF PKSAFXE0
                                       TO I-CURR-COD   OF PCSAFEDCL
             MOVE I-FROM-CURR-IDEN OF PKSAFXE0
                                       TO I-CURR-IDEN  OF PCSAFEDCL
             MOVE I-AMT OF PKSAFXE0    TO I-TX-AMT     OF PCSAFEDCL
             MOVE C-FXE-DR OF MEMCONST TO I-DSCRP-COD  OF PCSAFEDCL
           ELSE
             MOVE I-TO-CURR-COD OF PKSAFXE0
                                       TO I-CURR-COD   OF PCSAFEDCL
             MOVE I-TO-CURR-IDEN OF PKSAFXE0
                                       TO I-CURR-IDEN  OF PCSAFEDCL
             MOVE WK-CR-AMT            TO I-TX-AMT     OF PCSAFEDCL
             MOVE C-FXE-CR OF MEMCONST TO I-DSCRP-COD  OF PCSAFEDCL
           END-IF.
           MOVE I-DCL-TYP OF PKSAFXE0  TO I-DCL-TYP    OF PCSAFEDCL.
           MOVE I-ACCT-NO OF PKSAFXE0  TO I-OP-ACCT-NO OF PCSAFEDCL.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO I-OP-CUST-NAME
                                          OF PCSAFEDCL.
           MOVE SA-FX-ACCT-CHAR OF SAACNACN
                                       TO I-FX-ACCT-CHAR
                                          OF PCSAFEDCL.
           MOVE WK-SYS-TX-LOG-NO       TO I-TX-LOG-NO  OF PCSAFEDCL.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCSAFEDCL.
           MOVE I-PURP-COD OF PKSAFXE0 TO I-PURP-COD   OF PCSAFEDCL.
           CALL 'CSAFEDCL' USING       AIF-AREA
                                       PCSAFEDCL
                                       SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-MSG-TYPE OF PCSAFEDCL NOT = SPACE
           THEN
             MOVE O-RTRN-CODE OF PCSAFEDCL
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAFXE0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAFXE0'.

       9711-CALL-CSACHK0-RTN.
           INITIALIZE                  PCSACHK0.
           MOVE WK-ACCT-NO             TO I-ACCT-NO OF PCSACHK0.
           CALL 'CSACHK0' USING AIF-AREA
                                PCSACHK0
                                SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-ACCT-FLG OF PCSACHK0 NOT = C-CM-FLAG-TRUE
              OR O-PUB-PRI-FLG NOT = C-CM-PUB-FLG
           THEN
             MOVE 'EN297'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       9736-CALL-CMSGLOG-RTN.
           INITIALIZE                  PCMSGLOG.
           MOVE AIF-MSG-CODE           TO I-MSG-CODE   OF PCMSGLOG.
           MOVE WK-SYS-TELLER-ID       TO I-TELLER-ID  OF PCMSGLOG.
           MOVE WK-SYS-BRANCH-STD      TO I-BRANCH-STD OF PCMSGLOG.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCMSGLOG.
           CALL 'CMSGLOG' USING        AIF-AREA
                                       PCMSGLOG
                                       SYS-AREA.

      *    远程授权队列:当日本交易码已批准件即放行并置已使用
       9770-CHECK-AUTHQUE-RTN.
           MOVE SPACES                 TO WK-AQ-APPR-FLG.
           MOVE ZEROS                  TO WK-AQ-SEQ-N.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAAUTHQUE.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAAUTHQ'             TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAAUTHQUE'            TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAFXE0
                                       TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 9771-AUTHQUE-LOOP-RTN
                   UNTIL DBI-DB-STATUS = FT-RTRN-NOTFOUND.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAUTHQUE
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF WK-AQ-APPROVED
           THEN
             PERFORM 9772-USE-AUTHQUE-RTN
           END-IF.

       9771-AUTHQUE-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAUTHQUE
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             IF SA-AQ-STS = '1' AND
                SA-AQ-BUSN-DT = SYS-BUSN-DT AND
                SA-AQ-TX-CODE = SYS-APP-TX-CODE
             THEN
               SET WK-AQ-APPROVED      TO TRUE
               MOVE SA-AQ-SEQ-N        TO WK-AQ-SEQ-N
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

       9772-USE-AUTHQUE-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAAUTHQUE.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAAUTHQ'             TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAAUTHQUE'            TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAFXE0
                                       TO DBI-KEY-VALUE1(1).
           MOVE WK-AQ-SEQ-N            TO DBI-KEY-VALUE1(2).
           MOVE 'SAAUTHQUE'            TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAUTHQUE
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE '4'                  TO SA-AQ-STS
             MOVE SYS-TX-LOG-NO        TO SA-AQ-USE-TX-LOG
             INITIALIZE                PDBIMAIN
             MOVE 'BSAAUTHQ'           TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SAAUTHQUE
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       9801-GU-SAACNACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAFXE0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
