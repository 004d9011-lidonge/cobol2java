      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSADFT0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSADFT0                                 *
      * DESCRIPTION........: BANK DRAFT ISSUE/PAY/CANCEL/REFUND      *
      *                      本票/银行汇票:                          *
      *                      1-签发:KSAWDR0借记申请人账户,KSADEP0     *
      *                        贷记汇票专户,登记未付汇票并回传       *
      *                        打印要素                               *
      *                      2-兑付:金额/收款人与登记核对,借记专户   *
      *                        贷记持票人账户                         *
      *                      3-撤销:提示付款期内申请人交回,借记专户  *
      *                        贷回原申请账户                         *
      *                      4-退款:过期未付,借记专户贷回原申请账户  *
      *                      签发前收款人户名筛查制裁名单,疑似命中   *
      *                      挂起待合规审核,不签发不记账             *
      * KB/CF TO BE CALLED: CSACHK0 CCMDAT1 KSAWDR0 KSADEP0 KSASCM0  *
      *                     (GSYSTRIG)                               *
      * INPUT..............: PKSADFT0                                *
      * OUTPUT.............: PKSADFT0                                *
      * MESSAGE CODE.......: EN033,EN297,EN317,EN377,EN378,EN379,    *
      *                      EN380,EN381,EN382,EN466,END43           *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSADFTD   SADFTREG       R/I/U                               *
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
       01  FILLER                      PIC X(24)
                                       VALUE '/// WK-AREA KSADFT0 ///'.
       01  PCSACHK0.
           COPY                        PCSACHK0.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01  PCCMDAT1.
           COPY                        PCCMDAT1.
       01  PKSAWDR0.
           COPY                        PKSAWDR0.
       01  PKSADEP0.
           COPY                        PKSADEP0.
       01  PKSASCM0.
           COPY                        PKSASCM0.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SADFTREG.
          COPY                         SADFTREG.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
      *    过账参数:借方账号/贷方账号/摘要/新状态
           05  WK-DR-ACCT-NO           PIC X(32).
           05  WK-DR-SUB-ACCT-NO       PIC X(04).
           05  WK-CR-ACCT-NO           PIC X(32).
           05  WK-CR-SUB-ACCT-NO       PIC X(04).
           05  WK-DSCRP-COD            PIC X(04).
           05  WK-NEW-STS              PIC X(01).
           05  WK-EXP-DT               PIC X(08).
           05  WK-APPL-NAME            PIC X(120).
      *    收款人制裁名单疑似命中挂起标志
           05  WK-SCN-HOLD-FLG         PIC X(01).
               88  WK-SCN-HOLD                    VALUE 'Y'.
      *    筛查豁免经挂起编号核验通过标志
           05  WK-SCN-RLS-FLG          PIC X(01).
               88  WK-SCN-RLS                     VALUE 'Y'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSADFT0.
           COPY                        PKSADFT0.
       01  CWK-APP-AREA.
           COPY                        CBCAAARE.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSADFT0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           IF I-FUNC-COD OF PKSADFT0 = '1'
           THEN
             PERFORM 3000-SCREEN-PAYEE-RTN
           END-IF.
      *    签发收款人疑似命中制裁名单:挂起待合规审核,不签发不记账
           IF WK-SCN-HOLD
           THEN
             PERFORM 9000-END-TXN-RTN
             GOBACK
           END-IF.
           EVALUATE I-FUNC-COD OF PKSADFT0
             WHEN '1'
               PERFORM 4000-ISSUE-RTN
             WHEN '2'
               PERFORM 4100-PAY-RTN
             WHEN '3'
               PERFORM 4200-CANCEL-RTN
             WHEN '4'
               PERFORM 4300-REFUND-RTN
           END-EVALUATE.
           PERFORM 8900-SET-OUTPUT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           SET ADDRESS OF CWK-APP-AREA TO APA-CAA-ADDR.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSADFT0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SADFTREG.
           INITIALIZE                  PCSACHK0.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  PCCMDAT1.
           INITIALIZE                  PKSAWDR0.
           INITIALIZE                  PKSADEP0.
           INITIALIZE                  PKSASCM0.
           INITIALIZE                  WK-AREA.
           MOVE 'N'                    TO WK-SCN-HOLD-FLG.
           MOVE 'N'                    TO WK-SCN-RLS-FLG.
           MOVE SPACES                 TO O-SCN-HOLD-FLG OF PKSADFT0
                                          O-SCN-HOLD-NO  OF PKSADFT0.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.

       2000-CHECK-INPUT-RTN.
      *    汇票交易不受理EC,签发错账走撤销
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUNC-COD OF PKSADFT0 NOT = '1' AND '2' AND '3' AND '4'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '功能码错误'         TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-DFT-NO OF PKSADFT0 = SPACES
           THEN
             MOVE 'EN382'              TO AIF-MSG-CODE
      *      MOVE '汇票要素不全'       TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUNC-COD OF PKSADFT0 = '1'
           THEN
             PERFORM 2100-CHECK-ISSUE-RTN
           END-IF.
           IF I-FUNC-COD OF PKSADFT0 = '2'
           THEN
             IF I-ACCT-NO OF PKSADFT0 = SPACES
             THEN
               MOVE 'EN382'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.

       2100-CHECK-ISSUE-RTN.
           IF I-AMT OF PKSADFT0 NOT > 0
           THEN
             MOVE 'EN033'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-DFT-TYP OF PKSADFT0 NOT = '1' AND '2' OR
              I-PAYEE-NAME OF PKSADFT0 = SPACES OR
              I-ACCT-NO OF PKSADFT0 = SPACES
           THEN
             MOVE 'EN382'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE I-ACCT-NO OF PKSADFT0  TO WK-ACCT-NO.
           PERFORM 9711-CALL-CSACHK0-RTN.
      *    汇票号为空白凭证号,不得重号
           PERFORM 8100-GU-DFTREG-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN377'              TO AIF-MSG-CODE
      *      MOVE '汇票号已登记'       TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    签发收款人筛查;已经合规放行的重新驱动经挂起编号核验
      *    后不再筛查
       3000-SCREEN-PAYEE-RTN.
           PERFORM 3050-CHECK-SCN-RLS-RTN.
           IF NOT WK-SCN-RLS
           THEN
             INITIALIZE                PKSASCM0
             MOVE '1'                  TO I-FUN-CODE OF PKSASCM0
             MOVE I-PAYEE-NAME OF PKSADFT0
                                       TO I-CP-NAME OF PKSASCM0
             PERFORM 9713-CALL-KSASCM0-RTN
             IF O-HIT-FLG OF PKSASCM0 = '1'
             THEN
               PERFORM 3100-SCN-HOLD-RTN
             END-IF
           END-IF.

      *    筛查豁免须凭挂起编号核验:挂起已于本交易合规放行,且
      *    账号/金额/发起KB与本笔一致,豁免标志单独不生效
       3050-CHECK-SCN-RLS-RTN.
           IF I-SCN-EXEMPT-FLG OF PKSADFT0 = C-CM-FLAG-YES AND
              I-SCN-HOLD-NO OF PKSADFT0 NOT = SPACES
           THEN
             INITIALIZE                PKSASCM0
             MOVE '4'                  TO I-FUN-CODE OF PKSASCM0
             MOVE I-SCN-HOLD-NO OF PKSADFT0
                                       TO I-HOLD-NO OF PKSASCM0
             MOVE 'KSADFT0 '           TO I-SRC-PGM OF PKSASCM0
             MOVE I-ACCT-NO OF PKSADFT0
                                       TO I-ACCT-NO OF PKSASCM0
             MOVE I-AMT OF PKSADFT0    TO I-AMT OF PKSASCM0
             PERFORM 9713-CALL-KSASCM0-RTN
             IF O-RLS-FLG OF PKSASCM0 = '1'
             THEN
               SET WK-SCN-RLS          TO TRUE
             END-IF
           END-IF.

      *    本交易参数区及收款人公共区随挂起登记留存,合规放行后
      *    据以重新驱动签发;对方账号登记为汇票专户,供贷记腿核验
       3100-SCN-HOLD-RTN.
           MOVE C-SA-DFT-ACCT-NO       TO CWK-DRAWEE-ACCT-NO.
           MOVE I-PAYEE-NAME OF PKSADFT0
                                       TO CWK-DRAWEE-NAME.
           MOVE '3'                    TO I-FUN-CODE OF PKSASCM0.
           MOVE 'KSADFT0 '             TO I-SRC-PGM OF PKSASCM0.
           MOVE 'D'                    TO I-DRCR-FLG OF PKSASCM0.
           MOVE I-ACCT-NO OF PKSADFT0  TO I-ACCT-NO OF PKSASCM0.
           MOVE C-SA-DFT-ACCT-NO       TO I-CP-ACCT-NO OF PKSASCM0.
           MOVE C-CM-RMB-COD           TO I-CURR-COD OF PKSASCM0.
           MOVE I-AMT OF PKSADFT0      TO I-AMT OF PKSASCM0.
           MOVE PKSADFT0               TO I-PARM-DATA OF PKSASCM0.
           PERFORM 9713-CALL-KSASCM0-RTN.
           MOVE C-CM-FLAG-YES          TO O-SCN-HOLD-FLG OF PKSADFT0.
           MOVE O-HOLD-NO OF PKSASCM0  TO O-SCN-HOLD-NO OF PKSADFT0.
           SET WK-SCN-HOLD             TO TRUE.

      *    签发:借记申请人(KSAWDR0完整支取校验链),贷记汇票专户,
      *    按提示付款期计算到期日并登记未付
       4000-ISSUE-RTN.
           PERFORM 4010-CAL-EXP-DT-RTN.
           MOVE I-ACCT-NO OF PKSADFT0  TO WK-DR-ACCT-NO.
           MOVE I-SUB-ACCT-NO OF PKSADFT0
                                       TO WK-DR-SUB-ACCT-NO.
           MOVE C-SA-DFT-ACCT-NO       TO WK-CR-ACCT-NO.
           MOVE SPACES                 TO WK-CR-SUB-ACCT-NO.
           MOVE C-DFT-ISU OF MEMCONST  TO WK-DSCRP-COD.
           MOVE C-SA-DFT-ACCT-NO       TO CWK-DRAWEE-ACCT-NO.
           MOVE I-PAYEE-NAME OF PKSADFT0
                                       TO CWK-DRAWEE-NAME.
           PERFORM 8500-DEBIT-RTN.
           MOVE O-ACCT-NAME OF PKSAWDR0
                                       TO WK-APPL-NAME.
           MOVE O-AVL-BAL OF PKSAWDR0  TO O-AVL-BAL OF PKSADFT0.
           PERFORM 8600-CREDIT-RTN.
           INITIALIZE                  SADFTREG.
           MOVE I-DFT-NO OF PKSADFT0   TO SA-DFT-NO.
           MOVE I-DFT-TYP OF PKSADFT0  TO SA-DFT-TYP.
           MOVE I-ACCT-NO OF PKSADFT0  TO SA-DFT-ACCT-NO.
           MOVE I-SUB-ACCT-NO OF PKSADFT0
                                       TO SA-DFT-SUB-ACCT-NO.
           MOVE C-CM-RMB-COD           TO SA-DFT-CURR-COD.
           MOVE C-SA-RMB-CURR-IDEN     TO SA-DFT-CURR-IDEN.
           MOVE I-AMT OF PKSADFT0      TO SA-DFT-AMT.
           MOVE WK-APPL-NAME           TO SA-DFT-APPL-NAME.
           MOVE I-PAYEE-NAME OF PKSADFT0
                                       TO SA-DFT-PAYEE-NAME.
           MOVE SYS-BUSN-DT            TO SA-DFT-ISU-DT.
           MOVE WK-EXP-DT              TO SA-DFT-EXP-DT.
           MOVE WK-SYS-BRANCH-STD      TO SA-DFT-ISU-BRANCH-STD.
           MOVE WK-SYS-TELLER-ID       TO SA-DFT-ISU-TLR.
           MOVE SYS-TX-LOG-NO          TO SA-DFT-ISU-TX-LOG-NO.
           MOVE '0'                    TO SA-DFT-STS.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SADFTREG.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SADFTREG.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSADFTD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SADFTREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SADFTREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       4010-CAL-EXP-DT-RTN.
           INITIALIZE                  PCCMDAT1.
           MOVE C-CM-DT-SDTOED         TO I-CMDATE-FUNC OF PCCMDAT1.
           MOVE C-CM-DT-DEP-DAY        TO I-CMDATE-TYPE OF PCCMDAT1.
           MOVE SYS-BUSN-DT            TO IO-CMDATE-STA-DATE
                                          OF PCCMDAT1.
           MOVE C-SA-DFT-VALID-DAYS    TO IO-CMDATE-PERIOD-DDD
                                          OF PCCMDAT1.
           CALL 'CCMDAT1' USING AIF-AREA
                                PCCMDAT1
                                SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE IO-CMDATE-END-DATE OF PCCMDAT1
                                       TO WK-EXP-DT.

      *    兑付:提示付款期内,金额与收款人须与登记一致;
      *    借记汇票专户,贷记持票人账户
       4100-PAY-RTN.
           PERFORM 8100-GU-DFTREG-RTN.
           PERFORM 8110-CHECK-OPEN-RTN.
           IF SYS-BUSN-DT > SA-DFT-EXP-DT
           THEN
             MOVE 'EN379'              TO AIF-MSG-CODE
      *      MOVE '汇票已过提示付款期' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-AMT OF PKSADFT0 NOT = SA-DFT-AMT OR
              I-PAYEE-NAME OF PKSADFT0 NOT = SA-DFT-PAYEE-NAME
           THEN
             MOVE 'EN381'              TO AIF-MSG-CODE
      *      MOVE '兑付金额或收款人与登记不符' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE C-SA-DFT-ACCT-NO       TO WK-DR-ACCT-NO.
           MOVE SPACES                 TO WK-DR-SUB-ACCT-NO.
           MOVE I-ACCT-NO OF PKSADFT0  TO WK-CR-ACCT-NO.
           MOVE I-SUB-ACCT-NO OF PKSADFT0
                                       TO WK-CR-SUB-ACCT-NO.
           MOVE C-DFT-PAY OF MEMCONST  TO WK-DSCRP-COD.
           MOVE '1'                    TO WK-NEW-STS.
           PERFORM 4900-SETTLE-RTN.

      *    撤销:提示付款期内申请人交回汇票,贷回原申请账户
       4200-CANCEL-RTN.
           PERFORM 8100-GU-DFTREG-RTN.
           PERFORM 8110-CHECK-OPEN-RTN.
           IF SYS-BUSN-DT > SA-DFT-EXP-DT
           THEN
             MOVE 'EN379'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE '2'                    TO WK-NEW-STS.
           PERFORM 4800-SET-REFUND-RTN.
           PERFORM 4900-SETTLE-RTN.

      *    退款:过提示付款期未付,贷回原申请账户
       4300-REFUND-RTN.
           PERFORM 8100-GU-DFTREG-RTN.
           PERFORM 8110-CHECK-OPEN-RTN.
           IF SYS-BUSN-DT NOT > SA-DFT-EXP-DT
           THEN
             MOVE 'EN380'              TO AIF-MSG-CODE
      *      MOVE '汇票未过期,不能退款' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE '3'                    TO WK-NEW-STS.
           PERFORM 4800-SET-REFUND-RTN.
           PERFORM 4900-SETTLE-RTN.

       4800-SET-REFUND-RTN.
           MOVE C-SA-DFT-ACCT-NO       TO WK-DR-ACCT-NO.
           MOVE SPACES                 TO WK-DR-SUB-ACCT-NO.
           MOVE SA-DFT-ACCT-NO         TO WK-CR-ACCT-NO.
           MOVE SA-DFT-SUB-ACCT-NO     TO WK-CR-SUB-ACCT-NO.
           MOVE C-DFT-RFD OF MEMCONST  TO WK-DSCRP-COD.

      *    专户借记、对方贷记后重新锁定登记置终态
       4900-SETTLE-RTN.
           MOVE WK-CR-ACCT-NO          TO CWK-DRAWEE-ACCT-NO.
           IF WK-NEW-STS = '1'
           THEN
             MOVE SA-DFT-PAYEE-NAME    TO CWK-DRAWEE-NAME
           ELSE
             MOVE SA-DFT-APPL-NAME     TO CWK-DRAWEE-NAME
           END-IF.
           PERFORM 8500-DEBIT-RTN.
           PERFORM 8600-CREDIT-RTN.
           MOVE O-AVL-BAL OF PKSADEP0  TO O-AVL-BAL OF PKSADFT0.
           PERFORM 8200-GHU-DFTREG-RTN.
           MOVE WK-NEW-STS             TO SA-DFT-STS.
           MOVE SYS-BUSN-DT            TO SA-DFT-SETL-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-DFT-SETL-TLR.
           MOVE WK-CR-ACCT-NO          TO SA-DFT-SETL-ACCT-NO.
           MOVE SYS-TX-LOG-NO          TO SA-DFT-SETL-TX-LOG-NO.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSADFTD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SADFTREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       8100-GU-DFTREG-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SADFTREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSADFTD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SADFTREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-DFT-NO OF PKSADFT0   TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SADFTREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       8110-CHECK-OPEN-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-DFT-STS NOT = '0'
           THEN
             MOVE 'EN378'              TO AIF-MSG-CODE
      *      MOVE '汇票不存在或非未付状态' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       8200-GHU-DFTREG-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SADFTREG.
           MOVE 'BSADFTD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SADFTREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-DFT-NO OF PKSADFT0   TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SADFTREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       8500-DEBIT-RTN.
           INITIALIZE                  PKSAWDR0.
           MOVE WK-DR-ACCT-NO          TO I-ACCT-NO     OF PKSAWDR0.
           MOVE WK-DR-SUB-ACCT-NO      TO I-SUB-ACCT-NO OF PKSAWDR0.
           MOVE C-CM-RMB-COD           TO I-CURR-COD    OF PKSAWDR0.
           MOVE C-SA-RMB-CURR-IDEN     TO I-CURR-IDEN   OF PKSAWDR0.
           IF I-FUNC-COD OF PKSADFT0 = '1'
           THEN
             MOVE I-AMT OF PKSADFT0    TO I-AMT         OF PKSAWDR0
           ELSE
             MOVE SA-DFT-AMT           TO I-AMT         OF PKSAWDR0
           END-IF.
           MOVE C-CM-TXTYP-TR          TO I-TX-TYP      OF PKSAWDR0.
           MOVE SYS-BUSN-DT            TO I-VAL-DT      OF PKSAWDR0.
           MOVE SYS-BUSN-DT            TO I-TX-DT       OF PKSAWDR0.
           MOVE WK-DSCRP-COD           TO I-DSCRP-COD   OF PKSAWDR0.
           MOVE I-RMRK OF PKSADFT0     TO I-RMRK        OF PKSAWDR0.
           MOVE I-AGT-CER-TYP OF PKSADFT0
                                       TO I-AGT-CER-TYP OF PKSAWDR0.
           MOVE I-AGT-CER-ID OF PKSADFT0
                                       TO I-AGT-CER-ID  OF PKSAWDR0.
           MOVE I-AGT-CUST-NAME OF PKSADFT0
                                       TO I-AGT-CUST-NAME
                                          OF PKSAWDR0.
           MOVE I-AGT-CUST-TEL OF PKSADFT0
                                       TO I-AGT-CUST-TEL
                                          OF PKSAWDR0.
      *    合规放行的重新驱动签发:核验过的挂起编号带入两腿;
      *    否则两腿按公共区汇票当事人照常筛查
           IF WK-SCN-RLS
           THEN
             MOVE C-CM-FLAG-YES        TO I-SCN-EXEMPT-FLG
                                          OF PKSAWDR0
             MOVE I-SCN-HOLD-NO OF PKSADFT0
                                       TO I-SCN-HOLD-NO OF PKSAWDR0
           END-IF.
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

       8600-CREDIT-RTN.
           INITIALIZE                  PKSADEP0.
           MOVE WK-CR-ACCT-NO          TO I-ACCT-NO     OF PKSADEP0.
           MOVE WK-CR-SUB-ACCT-NO      TO I-SUB-ACCT-NO OF PKSADEP0.
           MOVE C-CM-RMB-COD           TO I-CURR-COD    OF PKSADEP0.
           MOVE C-SA-RMB-CURR-IDEN     TO I-CURR-IDEN   OF PKSADEP0.
           MOVE I-AMT OF PKSAWDR0      TO I-AMT         OF PKSADEP0.
           MOVE C-CM-TXTYP-TR          TO I-TX-TYP      OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-VAL-DT      OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-TX-DT       OF PKSADEP0.
           MOVE WK-DSCRP-COD           TO I-DSCRP-COD   OF PKSADEP0.
           MOVE I-RMRK OF PKSADFT0     TO I-RMRK        OF PKSADEP0.
           IF WK-SCN-RLS
           THEN
             MOVE C-CM-FLAG-YES        TO I-SCN-EXEMPT-FLG
                                          OF PKSADEP0
             MOVE I-SCN-HOLD-NO OF PKSADFT0
                                       TO I-SCN-HOLD-NO OF PKSADEP0
           END-IF.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSADEP0
                                       CONTENT 'KSADEP0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF PKSADEP0 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF PKSADEP0
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

      *    回传汇票要素(签发时供前端打印)
       8900-SET-OUTPUT-RTN.
           MOVE SA-DFT-NO              TO O-DFT-NO         OF PKSADFT0.
           MOVE SA-DFT-TYP             TO O-DFT-TYP        OF PKSADFT0.
           MOVE SA-DFT-AMT             TO O-AMT            OF PKSADFT0.
           MOVE SA-DFT-ACCT-NO         TO O-APPL-ACCT-NO   OF PKSADFT0.
           MOVE SA-DFT-APPL-NAME       TO O-APPL-NAME      OF PKSADFT0.
           MOVE SA-DFT-PAYEE-NAME      TO O-PAYEE-NAME     OF PKSADFT0.
           MOVE SA-DFT-ISU-DT          TO O-ISU-DT         OF PKSADFT0.
           MOVE SA-DFT-EXP-DT          TO O-EXP-DT         OF PKSADFT0.
           MOVE SA-DFT-ISU-BRANCH-STD  TO O-ISU-BRANCH-STD OF PKSADFT0.
           MOVE SA-DFT-STS             TO O-STS            OF PKSADFT0.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSADFT0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSADFT0'.

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

       9713-CALL-KSASCM0-RTN.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSASCM0
                                       CONTENT 'KSASCM0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9736-CALL-CMSGLOG-RTN.
           INITIALIZE                  PCMSGLOG.
           MOVE AIF-MSG-CODE           TO I-MSG-CODE   OF PCMSGLOG.
           MOVE WK-SYS-TELLER-ID       TO I-TELLER-ID  OF PCMSGLOG.
           MOVE WK-SYS-BRANCH-STD      TO I-BRANCH-STD OF PCMSGLOG.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCMSGLOG.
           CALL 'CMSGLOG' USING        AIF-AREA
                                       PCMSGLOG
                                       SYS-AREA.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
