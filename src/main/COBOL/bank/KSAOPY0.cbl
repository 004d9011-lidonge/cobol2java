      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAOPY0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSAOPY0                                 *
      * DESCRIPTION........: INTERBANK OUTWARD PAYMENT               *
      *                      跨行汇款:借记付款账户走KSAWDR0完整       *
      *                      支取校验链,收款人账号/行号/户名经        *
      *                      CWK-DRAWEE-*落入明细对方栏位;按金额      *
      *                      或指定渠道(大额HVPS/小额BEPS)登记        *
      *                      跨行汇出登记簿,日终由KSAROPY1产出        *
      *                      汇出指令档,退汇由KSAROPR1贷记回;        *
      *                      借记前收款人户名/行号筛查制裁名单,疑似   *
      *                      命中挂起待合规审核,不借记不登记;         *
      *                      借记经KSAWDR0按付款账户发起渠道的客户    *
      *                      自选限额检查,超限拒绝不登记              *
      * KB/CF TO BE CALLED: CSACHK0 KSAWDR0 KSASCM0(GSYSTRIG)        *
      * INPUT..............: PKSAOPY0                                *
      * OUTPUT.............: PKSAOPY0                                *
      * MESSAGE CODE.......: EN033,EN297,EN366,EN367,EN368,EN466,    *
      *                      END43                                   *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAOPYD   SAOPYREG       R/I                                 *
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
                                       VALUE '/// WK-AREA KSAOPY0 ///'.
       01  PCSACHK0.
           COPY                        PCSACHK0.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01  PKSAWDR0.
           COPY                        PKSAWDR0.
       01  PKSASCM0.
           COPY                        PKSASCM0.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAOPYREG.
          COPY                         SAOPYREG.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-NEW-SEQ              PIC 9(05).
           05  WK-CHNL                 PIC X(01).
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
       01  PKSAOPY0.
           COPY                        PKSAOPY0.
       01  CWK-APP-AREA.
           COPY                        CBCAAARE.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAOPY0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           PERFORM 3000-SCREEN-PAYEE-RTN.
      *    疑似命中制裁名单:挂起待合规审核,不借记不登记
           IF WK-SCN-HOLD
           THEN
             PERFORM 9000-END-TXN-RTN
             GOBACK
           END-IF.
           PERFORM 4000-DEBIT-PAYER-RTN.
           PERFORM 4500-REG-OPY-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           SET ADDRESS OF CWK-APP-AREA TO APA-CAA-ADDR.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAOPY0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAOPYREG.
           INITIALIZE                  PCSACHK0.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  PKSAWDR0.
           INITIALIZE                  PKSASCM0.
           INITIALIZE                  WK-AREA.
           MOVE 'N'                    TO WK-SCN-HOLD-FLG.
           MOVE SPACES                 TO O-SCN-HOLD-FLG OF PKSAOPY0
                                          O-SCN-HOLD-NO  OF PKSAOPY0.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.

       2000-CHECK-INPUT-RTN.
      *    已登记汇出不受理EC,未发送前的撤回与退汇统一走退汇路径
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-AMT OF PKSAOPY0 NOT > 0
           THEN
             MOVE 'EN033'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-CURR-COD OF PKSAOPY0 = SPACES
           THEN
             MOVE C-CM-RMB-COD         TO I-CURR-COD OF PKSAOPY0
           END-IF.
      *    大小额支付系统仅清算人民币
           IF I-CURR-COD OF PKSAOPY0 NOT = C-CM-RMB-COD
           THEN
             MOVE 'EN366'              TO AIF-MSG-CODE
      *      MOVE '跨行汇款仅限人民币' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE C-SA-RMB-CURR-IDEN     TO I-CURR-IDEN OF PKSAOPY0.
           IF I-PAYEE-ACCT-NO OF PKSAOPY0 = SPACES OR
              I-PAYEE-BK-NO OF PKSAOPY0 = SPACES OR
              I-PAYEE-NAME OF PKSAOPY0 = SPACES
           THEN
             MOVE 'EN367'              TO AIF-MSG-CODE
      *      MOVE '收款人账号行号户名必输' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 2100-SET-CHNL-RTN.
           MOVE I-ACCT-NO OF PKSAOPY0  TO WK-ACCT-NO.
           PERFORM 9711-CALL-CSACHK0-RTN.

      *    渠道:未指定时超小额单笔上限走大额,否则走小额;
      *    指定小额而金额超上限的不受理
       2100-SET-CHNL-RTN.
           EVALUATE I-CHNL OF PKSAOPY0
             WHEN SPACES
               IF I-AMT OF PKSAOPY0 > C-SA-BEPS-MAX-AMT
               THEN
                 MOVE C-SA-OPY-CHNL-HVPS
                                       TO WK-CHNL
               ELSE
                 MOVE C-SA-OPY-CHNL-BEPS
                                       TO WK-CHNL
               END-IF
             WHEN C-SA-OPY-CHNL-HVPS
               MOVE C-SA-OPY-CHNL-HVPS TO WK-CHNL
             WHEN C-SA-OPY-CHNL-BEPS
               IF I-AMT OF PKSAOPY0 > C-SA-BEPS-MAX-AMT
               THEN
                 MOVE 'EN368'          TO AIF-MSG-CODE
      *          MOVE '小额渠道超单笔上限' TO AIF-MSG-TEXT
                 PERFORM 9999-MESSAGE-HANDLE-RTN
               END-IF
               MOVE C-SA-OPY-CHNL-BEPS TO WK-CHNL
             WHEN OTHER
               MOVE 'EN368'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
           END-EVALUATE.

      *    借记付款账户:走KSAWDR0完整校验链(状态/冻结/止付/
      *    限额/印鉴);收款人经CWK-DRAWEE-*落明细对方栏位
      *    收款人筛查;已经合规放行的重新驱动经挂起编号核验后
      *    不再筛查
       3000-SCREEN-PAYEE-RTN.
           PERFORM 3050-CHECK-SCN-RLS-RTN.
           IF NOT WK-SCN-RLS
           THEN
             INITIALIZE                PKSASCM0
             MOVE '1'                  TO I-FUN-CODE OF PKSASCM0
             MOVE I-PAYEE-NAME OF PKSAOPY0
                                       TO I-CP-NAME OF PKSASCM0
             MOVE I-PAYEE-BK-NO OF PKSAOPY0
                                       TO I-CP-BANK-NO OF PKSASCM0
             MOVE I-PAYEE-ACCT-NO OF PKSAOPY0
                                       TO I-CP-ACCT-NO OF PKSASCM0
             PERFORM 9713-CALL-KSASCM0-RTN
             IF O-HIT-FLG OF PKSASCM0 = '1'
             THEN
               PERFORM 3100-SCN-HOLD-RTN
             END-IF
           END-IF.

      *    筛查豁免须凭挂起编号核验:挂起已于本交易合规放行,且
      *    账号/金额/发起KB与本笔一致,豁免标志单独不生效
       3050-CHECK-SCN-RLS-RTN.
           MOVE 'N'                    TO WK-SCN-RLS-FLG.
           IF I-SCN-EXEMPT-FLG OF PKSAOPY0 = C-CM-FLAG-YES AND
              I-SCN-HOLD-NO OF PKSAOPY0 NOT = SPACES
           THEN
             INITIALIZE                PKSASCM0
             MOVE '4'                  TO I-FUN-CODE OF PKSASCM0
             MOVE I-SCN-HOLD-NO OF PKSAOPY0
                                       TO I-HOLD-NO OF PKSASCM0
             MOVE 'KSAOPY0 '           TO I-SRC-PGM OF PKSASCM0
             MOVE I-ACCT-NO OF PKSAOPY0
                                       TO I-ACCT-NO OF PKSASCM0
             MOVE I-AMT OF PKSAOPY0    TO I-AMT OF PKSASCM0
             PERFORM 9713-CALL-KSASCM0-RTN
             IF O-RLS-FLG OF PKSASCM0 = '1'
             THEN
               SET WK-SCN-RLS          TO TRUE
             END-IF
           END-IF.

      *    本交易参数区及收款人公共区随挂起登记留存,合规放行后
      *    据以重新驱动
       3100-SCN-HOLD-RTN.
           PERFORM 4010-SET-PAYEE-RTN.
           MOVE '3'                    TO I-FUN-CODE OF PKSASCM0.
           MOVE 'KSAOPY0 '             TO I-SRC-PGM OF PKSASCM0.
           MOVE 'D'                    TO I-DRCR-FLG OF PKSASCM0.
           MOVE I-ACCT-NO OF PKSAOPY0  TO I-ACCT-NO OF PKSASCM0.
           MOVE I-CURR-COD OF PKSAOPY0 TO I-CURR-COD OF PKSASCM0.
           MOVE I-AMT OF PKSAOPY0      TO I-AMT OF PKSASCM0.
           MOVE PKSAOPY0               TO I-PARM-DATA OF PKSASCM0.
           PERFORM 9713-CALL-KSASCM0-RTN.
           MOVE C-CM-FLAG-YES          TO O-SCN-HOLD-FLG OF PKSAOPY0.
           MOVE O-HOLD-NO OF PKSASCM0  TO O-SCN-HOLD-NO OF PKSAOPY0.
           SET WK-SCN-HOLD             TO TRUE.

       4000-DEBIT-PAYER-RTN.
           PERFORM 4010-SET-PAYEE-RTN.
           INITIALIZE                  PKSAWDR0.
           MOVE I-ACCT-NO OF PKSAOPY0  TO I-ACCT-NO     OF PKSAWDR0.
           MOVE I-SUB-ACCT-NO OF PKSAOPY0
                                       TO I-SUB-ACCT-NO OF PKSAWDR0.
           MOVE I-CURR-COD OF PKSAOPY0 TO I-CURR-COD    OF PKSAWDR0.
           MOVE I-CURR-IDEN OF PKSAOPY0
                                       TO I-CURR-IDEN   OF PKSAWDR0.
           MOVE I-AMT OF PKSAOPY0      TO I-AMT         OF PKSAWDR0.
           MOVE C-CM-TXTYP-TR          TO I-TX-TYP      OF PKSAWDR0.
           MOVE I-DOC-TYP OF PKSAOPY0  TO I-DOC-TYP     OF PKSAWDR0.
           MOVE I-DOC-NO OF PKSAOPY0   TO I-DOC-NO      OF PKSAWDR0.
           MOVE SYS-BUSN-DT            TO I-VAL-DT      OF PKSAWDR0.
           MOVE SYS-BUSN-DT            TO I-TX-DT       OF PKSAWDR0.
           MOVE C-OPY-OUT OF MEMCONST  TO I-DSCRP-COD   OF PKSAWDR0.
           MOVE I-RMRK OF PKSAOPY0     TO I-RMRK        OF PKSAWDR0.
           MOVE I-AGT-CER-TYP OF PKSAOPY0
                                       TO I-AGT-CER-TYP OF PKSAWDR0.
           MOVE I-AGT-CER-ID OF PKSAOPY0
                                       TO I-AGT-CER-ID  OF PKSAWDR0.
           MOVE I-AGT-CUST-NAME OF PKSAOPY0
                                       TO I-AGT-CUST-NAME
                                          OF PKSAWDR0.
           MOVE I-AGT-CUST-TEL OF PKSAOPY0
                                       TO I-AGT-CUST-TEL
                                          OF PKSAWDR0.
      *    合规放行的重新驱动:核验过的挂起编号带入借记腿;否则
      *    借记腿按公共区收款人照常筛查,与3000段同一对手
           IF WK-SCN-RLS
           THEN
             MOVE C-CM-FLAG-YES        TO I-SCN-EXEMPT-FLG
                                          OF PKSAWDR0
             MOVE I-SCN-HOLD-NO OF PKSAOPY0
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
           MOVE O-AVL-BAL OF PKSAWDR0  TO O-AVL-BAL   OF PKSAOPY0.
           MOVE O-ACCT-BAL OF PKSAWDR0 TO O-ACCT-BAL  OF PKSAOPY0.
           MOVE O-ACCT-NAME OF PKSAWDR0
                                       TO O-ACCT-NAME OF PKSAOPY0.

       4010-SET-PAYEE-RTN.
           MOVE I-PAYEE-ACCT-NO OF PKSAOPY0
                                       TO CWK-DRAWEE-ACCT-NO.
           MOVE I-PAYEE-NAME OF PKSAOPY0
                                       TO CWK-DRAWEE-NAME.
           MOVE I-PAYEE-BK-NO OF PKSAOPY0
                                       TO CWK-DRAWEE-BK-NO.

      *    登记跨行汇出登记簿,状态待发送,顺排新序号
       4500-REG-OPY-RTN.
           PERFORM 4510-SCAN-OPY-RTN.
           ADD 1                       TO WK-NEW-SEQ.
           INITIALIZE                  SAOPYREG.
           MOVE I-ACCT-NO OF PKSAOPY0  TO SA-OPY-ACCT-NO.
           MOVE WK-NEW-SEQ             TO SA-OPY-SEQ-N.
           MOVE I-CURR-COD OF PKSAOPY0 TO SA-OPY-CURR-COD.
           MOVE I-CURR-IDEN OF PKSAOPY0
                                       TO SA-OPY-CURR-IDEN.
           MOVE I-AMT OF PKSAOPY0      TO SA-OPY-AMT.
           MOVE I-PAYEE-ACCT-NO OF PKSAOPY0
                                       TO SA-OPY-PAYEE-ACCT-NO.
           MOVE I-PAYEE-BK-NO OF PKSAOPY0
                                       TO SA-OPY-PAYEE-BK-NO.
           MOVE I-PAYEE-NAME OF PKSAOPY0
                                       TO SA-OPY-PAYEE-NAME.
           MOVE WK-CHNL                TO SA-OPY-CHNL.
           MOVE I-RMRK OF PKSAOPY0     TO SA-OPY-RMRK.
           MOVE '0'                    TO SA-OPY-STS.
           MOVE SYS-BUSN-DT            TO SA-OPY-REG-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-OPY-REG-TLR.
           MOVE WK-SYS-BRANCH-STD      TO SA-OPY-BRANCH-STD.
           MOVE SYS-TX-LOG-NO          TO SA-OPY-TX-LOG-NO.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SAOPYREG.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SAOPYREG.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAOPYD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAOPYREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAOPYREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE WK-NEW-SEQ             TO O-OPY-SEQ-N OF PKSAOPY0.
           MOVE WK-CHNL                TO O-CHNL      OF PKSAOPY0.

      *    遍历该账号已登记汇出:取最大序号
       4510-SCAN-OPY-RTN.
           MOVE ZEROS                  TO WK-NEW-SEQ.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAOPYREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAOPYD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAOPYREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAOPY0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 4520-OPY-LOOP-RTN
                   UNTIL DBI-DB-STATUS = FT-RTRN-NOTFOUND.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAOPYREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       4520-OPY-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAOPYREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             IF SA-OPY-SEQ-N > WK-NEW-SEQ
             THEN
               MOVE SA-OPY-SEQ-N       TO WK-NEW-SEQ
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAOPY0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAOPY0'.

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
