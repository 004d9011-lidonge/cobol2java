      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAIRS0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSAIRS0                                 *
      * DESCRIPTION........: INWARD REMITTANCE SUSPENSE MAINTENANCE  *
      *                      跨行汇入挂账处理:                        *
      *                      1-解挂入账:核实后入原收款账号或柜员      *
      *                        指定账号,走KSADEP0完整存入校验链       *
      *                      2-退回汇款行:以汇入挂账内部专户登记      *
      *                        跨行汇出登记簿(收款人为原汇款人),     *
      *                        日终随KSAROPY1发出                     *
      *                      3-指定责任柜员                           *
      *                      解挂入账前汇款人筛查制裁名单,疑似命中    *
      *                      转合规审核挂起;审核中不得解挂或退回      *
      * KB/CF TO BE CALLED: KSADEP0 KSASCM0(GSYSTRIG)                *
      * INPUT..............: PKSAIRS0                                *
      * OUTPUT.............: PKSAIRS0                                *
      * MESSAGE CODE.......: EN048,EN338,EN366,EN369,EN370,EN419,    *
      *                      EN466,END43                             *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAIRSD   SAIRSREG       R/U                                 *
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
                                       VALUE '/// WK-AREA KSAIRS0 ///'.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
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
       01 SAIRSREG.
          COPY                         SAIRSREG.
       01 SAOPYREG.
          COPY                         SAOPYREG.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-NEW-SEQ              PIC 9(05).
           05  WK-CURR-IDEN            PIC X(01).
      *    汇款人制裁名单疑似命中挂起标志
           05  WK-SCN-HOLD-FLG         PIC X(01).
               88  WK-SCN-HOLD                    VALUE 'Y'.
      *    筛查豁免经挂起编号核验通过标志
           05  WK-SCN-RLS-FLG          PIC X(01).
               88  WK-SCN-RLS                     VALUE 'Y'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAIRS0.
           COPY                        PKSAIRS0.
       01  CWK-APP-AREA.
           COPY                        CBCAAARE.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAIRS0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           PERFORM 3000-GET-IRS-RTN.
           EVALUATE I-FUNC-COD OF PKSAIRS0
             WHEN '1'
               PERFORM 4000-RESOLVE-RTN
             WHEN '2'
               PERFORM 5000-RETURN-RTN
             WHEN '3'
               PERFORM 6000-ASSIGN-RTN
           END-EVALUATE.
           PERFORM 7000-UPDATE-IRS-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           SET ADDRESS OF CWK-APP-AREA TO APA-CAA-ADDR.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAIRS0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAIRSREG.
           INITIALIZE                  SAOPYREG.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  PKSADEP0.
           INITIALIZE                  PKSASCM0.
           INITIALIZE                  WK-AREA.
           MOVE 'N'                    TO WK-SCN-HOLD-FLG.
           MOVE 'N'                    TO WK-SCN-RLS-FLG.
           MOVE SPACES                 TO O-SCN-HOLD-FLG OF PKSAIRS0
                                          O-SCN-HOLD-NO  OF PKSAIRS0.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.

       2000-CHECK-INPUT-RTN.
      *    解挂入账与退回均已记账或登记汇出,不受理EC
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUNC-COD OF PKSAIRS0 NOT = '1' AND
              I-FUNC-COD OF PKSAIRS0 NOT = '2' AND
              I-FUNC-COD OF PKSAIRS0 NOT = '3'
           THEN
             MOVE 'EN338'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUNC-COD OF PKSAIRS0 = '3' AND
              I-OWN-TLR OF PKSAIRS0 = SPACES
           THEN
             MOVE 'EN370'              TO AIF-MSG-CODE
      *      MOVE '责任柜员必输'       TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    取挂账登记并锁定:仅挂账状态可处理
       3000-GET-IRS-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAIRSREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAIRSD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAIRSREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAIRSREG'             TO DBI-SEGMENT-NAME(2).
           MOVE I-RCV-DT OF PKSAIRS0   TO DBI-KEY-VALUE1(1).
           MOVE I-SEQ-N OF PKSAIRS0    TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAIRSREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF SA-IRS-STS NOT = '0'
           THEN
             MOVE 'EN369'              TO AIF-MSG-CODE
      *      MOVE '该笔汇入已解挂或已退回' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUNC-COD OF PKSAIRS0 = '1'
           THEN
             PERFORM 3050-CHECK-SCN-RLS-RTN
           END-IF.
      *    合规审核挂起中:仅经核验的合规放行重新驱动可解挂入账
           IF SA-IRS-SUS-RSN = '6' AND
              ( I-FUNC-COD OF PKSAIRS0 = '2' OR
                I-FUNC-COD OF PKSAIRS0 = '1' AND
                NOT WK-SCN-RLS )
           THEN
             MOVE 'EN419'              TO AIF-MSG-CODE
      *      MOVE '合规审核挂起中,不得解挂或退回' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SA-IRS-AMT             TO O-AMT OF PKSAIRS0.

      *    入账账号空时入原收款账号;筛查豁免须凭挂起编号核验:
      *    挂起已于本交易合规放行,且入账账号/金额/发起KB与本笔
      *    一致,豁免标志单独不生效
       3050-CHECK-SCN-RLS-RTN.
           IF I-ACCT-NO OF PKSAIRS0 = SPACES
           THEN
             MOVE SA-IRS-BENE-ACCT-NO  TO WK-ACCT-NO
           ELSE
             MOVE I-ACCT-NO OF PKSAIRS0
                                       TO WK-ACCT-NO
           END-IF.
           IF I-SCN-EXEMPT-FLG OF PKSAIRS0 = C-CM-FLAG-YES AND
              I-SCN-HOLD-NO OF PKSAIRS0 NOT = SPACES
           THEN
             INITIALIZE                PKSASCM0
             MOVE '4'                  TO I-FUN-CODE OF PKSASCM0
             MOVE I-SCN-HOLD-NO OF PKSAIRS0
                                       TO I-HOLD-NO OF PKSASCM0
             MOVE 'KSAIRS0 '           TO I-SRC-PGM OF PKSASCM0
             MOVE WK-ACCT-NO           TO I-ACCT-NO OF PKSASCM0
             MOVE SA-IRS-AMT           TO I-AMT OF PKSASCM0
             PERFORM 9713-CALL-KSASCM0-RTN
             IF O-RLS-FLG OF PKSASCM0 = '1'
             THEN
               SET WK-SCN-RLS          TO TRUE
             END-IF
           END-IF.

      *    解挂入账:汇款人经CWK-DRAWEE-*落明细对方栏位,与自动
      *    入账一致
       4000-RESOLVE-RTN.
           IF NOT WK-SCN-RLS
           THEN
             PERFORM 4100-SCREEN-PAYER-RTN
           END-IF.
           IF NOT WK-SCN-HOLD
           THEN
             PERFORM 4200-CREDIT-RTN
           END-IF.

      *    汇款人户名/行号筛查制裁名单,疑似命中挂起本交易参数区,
      *    挂账原因置6,待合规放行后重新驱动解挂入账
       4100-SCREEN-PAYER-RTN.
           INITIALIZE                  PKSASCM0.
           MOVE '1'                    TO I-FUN-CODE OF PKSASCM0.
           MOVE SA-IRS-PAYER-NAME      TO I-CP-NAME OF PKSASCM0.
           MOVE SA-IRS-PAYER-BK-NO     TO I-CP-BANK-NO OF PKSASCM0.
           MOVE SA-IRS-PAYER-ACCT-NO   TO I-CP-ACCT-NO OF PKSASCM0.
           PERFORM 9713-CALL-KSASCM0-RTN.
           IF O-HIT-FLG OF PKSASCM0 = '1'
           THEN
             MOVE '3'                  TO I-FUN-CODE OF PKSASCM0
             MOVE 'KSAIRS0 '           TO I-SRC-PGM OF PKSASCM0
             MOVE 'C'                  TO I-DRCR-FLG OF PKSASCM0
             MOVE WK-ACCT-NO           TO I-ACCT-NO OF PKSASCM0
             MOVE SA-IRS-CURR-COD      TO I-CURR-COD OF PKSASCM0
             MOVE SA-IRS-AMT           TO I-AMT OF PKSASCM0
             MOVE PKSAIRS0             TO I-PARM-DATA OF PKSASCM0
             PERFORM 9713-CALL-KSASCM0-RTN
             MOVE '6'                  TO SA-IRS-SUS-RSN
             MOVE C-CM-FLAG-YES        TO O-SCN-HOLD-FLG OF PKSAIRS0
             MOVE O-HOLD-NO OF PKSASCM0
                                       TO O-SCN-HOLD-NO OF PKSAIRS0
             SET WK-SCN-HOLD           TO TRUE
           END-IF.

       4200-CREDIT-RTN.
           IF SA-IRS-CURR-COD = C-CM-RMB-COD
           THEN
             MOVE C-SA-RMB-CURR-IDEN   TO WK-CURR-IDEN
           ELSE
             MOVE C-CM-EXC-ID          TO WK-CURR-IDEN
           END-IF.
           MOVE SA-IRS-PAYER-ACCT-NO   TO CWK-DRAWEE-ACCT-NO.
           MOVE SA-IRS-PAYER-NAME      TO CWK-DRAWEE-NAME.
           MOVE SA-IRS-PAYER-BK-NO     TO CWK-DRAWEE-BK-NO.
           INITIALIZE                  PKSADEP0.
           MOVE WK-ACCT-NO             TO I-ACCT-NO    OF PKSADEP0.
           MOVE SA-IRS-CURR-COD        TO I-CURR-COD   OF PKSADEP0.
           MOVE WK-CURR-IDEN           TO I-CURR-IDEN  OF PKSADEP0.
           MOVE SA-IRS-AMT             TO I-AMT        OF PKSADEP0.
           MOVE C-CM-TXTYP-TR          TO I-TX-TYP     OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-VAL-DT     OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-TX-DT      OF PKSADEP0.
           MOVE C-IRM-DEP OF MEMCONST  TO I-DSCRP-COD  OF PKSADEP0.
           IF I-RMRK OF PKSAIRS0 = SPACES
           THEN
             MOVE SA-IRS-RMRK          TO I-RMRK       OF PKSADEP0
           ELSE
             MOVE I-RMRK OF PKSAIRS0   TO I-RMRK       OF PKSADEP0
           END-IF.
      *    合规放行的重新驱动:核验过的挂起编号带入入账腿;否则
      *    入账腿按公共区汇款人照常筛查,与4100段同一对手
           IF WK-SCN-RLS
           THEN
             MOVE C-CM-FLAG-YES        TO I-SCN-EXEMPT-FLG
                                          OF PKSADEP0
             MOVE I-SCN-HOLD-NO OF PKSAIRS0
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
           MOVE '1'                    TO SA-IRS-STS.
           MOVE WK-ACCT-NO             TO SA-IRS-RSLV-ACCT-NO.
           MOVE SYS-TX-LOG-NO          TO SA-IRS-RSLV-TX-LOG-NO.

      *    退回汇款行:以汇入挂账内部专户为付款方登记跨行汇出,
      *    收款人为原汇款人,渠道按金额选择,日终随KSAROPY1发出
       5000-RETURN-RTN.
           IF SA-IRS-CURR-COD NOT = C-CM-RMB-COD
           THEN
             MOVE 'EN366'              TO AIF-MSG-CODE
      *      MOVE '跨行汇款仅限人民币' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE C-SA-IRS-SUS-ACCT-NO   TO WK-ACCT-NO.
           PERFORM 5100-SCAN-OPY-RTN.
           ADD 1                       TO WK-NEW-SEQ.
           INITIALIZE                  SAOPYREG.
           MOVE WK-ACCT-NO             TO SA-OPY-ACCT-NO.
           MOVE WK-NEW-SEQ             TO SA-OPY-SEQ-N.
           MOVE SA-IRS-CURR-COD        TO SA-OPY-CURR-COD.
           MOVE C-SA-RMB-CURR-IDEN     TO SA-OPY-CURR-IDEN.
           MOVE SA-IRS-AMT             TO SA-OPY-AMT.
           MOVE SA-IRS-PAYER-ACCT-NO   TO SA-OPY-PAYEE-ACCT-NO.
           MOVE SA-IRS-PAYER-BK-NO     TO SA-OPY-PAYEE-BK-NO.
           MOVE SA-IRS-PAYER-NAME      TO SA-OPY-PAYEE-NAME.
           IF SA-IRS-AMT > C-SA-BEPS-MAX-AMT
           THEN
             MOVE C-SA-OPY-CHNL-HVPS   TO SA-OPY-CHNL
           ELSE
             MOVE C-SA-OPY-CHNL-BEPS   TO SA-OPY-CHNL
           END-IF.
           STRING '汇入退回 原参考号'   DELIMITED BY SIZE
                  SA-IRS-CLR-REF-NO    DELIMITED BY SPACE
                                       INTO SA-OPY-RMRK.
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
           MOVE '2'                    TO SA-IRS-STS.
           MOVE WK-ACCT-NO             TO SA-IRS-RSLV-ACCT-NO.
           MOVE WK-NEW-SEQ             TO SA-IRS-RSLV-TX-LOG-NO.
           MOVE WK-NEW-SEQ             TO O-OPY-SEQ-N OF PKSAIRS0.

      *    遍历内部专户已登记汇出:取最大序号
       5100-SCAN-OPY-RTN.
           MOVE ZEROS                  TO WK-NEW-SEQ.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAOPYREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAOPYD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAOPYREG'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-ACCT-NO             TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 5110-OPY-LOOP-RTN
                   UNTIL DBI-DB-STATUS = FT-RTRN-NOTFOUND.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAOPYREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       5110-OPY-LOOP-RTN.
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

      *    指定责任柜员,状态不变
       6000-ASSIGN-RTN.
           MOVE I-OWN-TLR OF PKSAIRS0  TO SA-IRS-OWN-TLR.

      *    回写挂账登记:解挂/退回记处理日与处理柜员
       7000-UPDATE-IRS-RTN.
           IF I-FUNC-COD OF PKSAIRS0 NOT = '3' AND
              NOT WK-SCN-HOLD
           THEN
             MOVE SYS-BUSN-DT          TO SA-IRS-RSLV-DT
             MOVE WK-SYS-TELLER-ID     TO SA-IRS-RSLV-TLR
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAIRSD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAIRSREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE SA-IRS-STS             TO O-STS     OF PKSAIRS0.
           MOVE SA-IRS-RSLV-ACCT-NO    TO O-ACCT-NO OF PKSAIRS0.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAIRS0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAIRS0'.

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
