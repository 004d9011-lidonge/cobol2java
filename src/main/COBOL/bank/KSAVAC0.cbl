      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAVAC0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAVAC0                                 *
      * DESCRIPTION........: VIRTUAL SUB-ACCOUNT MAINTENANCE/CREDIT  *
      *                      虚拟账号:收款单位按号段在实体母账户下  *
      *                      申领虚拟账号,逐号对应其付款人编号;    *
      *                      汇入虚拟账号的款项经KSADEP0入母账户,  *
      *                      明细登记虚拟账号;未知/已关闭/未对应   *
      *                      付款人的虚拟账号拒收不记账;每笔收款   *
      *                      与拒收均登记收款流水供日切对账        *
      * KB/CF TO BE CALLED: CSACHK0  KSADEP0                         *
      * INPUT..............: PKSAVAC0                                *
      * OUTPUT.............: PKSAVAC0                                *
      * MESSAGE CODE.......: EN297,EN317,EN437,EN438,END43           *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAVACD   SAVACREG       R/U/I                               *
      * BSAVALD   SAVACLOG       I                                   *
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
                                       VALUE '/// WK-AREA KSAVAC0 ///'.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01  PCSACHK0.
           COPY                        PCSACHK0.
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
       01 SAVACREG.
          COPY                         SAVACREG.
       01 SAVACLOG.
          COPY                         SAVACLOG.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-SYS-TX-LOG-NO        PIC X(24).
           05  WK-ACCT-NO              PIC X(32).
           05  WK-ISSUE-IX             PIC 9(03).
           05  WK-SEQ-NO               PIC 9(06).
           05  WK-END-SEQ-NO           PIC 9(07).
           05  WK-VAC-NO.
               10  WK-VAC-PRFX-NO      PIC X(14).
               10  WK-VAC-SEQ-NO       PIC 9(06).
           05  WK-RJT-RSN              PIC X(01).
           05  WK-PRT-ACCT-NO          PIC X(32).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAVAC0.
           COPY                        PKSAVAC0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAVAC0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           IF I-FUN-CODE OF PKSAVAC0 = '1'
           THEN
             PERFORM 5000-ISSUE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAVAC0 = '2' OR '3'
           THEN
             PERFORM 5100-MAINT-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAVAC0 = '4'
           THEN
             PERFORM 7200-GU-VAC-RTN
             IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
             THEN
               MOVE 'EN438'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             PERFORM 6000-SET-OUTPUT-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAVAC0 = '5'
           THEN
             PERFORM 5500-CREDIT-RTN
           END-IF.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAVAC0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAVACREG.
           INITIALIZE                  SAVACLOG.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE SYS-TX-LOG-NO          TO WK-SYS-TX-LOG-NO.
           MOVE SPACES                 TO O-RJT-RSN OF PKSAVAC0.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC AND
              I-FUN-CODE OF PKSAVAC0 NOT = '4'
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAVAC0 NOT = '1' AND '2' AND '3'
              AND '4' AND '5'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    发号:号段前缀14位数字,张数1-100,末号不得越6位顺序号
           IF I-FUN-CODE OF PKSAVAC0 = '1'
           THEN
             IF I-PRT-ACCT-NO OF PKSAVAC0 = SPACES OR
                I-VAC-PRFX-NO OF PKSAVAC0 NOT NUMERIC OR
                I-START-SEQ-NO OF PKSAVAC0 NOT NUMERIC OR
                I-ISSUE-CNT OF PKSAVAC0 NOT NUMERIC OR
                I-ISSUE-CNT OF PKSAVAC0 = ZEROS OR
                I-ISSUE-CNT OF PKSAVAC0 > 100
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             COMPUTE WK-END-SEQ-NO = I-START-SEQ-NO OF PKSAVAC0
                                   + I-ISSUE-CNT OF PKSAVAC0 - 1
             IF WK-END-SEQ-NO > 999999
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           ELSE
             IF I-VAC-NO OF PKSAVAC0 = SPACES
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.
           IF I-FUN-CODE OF PKSAVAC0 = '2' AND
              I-PAYER-REF OF PKSAVAC0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAVAC0 = '5' AND
              ( I-AMT OF PKSAVAC0 NOT > ZEROS OR
                I-CURR-COD OF PKSAVAC0 = SPACES )
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    母账户须为有效对公账户;号段前缀已归属其他母账户的
      *    不得再发
       5000-ISSUE-RTN.
           MOVE I-PRT-ACCT-NO OF PKSAVAC0
                                       TO WK-ACCT-NO.
           PERFORM 9711-CALL-CSACHK0-RTN.
           IF O-ACCT-FLG OF PCSACHK0 NOT = C-CM-FLAG-TRUE
              OR O-PUB-PRI-FLG NOT = C-CM-PUB-FLG
           THEN
             MOVE 'EN297'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE I-VAC-PRFX-NO OF PKSAVAC0
                                       TO WK-VAC-PRFX-NO.
           PERFORM 7300-GU-PRFX-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-VAC-PRFX-NO = WK-VAC-PRFX-NO AND
              SA-VAC-PRT-ACCT-NO NOT = I-PRT-ACCT-NO OF PKSAVAC0
           THEN
             MOVE 'EN437'              TO AIF-MSG-CODE
      *      MOVE '号段已归属其他母账户' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE I-START-SEQ-NO OF PKSAVAC0
                                       TO WK-SEQ-NO.
           MOVE ZEROS                  TO WK-ISSUE-IX.
           PERFORM 5010-ISSUE-ONE-RTN
                   UNTIL WK-ISSUE-IX NOT < I-ISSUE-CNT OF PKSAVAC0.
           MOVE WK-ISSUE-IX            TO O-ISSUE-CNT OF PKSAVAC0.
           MOVE I-PRT-ACCT-NO OF PKSAVAC0
                                       TO O-PRT-ACCT-NO OF PKSAVAC0.

      *    虚拟账号不得与已发虚拟账号或实体账号重号
       5010-ISSUE-ONE-RTN.
           MOVE WK-SEQ-NO              TO WK-VAC-SEQ-NO.
           MOVE WK-VAC-NO              TO WK-ACCT-NO.
           PERFORM 9802-GU-SAACNACN-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN437'              TO AIF-MSG-CODE
      *      MOVE '虚拟账号与实体账号重号' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           INITIALIZE                  SAVACREG.
           MOVE WK-VAC-NO              TO SA-VAC-NO.
           MOVE I-PRT-ACCT-NO OF PKSAVAC0
                                       TO SA-VAC-PRT-ACCT-NO.
           MOVE '0'                    TO SA-VAC-STS.
           MOVE WK-SYS-BRANCH-STD      TO SA-VAC-REG-BRANCH.
           MOVE WK-SYS-TELLER-ID       TO SA-VAC-REG-TLR.
           MOVE SYS-BUSN-DT            TO SA-VAC-REG-DT.
           MOVE SYS-BUSN-DT            TO SA-VAC-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-VAC-UPD-TLR.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SAVACREG.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SAVACREG.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-DUP      TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAVACD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAVACREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAVACREG
                                       AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-DUP
           THEN
             MOVE 'EN437'              TO AIF-MSG-CODE
      *      MOVE '虚拟账号已发放'     TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF WK-ISSUE-IX = ZEROS
           THEN
             MOVE WK-VAC-NO            TO O-FIRST-VAC-NO OF PKSAVAC0
           END-IF.
           MOVE WK-VAC-NO              TO O-LAST-VAC-NO OF PKSAVAC0.
           ADD 1                       TO WK-ISSUE-IX.
           ADD 1                       TO WK-SEQ-NO.

      *    对应付款人/关闭:已关闭的虚拟账号不得再维护
       5100-MAINT-RTN.
           PERFORM 7000-GHU-VAC-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-VAC-STS = '1'
           THEN
             MOVE 'EN438'              TO AIF-MSG-CODE
      *      MOVE '虚拟账号不存在或已关闭' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAVAC0 = '2'
           THEN
             MOVE I-PAYER-REF OF PKSAVAC0
                                       TO SA-VAC-PAYER-REF
             MOVE I-PAYER-NAME OF PKSAVAC0
                                       TO SA-VAC-PAYER-NAME
           ELSE
             MOVE '1'                  TO SA-VAC-STS
             MOVE SYS-BUSN-DT          TO SA-VAC-CLS-DT
           END-IF.
           MOVE SYS-BUSN-DT            TO SA-VAC-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-VAC-UPD-TLR.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAVACD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           MOVE 'SAVACREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAVACREG
                                       AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           PERFORM 6000-SET-OUTPUT-RTN.

      *    汇入虚拟账号:拒收不报错,登记拒收流水并回传拒收原因,
      *    由渠道按原路退回;可入账的经KSADEP0入母账户
       5500-CREDIT-RTN.
           MOVE SPACES                 TO WK-RJT-RSN.
           PERFORM 7200-GU-VAC-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE '1'                  TO WK-RJT-RSN
             PERFORM 5510-FIND-PRT-RTN
           ELSE
             MOVE SA-VAC-PRT-ACCT-NO   TO WK-PRT-ACCT-NO
             IF SA-VAC-STS = '1'
             THEN
               MOVE '2'                TO WK-RJT-RSN
             ELSE
               IF SA-VAC-PAYER-REF = SPACES
               THEN
                 MOVE '3'              TO WK-RJT-RSN
               END-IF
             END-IF
           END-IF.
           IF WK-RJT-RSN = SPACES
           THEN
             PERFORM 5520-POST-PRT-RTN
           END-IF.
           MOVE WK-RJT-RSN             TO O-RJT-RSN OF PKSAVAC0.
           PERFORM 5530-INSERT-LOG-RTN.
           PERFORM 6000-SET-OUTPUT-RTN.

      *    未知虚拟账号按同号段已发号归属母账户,供对账列报
       5510-FIND-PRT-RTN.
           MOVE SPACES                 TO WK-PRT-ACCT-NO.
           MOVE I-VAC-NO OF PKSAVAC0   TO WK-VAC-NO.
           PERFORM 7300-GU-PRFX-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-VAC-PRFX-NO = WK-VAC-PRFX-NO
           THEN
             MOVE SA-VAC-PRT-ACCT-NO   TO WK-PRT-ACCT-NO
           END-IF.
           INITIALIZE                  SAVACREG.

       5520-POST-PRT-RTN.
           INITIALIZE                  PKSADEP0.
           MOVE WK-PRT-ACCT-NO         TO I-ACCT-NO     OF PKSADEP0.
           MOVE I-CURR-COD OF PKSAVAC0 TO I-CURR-COD    OF PKSADEP0.
           MOVE I-CURR-IDEN OF PKSAVAC0
                                       TO I-CURR-IDEN   OF PKSADEP0.
           MOVE I-AMT OF PKSAVAC0      TO I-AMT         OF PKSADEP0.
           MOVE C-CM-TXTYP-TR          TO I-TX-TYP      OF PKSADEP0.
           MOVE I-VAL-DT OF PKSAVAC0   TO I-VAL-DT      OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-TX-DT       OF PKSADEP0.
           MOVE C-TRF-DEP OF MEMCONST  TO I-DSCRP-COD   OF PKSADEP0.
           MOVE I-RMRK OF PKSAVAC0     TO I-RMRK        OF PKSADEP0.
           MOVE I-VAC-NO OF PKSAVAC0   TO I-VAC-NO      OF PKSADEP0.
           MOVE I-OP-ACCT-NO OF PKSAVAC0
                                       TO AIF-OPPO-ACCOUNT-NO.
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
      *    母账户侧制裁筛查挂起:本笔未入账,流水按挂起登记
           IF O-SCN-HOLD-FLG OF PKSADEP0 = '1'
           THEN
             MOVE '4'                  TO WK-RJT-RSN
             MOVE O-SCN-HOLD-NO OF PKSADEP0
                                       TO O-SCN-HOLD-NO OF PKSAVAC0
           ELSE
             MOVE O-ACCT-BAL OF PKSADEP0
                                       TO O-ACCT-BAL OF PKSAVAC0
           END-IF.

       5530-INSERT-LOG-RTN.
           INITIALIZE                  SAVACLOG.
           MOVE SYS-BUSN-DT            TO SA-VAL-TX-DT.
           MOVE WK-SYS-TX-LOG-NO       TO SA-VAL-TX-LOG-NO.
           MOVE I-VAC-NO OF PKSAVAC0   TO SA-VAL-VAC-NO.
           MOVE WK-PRT-ACCT-NO         TO SA-VAL-PRT-ACCT-NO.
           MOVE SA-VAC-PAYER-REF       TO SA-VAL-PAYER-REF.
           MOVE I-CURR-COD OF PKSAVAC0 TO SA-VAL-CURR-COD.
           MOVE I-CURR-IDEN OF PKSAVAC0
                                       TO SA-VAL-CURR-IDEN.
           MOVE I-AMT OF PKSAVAC0      TO SA-VAL-AMT.
           MOVE I-OP-ACCT-NO OF PKSAVAC0
                                       TO SA-VAL-OP-ACCT-NO.
           MOVE I-OP-CUST-NAME OF PKSAVAC0
                                       TO SA-VAL-OP-CUST-NAME.
           IF WK-RJT-RSN = SPACES
           THEN
             MOVE '0'                  TO SA-VAL-STS
           ELSE
             MOVE WK-RJT-RSN           TO SA-VAL-STS
           END-IF.
           MOVE SYS-CPU-TM2            TO SA-VAL-TX-TM.
           MOVE SYS-LCH-CHANNEL-FLAG   TO SA-VAL-LCH-CHAN-NO.
           MOVE WK-SYS-BRANCH-STD      TO SA-VAL-OPUN-COD.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SAVACLOG.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SAVACLOG.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAVALD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAVACLOG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAVACLOG
                                       AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       6000-SET-OUTPUT-RTN.
           MOVE SA-VAC-PRT-ACCT-NO     TO O-PRT-ACCT-NO OF PKSAVAC0.
           MOVE SA-VAC-PAYER-REF       TO O-PAYER-REF OF PKSAVAC0.
           MOVE SA-VAC-PAYER-NAME      TO O-PAYER-NAME OF PKSAVAC0.
           MOVE SA-VAC-STS             TO O-VAC-STS OF PKSAVAC0.
           MOVE SA-VAC-REG-DT          TO O-REG-DT OF PKSAVAC0.
           MOVE SA-VAC-CLS-DT          TO O-CLS-DT OF PKSAVAC0.

       7000-GHU-VAC-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAVACREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAVACD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAVACREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-VAC-NO OF PKSAVAC0   TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAVACREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       7200-GU-VAC-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAVACREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAVACD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAVACREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-VAC-NO OF PKSAVAC0   TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAVACREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    取号段内首个已发虚拟账号(前缀后补空格,小于任一顺序号)
       7300-GU-PRFX-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAVACREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAVACD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAVACREG'             TO DBI-SEGMENT-NAME(1).
           MOVE '> '                   TO DBI-OP1(1).
           MOVE WK-VAC-PRFX-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAVACREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAVAC0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAVAC0'.

       9711-CALL-CSACHK0-RTN.
           INITIALIZE                  PCSACHK0.
           MOVE WK-ACCT-NO             TO I-ACCT-NO OF PCSACHK0.
           CALL 'CSACHK0' USING AIF-AREA
                                PCSACHK0
                                SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-MSG-TYPE OF PCSACHK0 NOT = SPACE
           THEN
             MOVE O-RTRN-CODE OF PCSACHK0
                                       TO AIF-MSG-CODE
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

       9802-GU-SAACNACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE WK-ACCT-NO             TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
