      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSASEG0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSASEG0                                 *
      * DESCRIPTION........: ADD OR CLOSE ONE SA CURRENCY SEGMENT    *
      *                      存量账户增开SAACNAMT币种段(币种+钞汇),   *
      *                      按外管账户性质校验币种;单段销户须零余额 *
      *                      且同户尚有其他未销段,冻结/止付/质押/    *
      *                      待清算检查与结息付出由KSACLS0完成,      *
      *                      不触及户级介质/客户账号档/户状态        *
      * KB/CF TO BE CALLED: CSACHK0 CSAACHR0 CCMMSC2 CMNTLOG CDELTAQ *
      *                     KSACLS0 (GSYSTRIG)                       *
      * INPUT..............: PKSASEG0                                *
      * OUTPUT.............: PKSASEG0                                *
      * MESSAGE CODE.......: EN048,EN297,EN298,EN339,EN388,EN389,    *
      *                      EN390,EN391,EN392,EN442,EN581,EN582,    *
      *                      END43                                   *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNAMT       R/U/I                               *
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
                                       VALUE '/// WK-AREA KSASEG0 ///'.
       01  PCSACHK0.
           COPY                        PCSACHK0.
       01  PCSAACHR0.
           COPY                        PCSAACHR0.
       01  PCCMMSC2.
           COPY                        PCCMMSC2.
       01  CMMSCSAW.
           COPY                        CMMSCSAW.
       01  PCMNTLOG.
           COPY                        PCMNTLOG.
       01  PCDELTAQ.
           COPY                        PCDELTAQ.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01  PKSACLS0.
           COPY                        PKSACLS0.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAACNACN.
          COPY                         SAACNACN.
       01 SAACNAMT.
          COPY                         SAACNAMT.
      *    同户各币种段计数用独立检索缓冲
       01 S-SAACNAMT.
          COPY                         SAACNAMT.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-SYS-TX-LOG-NO        PIC X(24).
           05  WK-SAACNAMT-KEY.
               10  WK-CURR-COD         PIC X(3).
               10  WK-CURR-IDEN        PIC X.
      *    本段已存在(含已销户段)标志,已销段增开时原段复用
           05  WK-SEG-FOUND-FLG        PIC X(01).
           05  WK-AMT-EOF-FLG          PIC X(01).
           05  WK-OTHER-OPEN-N         PIC 9(03).
           05  WK-BEF-STS              PIC X(01).
           05  WK-TOUCH-RSN            PIC X(05).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSASEG0.
           COPY                        PKSASEG0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSASEG0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           IF I-FUN-CODE OF PKSASEG0 = C-CM-FUN-ADD
           THEN
             PERFORM 3000-ADD-CHECK-RTN
             PERFORM 4000-ADD-SEG-RTN
           ELSE
             PERFORM 5000-CLOSE-CHECK-RTN
             PERFORM 6000-CLOSE-SEG-RTN
           END-IF.
           PERFORM 7000-PREPARE-OUTPUT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSASEG0'.
           INITIALIZE                  PCSACHK0.
           INITIALIZE                  PCSAACHR0.
           INITIALIZE                  PCCMMSC2.
           INITIALIZE                  CMMSCSAW.
           INITIALIZE                  PCMNTLOG.
           INITIALIZE                  PCDELTAQ.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  PKSACLS0.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  SAACNAMT.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE SYS-TX-LOG-NO          TO WK-SYS-TX-LOG-NO.

       2000-CHECK-INPUT-RTN.
      *    增开/单段销户不允许柜面冲正,改错时反向再做一笔
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSASEG0 NOT = C-CM-FUN-ADD AND
              I-FUN-CODE OF PKSASEG0 NOT = C-CM-FUN-DELETE
           THEN
             MOVE 'EN392'              TO AIF-MSG-CODE
      *      MOVE '币种段维护功能码错' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-CURR-COD OF PKSASEG0 = C-CM-RMB-COD
           THEN
             MOVE C-SA-RMB-CURR-IDEN   TO I-CURR-IDEN OF PKSASEG0
           END-IF.
      *    币种,钞汇鉴别不能为空
           IF I-CURR-COD OF PKSASEG0 = SPACES OR
              I-CURR-IDEN OF PKSASEG0 = SPACES
           THEN
             MOVE 'EN442'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE I-ACCT-NO OF PKSASEG0  TO WK-ACCT-NO.
           PERFORM 9711-CALL-CSACHK0-RTN.
           PERFORM 9802-GU-SAACNACN-RTN.
      *    户级已销户的账户不再增开或单段销户
           IF SA-ACCT-STS OF SAACNACN = '1'
           THEN
             MOVE 'EN298'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 9803-GU-SAACNAMT-RTN.
           PERFORM 9810-COUNT-OTHER-OPEN-RTN.

      *    增开校验:外币段须为外管账户性质账户,且币种与
      *    外管账户性质的人民币属性相符(同开户口径)
       3000-ADD-CHECK-RTN.
           IF WK-SEG-FOUND-FLG = C-CM-FLAG-YES AND
              SA-DDP-ACCT-STS OF SAACNAMT NOT = C-SA-CLOSED-COD
           THEN
             MOVE 'EN389'              TO AIF-MSG-CODE
      *      MOVE '该币种段已存在'     TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF SA-FX-ACCT-CHAR OF SAACNACN = SPACES
           THEN
             IF I-CURR-COD OF PKSASEG0 NOT = C-CM-RMB-COD
             THEN
               MOVE 'EN388'            TO AIF-MSG-CODE
      *        MOVE '非外汇账户不得增开外币段' TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           ELSE
      *      外管账户性质须于增开日在分效期主档中生效
             PERFORM 9718-CALL-CSAACHR0-RTN
             IF O-EFF-FLG OF PCSAACHR0 NOT = C-CM-FLAG-YES
             THEN
               MOVE 'EN339'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             PERFORM 9725-CALL-CCMMSC2-RTN
             MOVE IO-APLY-DATA-DSCRP OF PCCMMSC2
                                       TO CM-APLY-DATA-DSCRP-SAW
                                          OF CMMSCSAW
      *      币别必须为人民币的外管账户性质
             IF CM-PER-RMB = C-CM-FLAG-YES AND
                I-CURR-COD OF PKSASEG0 NOT = C-CM-RMB-COD
             THEN
               MOVE 'EN581'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
      *      币别不支持人民币的外管账户性质
             IF CM-PER-RMB = C-CM-FLAG-NO AND
                I-CURR-COD OF PKSASEG0 = C-CM-RMB-COD
             THEN
               MOVE 'EN582'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.

      *    新段插入;已销户段复用原键重置为正常段
       4000-ADD-SEG-RTN.
           IF WK-SEG-FOUND-FLG = C-CM-FLAG-YES
           THEN
             MOVE SA-DDP-ACCT-STS OF SAACNAMT
                                       TO WK-BEF-STS
             PERFORM 4100-REOPEN-SEG-RTN
           ELSE
             MOVE SPACES               TO WK-BEF-STS
             PERFORM 4200-ISRT-SEG-RTN
           END-IF.
           ADD 1                       TO WK-OTHER-OPEN-N.
           MOVE 'SEGA '                TO WK-TOUCH-RSN.
           PERFORM 9730-CALL-CMNTLOG-RTN.
           PERFORM 9758-CALL-CDELTAQ-RTN.

       4100-REOPEN-SEG-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSASEG0  TO DBI-KEY-VALUE1(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-SAACNAMT-KEY        TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNAMT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           PERFORM 4300-SET-NEW-SEG-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNAMT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       4200-ISRT-SEG-RTN.
           INITIALIZE                  SAACNAMT.
           PERFORM 4300-SET-NEW-SEG-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSASEG0  TO DBI-KEY-VALUE1(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNAMT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    新段金额/积数/透支栏位全部清零,法人/分区随主档
       4300-SET-NEW-SEG-RTN.
           MOVE I-ACCT-NO OF PKSASEG0  TO SA-ACCT-NO        OF SAACNAMT.
           MOVE I-CURR-COD OF PKSASEG0 TO SA-CURR-COD       OF SAACNAMT.
           MOVE I-CURR-IDEN OF PKSASEG0
                                       TO SA-CURR-IDEN      OF SAACNAMT.
           MOVE C-SA-NORMAL-COD        TO SA-DDP-ACCT-STS   OF SAACNAMT.
           MOVE C-SA-SLEEP-NO          TO SA-SLEEP-STS      OF SAACNAMT.
           MOVE I-RCV-PAY-RANG OF PKSASEG0
                                       TO SA-RCV-PAY-RANG   OF SAACNAMT.
           MOVE ZEROS                  TO SA-ACCT-BAL       OF SAACNAMT.
           MOVE ZEROS                  TO SA-AVL-BAL        OF SAACNAMT.
           MOVE ZEROS                  TO SA-INTC-AMT       OF SAACNAMT.
           MOVE ZEROS                  TO SA-FRZ-AMT        OF SAACNAMT.
           MOVE ZEROS                  TO SA-AUTH-AMT       OF SAACNAMT.
           MOVE ZEROS                  TO SA-UNCLR-AMT      OF SAACNAMT.
           MOVE ZEROS                  TO SA-CLN-AMT        OF SAACNAMT.
           MOVE ZEROS                  TO SA-AS-EXC-AMT     OF SAACNAMT.
           MOVE ZEROS                  TO SA-LOWEST-BAL     OF SAACNAMT.
           MOVE ZEROS                  TO SA-CR-AMT-TOT     OF SAACNAMT.
           MOVE ZEROS                  TO SA-CASH-DEP-DTOT  OF SAACNAMT.
           MOVE ZEROS                  TO SA-TR-DEP-DTOT    OF SAACNAMT.
           MOVE ZEROS                  TO SA-DDP-PDT        OF SAACNAMT.
           MOVE ZEROS                  TO SA-ACTU-PDT       OF SAACNAMT.
           MOVE ZEROS                  TO SA-OD-PDT         OF SAACNAMT.
           MOVE ZEROS                  TO SA-DDP-OD-MAX     OF SAACNAMT.
           MOVE ZEROS                  TO SA-OD-AMT         OF SAACNAMT.
           MOVE ZEROS                  TO SA-OD-INT-AMT     OF SAACNAMT.
           MOVE ZEROS                  TO SA-OD-INT         OF SAACNAMT.
           MOVE ZEROS                  TO SA-OVDLN-OD-INT   OF SAACNAMT.
           MOVE ZEROS                  TO SA-OD-CSH-AMT     OF SAACNAMT.
           MOVE ZEROS                  TO SA-TODAY-OD-CSH-AMT
                                                           OF SAACNAMT.
           MOVE ZEROS                  TO SA-OD-DAYS-N      OF SAACNAMT.
           MOVE ZEROS                  TO SA-OD-INT-DAYS-N  OF SAACNAMT.
           MOVE ZEROS                  TO SA-PLG-AMT        OF SAACNAMT.
           MOVE SPACES                 TO SA-COM-OD-FLG     OF SAACNAMT.
           MOVE SPACES                 TO SA-OD-LG-FLG      OF SAACNAMT.
           MOVE SPACES                 TO SA-NGO-AVAL-DT    OF SAACNAMT.
           MOVE SPACES                 TO SA-NGO-CNCL-DT    OF SAACNAMT.
           MOVE SYS-BUSN-DT            TO SA-LTM-TX-DT      OF SAACNAMT.
           MOVE SYS-BUSN-DT            TO SA-LTM-PDTC-DT    OF SAACNAMT.
           MOVE SYS-BUSN-DT            TO SA-LTM-STL-DT     OF SAACNAMT.
           MOVE SA-LEGAL-PERSON-ID OF SAACNACN
                                       TO SA-LEGAL-PERSON-ID
                                          OF SAACNAMT.
           MOVE SA-DB-PARTITION-ID OF SAACNACN
                                       TO SA-DB-PARTITION-ID
                                          OF SAACNAMT.

      *    单段销户校验:零余额且同户尚有其他未销段;末段
      *    须走整户销户交易,由其收回介质并关闭客户账号档
       5000-CLOSE-CHECK-RTN.
           IF WK-SEG-FOUND-FLG NOT = C-CM-FLAG-YES
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF SA-DDP-ACCT-STS OF SAACNAMT = C-SA-CLOSED-COD
           THEN
             MOVE 'EN298'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF SA-ACCT-BAL OF SAACNAMT NOT = ZEROS
           THEN
             MOVE 'EN390'              TO AIF-MSG-CODE
      *      MOVE '币种段余额不为零'   TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF WK-OTHER-OPEN-N = ZEROS
           THEN
             MOVE 'EN391'              TO AIF-MSG-CODE
      *      MOVE '末段须做整户销户'   TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    经KSACLS0完成冻结/止付/质押/待清算/透支检查、积数
      *    计提结息及结息款付出;同户尚有未销段,KSACLS0只置本段
      *    销户,不动户级介质/客户账号档/户状态
       6000-CLOSE-SEG-RTN.
           MOVE SA-DDP-ACCT-STS OF SAACNAMT
                                       TO WK-BEF-STS.
           INITIALIZE                  PKSACLS0.
           MOVE I-ACCT-NO OF PKSASEG0  TO I-ACCT-NO    OF PKSACLS0.
           MOVE I-CURR-COD OF PKSASEG0 TO I-CURR-COD   OF PKSACLS0.
           MOVE I-CURR-IDEN OF PKSASEG0
                                       TO I-CURR-IDEN  OF PKSACLS0.
           MOVE I-DSP-TYP OF PKSASEG0  TO I-DSP-TYP    OF PKSACLS0.
           MOVE I-TR-ACCT-NO OF PKSASEG0
                                       TO I-TR-ACCT-NO OF PKSACLS0.
           MOVE I-DSCRP-COD OF PKSASEG0
                                       TO I-DSCRP-COD  OF PKSACLS0.
           MOVE I-RMRK OF PKSASEG0     TO I-RMRK       OF PKSACLS0.
           MOVE I-ACCT-NO OF PKSASEG0  TO AIF-OPPO-ACCOUNT-NO.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSACLS0
                                       CONTENT 'KSACLS0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF PKSACLS0 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF PKSACLS0
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE C-SA-CLOSED-COD        TO SA-DDP-ACCT-STS OF SAACNAMT.
           PERFORM 9730-CALL-CMNTLOG-RTN.

       7000-PREPARE-OUTPUT-RTN.
           MOVE O-STL-INT-AMT OF PKSACLS0
                                       TO O-STL-INT-AMT OF PKSASEG0.
           MOVE O-PAY-AMT OF PKSACLS0  TO O-PAY-AMT     OF PKSASEG0.
           MOVE WK-OTHER-OPEN-N        TO O-OPEN-SEG-N  OF PKSASEG0.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO O-ACCT-NAME   OF PKSASEG0.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSASEG0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSASEG0'.

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

      *    账户性质分效期主档查询
       9718-CALL-CSAACHR0-RTN.
           INITIALIZE                  PCSAACHR0.
           MOVE SA-FX-ACCT-CHAR OF SAACNACN
                                       TO I-ACCT-CHAR OF PCSAACHR0.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT   OF PCSAACHR0.
           CALL 'CSAACHR0' USING       AIF-AREA
                                       PCSAACHR0
                                       SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-MSG-TYPE OF PCSAACHR0 NOT = SPACE
           THEN
             MOVE O-RTRN-CODE OF PCSAACHR0
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    外管账户性质字词典(SAW)属性查询
       9725-CALL-CCMMSC2-RTN.
           INITIALIZE                  PCCMMSC2.
           MOVE C-CM-FUN-INQUIRE       TO I-FUN-CODE OF PCCMMSC2.
           MOVE 'SAW'                  TO I-WORD-CLSFN OF PCCMMSC2.
           MOVE ZEROS                  TO I-LEGAL-PERSON-ID
                                          OF PCCMMSC2.
           MOVE ZEROS                  TO I-WORD-COD-MSC(1:4).
           MOVE SA-FX-ACCT-CHAR OF SAACNACN
                                       TO I-WORD-COD-MSC(5:4).
           CALL 'CCMMSC2'        USING AIF-AREA
                                       PCCMMSC2
                                       SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-MSG-TYPE OF PCCMMSC2 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF PCCMMSC2
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    币种段增开/单段销户前后镜像登记,供稽核追溯
       9730-CALL-CMNTLOG-RTN.
           INITIALIZE                  PCMNTLOG.
           MOVE I-ACCT-NO OF PKSASEG0  TO I-ACCT-NO    OF PCMNTLOG.
           MOVE 'SAACNAMT'             TO I-FIELD-NAME OF PCMNTLOG.
           STRING I-CURR-COD OF PKSASEG0
                  I-CURR-IDEN OF PKSASEG0
                  WK-BEF-STS
                  DELIMITED BY SIZE  INTO I-BEF-VALUE OF PCMNTLOG.
           STRING I-CURR-COD OF PKSASEG0
                  I-CURR-IDEN OF PKSASEG0
                  SA-DDP-ACCT-STS OF SAACNAMT
                  DELIMITED BY SIZE  INTO I-AFT-VALUE OF PCMNTLOG.
           MOVE WK-SYS-TELLER-ID       TO I-TELLER-ID  OF PCMNTLOG.
           MOVE WK-SYS-BRANCH-STD      TO I-BRANCH-STD OF PCMNTLOG.
           MOVE WK-SYS-TX-LOG-NO       TO I-TX-LOG-NO  OF PCMNTLOG.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCMNTLOG.
           CALL 'CMNTLOG' USING        AIF-AREA
                                       PCMNTLOG
                                       SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-MSG-TYPE OF PCMNTLOG NOT = SPACE
           THEN
             MOVE O-RTRN-CODE OF PCMNTLOG
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

      *    增开段登记动账增量,夜间批量自次日起计息扫描到新段
       9758-CALL-CDELTAQ-RTN.
           INITIALIZE                  PCDELTAQ.
           MOVE I-ACCT-NO OF PKSASEG0  TO I-ACCT-NO   OF PCDELTAQ.
           MOVE I-CURR-COD OF PKSASEG0 TO I-CURR-COD  OF PCDELTAQ.
           MOVE I-CURR-IDEN OF PKSASEG0
                                       TO I-CURR-IDEN OF PCDELTAQ.
           MOVE WK-TOUCH-RSN           TO I-TOUCH-RSN OF PCDELTAQ.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT   OF PCDELTAQ.
           CALL 'CDELTAQ' USING        AIF-AREA
                                       PCDELTAQ
                                       SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-MSG-TYPE OF PCDELTAQ NOT = SPACE
           THEN
             MOVE O-RTRN-CODE OF PCDELTAQ
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       9802-GU-SAACNACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSASEG0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    本段存在与否由功能分支各自判定,此处只置标志
       9803-GU-SAACNAMT-RTN.
           MOVE C-CM-FLAG-NO           TO WK-SEG-FOUND-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE I-ACCT-NO OF PKSASEG0  TO DBI-KEY-VALUE1(1).
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE I-CURR-COD OF PKSASEG0 TO WK-CURR-COD.
           MOVE I-CURR-IDEN OF PKSASEG0
                                       TO WK-CURR-IDEN.
           MOVE WK-SAACNAMT-KEY        TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNAMT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE C-CM-FLAG-YES        TO WK-SEG-FOUND-FLG
           END-IF.

      *    扫描同户其余SAACNAMT段,统计本段以外未销段数
       9810-COUNT-OTHER-OPEN-RTN.
           MOVE ZEROS                  TO WK-OTHER-OPEN-N.
           MOVE C-CM-FLAG-NO           TO WK-AMT-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  S-SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSASEG0  TO DBI-KEY-VALUE1(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 98                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       S-SAACNAMT
                                       AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE C-CM-FLAG-YES        TO WK-AMT-EOF-FLG
           END-IF.
           PERFORM 9811-COUNT-LEG-RTN
                   UNTIL WK-AMT-EOF-FLG = C-CM-FLAG-YES.

       9811-COUNT-LEG-RTN.
           IF ( SA-CURR-COD OF S-SAACNAMT NOT =
                                          I-CURR-COD OF PKSASEG0 OR
                SA-CURR-IDEN OF S-SAACNAMT NOT =
                                          I-CURR-IDEN OF PKSASEG0 ) AND
              SA-DDP-ACCT-STS OF S-SAACNAMT NOT = C-SA-CLOSED-COD
           THEN
             ADD 1                     TO WK-OTHER-OPEN-N
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE 98                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       S-SAACNAMT
                                       AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE C-CM-FLAG-YES        TO WK-AMT-EOF-FLG
           END-IF.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
