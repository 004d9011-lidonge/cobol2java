      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSANTF0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSANTF0                                 *
      * DESCRIPTION........: MOVEMENT NOTIFICATION SUBSCRIPTION      *
      *                      动账通知订阅维护:按账号登记/修改/撤销/  *
      *                      查询短信、电子邮件、APP推送三个渠道的    *
      *                      接收地址、借贷方向与起通知金额;登记修改  *
      *                      撤销须第二柜员复核.各过账程序记账后见    *
      *                      有效订阅即落通知队列,KSARNTF1批量发送   *
      * KB/CF TO BE CALLED: NONE                                     *
      * INPUT..............: PKSANTF0                                *
      * OUTPUT.............: PKSANTF0                                *
      * MESSAGE CODE.......: AN023,EN048,EN317,EN414,EN415,END43     *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSANTSD   SANTFSUB       R/U/I                               *
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
                                       VALUE '/// WK-AREA KSANTF0 ///'.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAACNACN.
          COPY                         SAACNACN.
       01 SANTFSUB.
          COPY                         SANTFSUB.
       01  WK-NTS-IX                   PIC 9(02) COMP.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-CHN-ON-CNT           PIC 9(02).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSANTF0.
           COPY                        PKSANTF0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSANTF0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           PERFORM 3000-GET-ACCT-RTN.
           IF I-FUN-CODE OF PKSANTF0 = '1'
           THEN
             PERFORM 5000-MAINT-RTN
           END-IF.
           IF I-FUN-CODE OF PKSANTF0 = '2'
           THEN
             PERFORM 5100-CANCEL-RTN
           END-IF.
           IF I-FUN-CODE OF PKSANTF0 = '3'
           THEN
             PERFORM 5200-QUERY-RTN
           END-IF.
           PERFORM 6000-SET-OUTPUT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSANTF0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  SANTFSUB.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSANTF0 NOT = '1' AND '2' AND '3' OR
              I-ACCT-NO OF PKSANTF0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    登记/修改/撤销须复核,复核柜员不得与经办柜员同一人
           IF I-FUN-CODE OF PKSANTF0 NOT = '3' AND
              ( I-CHK-TELLER-ID OF PKSANTF0 = SPACES OR
                I-CHK-TELLER-ID OF PKSANTF0 = WK-SYS-TELLER-ID )
           THEN
             MOVE 'AN023'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSANTF0 = '1'
           THEN
             MOVE ZEROS                TO WK-CHN-ON-CNT
             MOVE 1                    TO WK-NTS-IX
             PERFORM 2100-CHECK-CHN-RTN
                     UNTIL WK-NTS-IX > 3
      *      登记至少开通一个渠道,全部关闭请走撤销
             IF WK-CHN-ON-CNT = ZEROS
             THEN
               MOVE 'EN414'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.

      *    开通渠道:接收地址必输,方向D/C/B,起通知金额不得为负
       2100-CHECK-CHN-RTN.
           IF I-CHN-FLG OF PKSANTF0(WK-NTS-IX) NOT = '0' AND '1'
           THEN
             MOVE 'EN414'              TO AIF-MSG-CODE
      *      MOVE '通知渠道设置错误'   TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-CHN-FLG OF PKSANTF0(WK-NTS-IX) = '1'
           THEN
             ADD 1                     TO WK-CHN-ON-CNT
             IF I-CONTACT OF PKSANTF0(WK-NTS-IX) = SPACES OR
                I-DRCR-OPT OF PKSANTF0(WK-NTS-IX) NOT = 'D' AND
                'C' AND 'B' OR
                I-MIN-AMT OF PKSANTF0(WK-NTS-IX) NOT NUMERIC OR
                I-MIN-AMT OF PKSANTF0(WK-NTS-IX) < ZEROS
             THEN
               MOVE 'EN414'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.
           ADD 1                       TO WK-NTS-IX.

       3000-GET-ACCT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSANTF0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    登记/修改:无订阅新增,已有(含已撤销)则覆盖渠道设置并
      *    恢复有效;接收地址变更的渠道失败计数清零
       5000-MAINT-RTN.
           PERFORM 7000-GHU-SUB-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             INITIALIZE                SANTFSUB
             MOVE I-ACCT-NO OF PKSANTF0
                                       TO SA-NTS-ACCT-NO
             MOVE SYS-BUSN-DT          TO SA-NTS-REG-DT
             MOVE 1                    TO WK-NTS-IX
             PERFORM 5010-SET-CHN-RTN
                     UNTIL WK-NTS-IX > 3
             PERFORM 5020-SET-OPR-RTN
             MOVE SYS-LEGAL-PERSON-ID  TO SA-LEGAL-PERSON-ID
                                          OF SANTFSUB
             MOVE SYS-PARTITION-ID     TO SA-DB-PARTITION-ID
                                          OF SANTFSUB
             INITIALIZE                PDBIMAIN
             MOVE 'BSANTSD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SANTFSUB'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SANTFSUB
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           ELSE
             MOVE 1                    TO WK-NTS-IX
             PERFORM 5010-SET-CHN-RTN
                     UNTIL WK-NTS-IX > 3
             PERFORM 5020-SET-OPR-RTN
             PERFORM 7100-REPL-SUB-RTN
           END-IF.

       5010-SET-CHN-RTN.
           IF I-CONTACT OF PKSANTF0(WK-NTS-IX) NOT =
              SA-NTS-CONTACT(WK-NTS-IX)
           THEN
             MOVE ZEROS                TO SA-NTS-FAIL-CNT(WK-NTS-IX)
             MOVE SPACES               TO
                                       SA-NTS-LST-FAIL-DT(WK-NTS-IX)
           END-IF.
           MOVE I-CHN-FLG OF PKSANTF0(WK-NTS-IX)
                                       TO SA-NTS-CHN-FLG(WK-NTS-IX).
           MOVE I-CONTACT OF PKSANTF0(WK-NTS-IX)
                                       TO SA-NTS-CONTACT(WK-NTS-IX).
           MOVE I-DRCR-OPT OF PKSANTF0(WK-NTS-IX)
                                       TO SA-NTS-DRCR-OPT(WK-NTS-IX).
           IF I-CHN-FLG OF PKSANTF0(WK-NTS-IX) = '1'
           THEN
             MOVE I-MIN-AMT OF PKSANTF0(WK-NTS-IX)
                                       TO SA-NTS-MIN-AMT(WK-NTS-IX)
           ELSE
             MOVE ZEROS                TO SA-NTS-MIN-AMT(WK-NTS-IX)
           END-IF.
           ADD 1                       TO WK-NTS-IX.

       5020-SET-OPR-RTN.
           MOVE '0'                    TO SA-NTS-STS.
           MOVE SYS-BUSN-DT            TO SA-NTS-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-NTS-OPR-NO.
           MOVE I-CHK-TELLER-ID OF PKSANTF0
                                       TO SA-NTS-CHK-OPR-NO.
           MOVE WK-SYS-BRANCH-STD      TO SA-NTS-OPUN-COD.

      *    撤销:保留订阅记录置已撤销,过账程序不再落通知队列
       5100-CANCEL-RTN.
           PERFORM 7000-GHU-SUB-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-NTS-STS = '1'
           THEN
             MOVE 'EN415'              TO AIF-MSG-CODE
      *      MOVE '账户未订阅动账通知' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 5020-SET-OPR-RTN.
           MOVE '1'                    TO SA-NTS-STS.
           PERFORM 7100-REPL-SUB-RTN.

       5200-QUERY-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANTFSUB.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANTSD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SANTFSUB'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSANTF0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SANTFSUB
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN415'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       6000-SET-OUTPUT-RTN.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO O-ACCT-NAME OF PKSANTF0.
           MOVE SA-NTS-STS             TO O-NTS-STS OF PKSANTF0.
           MOVE 1                      TO WK-NTS-IX.
           PERFORM 6010-SET-CHN-OUT-RTN
                   UNTIL WK-NTS-IX > 3.
           MOVE SA-NTS-REG-DT          TO O-REG-DT OF PKSANTF0.
           MOVE SA-NTS-UPD-DT          TO O-UPD-DT OF PKSANTF0.
           MOVE SA-NTS-OPR-NO          TO O-OPR-NO OF PKSANTF0.
           MOVE SA-NTS-CHK-OPR-NO      TO O-CHK-OPR-NO OF PKSANTF0.

       6010-SET-CHN-OUT-RTN.
           MOVE SA-NTS-CHN-FLG(WK-NTS-IX)
                                  TO O-CHN-FLG OF PKSANTF0(WK-NTS-IX).
           MOVE SA-NTS-CONTACT(WK-NTS-IX)
                                  TO O-CONTACT OF PKSANTF0(WK-NTS-IX).
           MOVE SA-NTS-DRCR-OPT(WK-NTS-IX)
                                  TO O-DRCR-OPT OF PKSANTF0(WK-NTS-IX).
           MOVE SA-NTS-MIN-AMT(WK-NTS-IX)
                                  TO O-MIN-AMT OF PKSANTF0(WK-NTS-IX).
           MOVE SA-NTS-FAIL-CNT(WK-NTS-IX)
                                  TO O-FAIL-CNT OF PKSANTF0(WK-NTS-IX).
           MOVE SA-NTS-LST-FAIL-DT(WK-NTS-IX)
                               TO O-LST-FAIL-DT OF PKSANTF0(WK-NTS-IX).
           ADD 1                       TO WK-NTS-IX.

       7000-GHU-SUB-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANTFSUB.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANTSD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SANTFSUB'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSANTF0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SANTFSUB
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       7100-REPL-SUB-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSANTSD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           MOVE 'SANTFSUB'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SANTFSUB
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSANTF0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSANTF0'.

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
