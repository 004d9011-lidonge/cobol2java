      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAMEM0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAMEM0                                 *
      * DESCRIPTION........: ACCOUNT TELLER ALERT NOTE REGISTER      *
      *                      账户提示信息登记维护:网点按账户登记     *
      *                      提示/警示/阻断三级注意事项及失效日,     *
      *                      登记机构外修改/撤销须主管授权;取有效   *
      *                      提示供KSADEP0/KSAWDR0/KSACLS0/KSAQBL0   *
      *                      调用,按级别由高到低回显,阻断级由调用方 *
      *                      拒绝或凭主管授权放行                    *
      * KB/CF TO BE CALLED: NONE                                     *
      * INPUT..............: PKSAMEM0                                *
      * OUTPUT.............: PKSAMEM0                                *
      * MESSAGE CODE.......: EN048,EN317,EN432,EN433,END43           *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAMEMD   SAMEMNOT       R/U/I                               *
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
                                       VALUE '/// WK-AREA KSAMEM0 ///'.
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
       01 SAMEMNOT.
          COPY                         SAMEMNOT.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-NEW-SEQ              PIC 9(05).
           05  WK-ROW                  PIC 9(02).
      *    取有效提示按级别分趟扫描:3-阻断 2-警示 1-提示
           05  WK-PASS-LVL             PIC X(01).
           05  WK-LIVE-FLG             PIC X(01).
               88  WK-MEM-LIVE                   VALUE 'Y'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAMEM0.
           COPY                        PKSAMEM0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAMEM0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           IF I-FUN-CODE OF PKSAMEM0 = '1'
           THEN
             PERFORM 3000-GET-ACCT-RTN
             PERFORM 5000-REGISTER-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAMEM0 = '2' OR
              I-FUN-CODE OF PKSAMEM0 = '3'
           THEN
             PERFORM 5100-MAINT-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAMEM0 = '4'
           THEN
             PERFORM 5200-QUERY-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAMEM0 = '5'
           THEN
             PERFORM 5300-GET-ACTIVE-RTN
           END-IF.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAMEM0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  SAMEMNOT.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE ZEROS                  TO O-SEQ-N OF PKSAMEM0.
           MOVE ZEROS                  TO O-ACT-CNT OF PKSAMEM0.
           MOVE ZEROS                  TO O-ROW-CNT OF PKSAMEM0.
           MOVE SPACES                 TO O-MAX-LVL OF PKSAMEM0.
           MOVE SPACES                 TO O-BLOCK-FLG OF PKSAMEM0.
           MOVE SPACES                 TO O-MORE-FLG OF PKSAMEM0.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC AND
              ( I-FUN-CODE OF PKSAMEM0 = '1' OR
                I-FUN-CODE OF PKSAMEM0 = '2' OR
                I-FUN-CODE OF PKSAMEM0 = '3' )
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAMEM0 NOT = '1' AND '2' AND '3'
              AND '4' AND '5' OR
              I-ACCT-NO OF PKSAMEM0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF ( I-FUN-CODE OF PKSAMEM0 = '2' OR
                I-FUN-CODE OF PKSAMEM0 = '3' ) AND
              I-SEQ-N OF PKSAMEM0 NOT > ZEROS
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    登记/修改:级别与内容必输,失效日不得早于营业日及生效日
           IF I-FUN-CODE OF PKSAMEM0 = '1' OR
              I-FUN-CODE OF PKSAMEM0 = '2'
           THEN
             IF I-MEM-LVL OF PKSAMEM0 NOT = '1' AND '2' AND '3' OR
                I-MEM-TEXT OF PKSAMEM0 = SPACES OR
                I-EXP-DT OF PKSAMEM0 NOT = SPACES AND
                I-EXP-DT OF PKSAMEM0 < SYS-BUSN-DT OR
                I-EXP-DT OF PKSAMEM0 NOT = SPACES AND
                I-EFF-DT OF PKSAMEM0 NOT = SPACES AND
                I-EXP-DT OF PKSAMEM0 < I-EFF-DT OF PKSAMEM0
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.

       3000-GET-ACCT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAMEM0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    登记:序号取本账户已用最大序号加一,登记机构为本机构
       5000-REGISTER-RTN.
           PERFORM 5010-NEXT-SEQ-RTN.
           INITIALIZE                  SAMEMNOT.
           MOVE I-ACCT-NO OF PKSAMEM0  TO SA-MEM-ACCT-NO.
           MOVE WK-NEW-SEQ             TO SA-MEM-SEQ-N.
           PERFORM 5030-SET-MEM-RTN.
           MOVE '0'                    TO SA-MEM-STS.
           MOVE WK-SYS-BRANCH-STD      TO SA-MEM-AUTH-BRANCH.
           MOVE WK-SYS-TELLER-ID       TO SA-MEM-AUTH-TLR.
           MOVE SYS-BUSN-DT            TO SA-MEM-REG-DT.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SAMEMNOT.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SAMEMNOT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAMEMD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAMEMNOT'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAMEMNOT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE WK-NEW-SEQ             TO O-SEQ-N OF PKSAMEM0.

       5010-NEXT-SEQ-RTN.
           MOVE ZEROS                  TO WK-NEW-SEQ.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAMEMNOT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAMEMD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAMEMNOT'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAMEM0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 5020-SEQ-LOOP-RTN
                   UNTIL DBI-DB-STATUS = FT-RTRN-NOTFOUND.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAMEMNOT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           ADD 1                       TO WK-NEW-SEQ.

       5020-SEQ-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAMEMNOT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             IF SA-MEM-SEQ-N > WK-NEW-SEQ
             THEN
               MOVE SA-MEM-SEQ-N       TO WK-NEW-SEQ
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

       5030-SET-MEM-RTN.
           MOVE I-MEM-LVL OF PKSAMEM0  TO SA-MEM-LVL.
           MOVE I-MEM-TEXT OF PKSAMEM0 TO SA-MEM-TEXT.
           IF I-EFF-DT OF PKSAMEM0 = SPACES
           THEN
             MOVE SYS-BUSN-DT          TO SA-MEM-EFF-DT
           ELSE
             MOVE I-EFF-DT OF PKSAMEM0 TO SA-MEM-EFF-DT
           END-IF.
           MOVE I-EXP-DT OF PKSAMEM0   TO SA-MEM-EXP-DT.
           MOVE SYS-BUSN-DT            TO SA-MEM-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-MEM-UPD-TLR.

      *    修改/撤销:仅有效提示可改可撤;非登记机构办理须主管授权
       5100-MAINT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAMEMNOT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAMEMD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAMEMNOT'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAMEM0  TO DBI-KEY-VALUE1(1).
           MOVE I-SEQ-N OF PKSAMEM0    TO DBI-KEY-VALUE1(2).
           MOVE 'SAMEMNOT'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAMEMNOT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-MEM-STS NOT = '0'
           THEN
             MOVE 'EN432'              TO AIF-MSG-CODE
      *      MOVE '提示信息不存在或已失效' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF SA-MEM-AUTH-BRANCH NOT = WK-SYS-BRANCH-STD AND
              SYS-SPV-A = SPACES AND
              SYS-SPV-B = SPACES
           THEN
             MOVE 'EN433'              TO AIF-MSG-CODE
      *      MOVE '非登记机构维护须主管授权' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAMEM0 = '2'
           THEN
             PERFORM 5030-SET-MEM-RTN
           ELSE
             MOVE '1'                  TO SA-MEM-STS
             MOVE SYS-BUSN-DT          TO SA-MEM-UPD-DT
             MOVE WK-SYS-TELLER-ID     TO SA-MEM-UPD-TLR
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAMEMD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           MOVE 'SAMEMNOT'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAMEMNOT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE SA-MEM-SEQ-N           TO O-SEQ-N OF PKSAMEM0.

      *    查询:自输入序号之后按序号翻页,每页10条
       5200-QUERY-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAMEMNOT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAMEMD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAMEMNOT'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAMEM0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 5210-QUERY-LOOP-RTN
                   UNTIL DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
                         O-MORE-FLG OF PKSAMEM0 = '1'.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAMEMNOT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       5210-QUERY-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAMEMNOT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             PERFORM 5400-CHECK-LIVE-RTN
             IF SA-MEM-SEQ-N > I-SEQ-N OF PKSAMEM0 AND
                ( WK-MEM-LIVE OR I-ALL-FLG OF PKSAMEM0 = '1' )
             THEN
               IF O-ROW-CNT OF PKSAMEM0 < 10
               THEN
                 PERFORM 5500-MOVE-ROW-RTN
               ELSE
                 MOVE '1'              TO O-MORE-FLG OF PKSAMEM0
               END-IF
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

      *    取有效提示:统计有效笔数与最高级别,明细按阻断/警示/
      *    提示顺序回显前10条
       5300-GET-ACTIVE-RTN.
           MOVE '3'                    TO WK-PASS-LVL.
           PERFORM 5310-PASS-RTN.
           MOVE '2'                    TO WK-PASS-LVL.
           PERFORM 5310-PASS-RTN.
           MOVE '1'                    TO WK-PASS-LVL.
           PERFORM 5310-PASS-RTN.
           IF O-MAX-LVL OF PKSAMEM0 = '3'
           THEN
             MOVE '1'                  TO O-BLOCK-FLG OF PKSAMEM0
           END-IF.

       5310-PASS-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAMEMNOT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAMEMD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAMEMNOT'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAMEM0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 5320-PASS-LOOP-RTN
                   UNTIL DBI-DB-STATUS = FT-RTRN-NOTFOUND.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAMEMNOT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       5320-PASS-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAMEMNOT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             PERFORM 5400-CHECK-LIVE-RTN
             IF WK-MEM-LIVE AND SA-MEM-LVL = WK-PASS-LVL
             THEN
               ADD 1                   TO O-ACT-CNT OF PKSAMEM0
               IF O-MAX-LVL OF PKSAMEM0 = SPACES
               THEN
                 MOVE SA-MEM-LVL       TO O-MAX-LVL OF PKSAMEM0
               END-IF
               IF O-ROW-CNT OF PKSAMEM0 < 10
               THEN
                 PERFORM 5500-MOVE-ROW-RTN
               ELSE
                 MOVE '1'              TO O-MORE-FLG OF PKSAMEM0
               END-IF
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

      *    有效:状态有效、已到生效日且未过失效日(到期清理前
      *    已过期的同样不再回显)
       5400-CHECK-LIVE-RTN.
           MOVE SPACES                 TO WK-LIVE-FLG.
           IF SA-MEM-STS = '0' AND
              SA-MEM-EFF-DT NOT > SYS-BUSN-DT AND
              ( SA-MEM-EXP-DT = SPACES OR
                SA-MEM-EXP-DT NOT < SYS-BUSN-DT )
           THEN
             SET WK-MEM-LIVE           TO TRUE
           END-IF.

       5500-MOVE-ROW-RTN.
           ADD 1                       TO O-ROW-CNT OF PKSAMEM0.
           MOVE O-ROW-CNT OF PKSAMEM0  TO WK-ROW.
           MOVE SA-MEM-SEQ-N           TO O-MEM-SEQ-N OF PKSAMEM0
                                                      (WK-ROW).
           MOVE SA-MEM-LVL             TO O-MEM-LVL OF PKSAMEM0
                                                    (WK-ROW).
           MOVE SA-MEM-TEXT            TO O-MEM-TEXT OF PKSAMEM0
                                                     (WK-ROW).
           MOVE SA-MEM-EFF-DT          TO O-MEM-EFF-DT OF PKSAMEM0
                                                       (WK-ROW).
           MOVE SA-MEM-EXP-DT          TO O-MEM-EXP-DT OF PKSAMEM0
                                                       (WK-ROW).
           IF SA-MEM-STS = '0' AND NOT WK-MEM-LIVE AND
              SA-MEM-EXP-DT NOT = SPACES AND
              SA-MEM-EXP-DT < SYS-BUSN-DT
           THEN
             MOVE '2'                  TO O-MEM-STS OF PKSAMEM0
                                                    (WK-ROW)
           ELSE
             MOVE SA-MEM-STS           TO O-MEM-STS OF PKSAMEM0
                                                    (WK-ROW)
           END-IF.
           MOVE SA-MEM-AUTH-BRANCH     TO O-MEM-AUTH-BRANCH OF PKSAMEM0
                                                            (WK-ROW).
           MOVE SA-MEM-REG-DT          TO O-MEM-REG-DT OF PKSAMEM0
                                                       (WK-ROW).

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAMEM0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAMEM0'.

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
