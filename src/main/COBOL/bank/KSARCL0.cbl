      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARCL0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARCL0                                 *
      * DESCRIPTION........: NEGOTIATED RATE CEILING MAINT           *
      *                      协议利率自律上限维护:按产品+期限档次      *
      *                      按生效日登记基准利率、自律上限及支行/     *
      *                      分行审批加点权限;生效日不得早于当日,     *
      *                      往日生效者不得变更/撤销,另登新生效日;    *
      *                      变更前后上限经CMNTLOG留痕                 *
      *                      柜面登记/变更、撤销只经KSAPCR0登记      *
      *                      变更申请,第二柜员审批后由KSAPCR0送      *
      *                      申请编号再入本交易执行                  *
      * KB/CF TO BE CALLED: CMNTLOG KSAPCR0(GSYSTRIG)                *
      * INPUT..............: PKSARCL0                                *
      * OUTPUT.............: PKSARCL0                                *
      * MESSAGE CODE.......: EN048,EN317,EN396,EN460,END43           *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSARCLD   SARTCEIL       R/I/U                               *
      * BSAPRMD   SAPRMCHG       R                                   *
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
       01  PCMCONST.
           COPY                        PCMCONST.
       01  FILLER                      PIC X(24)
                                       VALUE '/// WK-AREA KSARCL0 ///'.
       01  PCMNTLOG.
           COPY                        PCMNTLOG.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01  W-PKSAPCR0.
           COPY                        PKSAPCR0.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SARTCEIL.
          COPY                         SARTCEIL.
       01 SAPRMCHG.
          COPY                         SAPRMCHG.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-EFF-DT               PIC X(08).
           05  WK-CEIL-KEY             PIC X(22).
           05  WK-RATE-ED              PIC -ZZ9.99999.
           05  WK-BASE-ED              PIC -ZZ9.99999.
           05  WK-CEIL-ED              PIC -ZZ9.99999.
           05  WK-LVL1-ED              PIC -ZZ9.99999.
           05  WK-LVL2-ED              PIC -ZZ9.99999.
           05  WK-RCL-IMG              PIC X(200).
           05  WK-EOF-FLG              PIC X(01).
               88  WK-RCL-EOF                    VALUE 'Y'.
           05  WK-FOUND-FLG            PIC X(01).
               88  WK-RCL-FOUND                  VALUE 'Y'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSARCL0.
           COPY                        PKSARCL0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSARCL0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           EVALUATE I-FUN-CODE OF PKSARCL0
             WHEN '2'
               PERFORM 5000-INQUIRE-RTN
             WHEN OTHER
               PERFORM 3000-MAINT-RTN
           END-EVALUATE.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARCL0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SARTCEIL.
           INITIALIZE                  PCMNTLOG.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  SAPRMCHG.
           INITIALIZE                  W-PKSAPCR0.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SPACES                 TO O-PCR-REQ-NO OF PKSARCL0.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSARCL0 NOT = '1' AND '2' AND '3'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '功能码错误'         TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-PROD-COD OF PKSARCL0 = SPACES OR
              I-TERM-COD OF PKSARCL0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-EFF-DT OF PKSARCL0 = SPACES
           THEN
             MOVE SYS-BUSN-DT          TO WK-EFF-DT
           ELSE
             MOVE I-EFF-DT OF PKSARCL0 TO WK-EFF-DT
           END-IF.
           IF WK-EFF-DT NOT NUMERIC
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSARCL0 NOT = '2' AND
              WK-EFF-DT < SYS-BUSN-DT
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '生效日不得早于当日' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    基准>0,上限不低于基准,支行权限不大于分行权限,
      *    分行权限不超过上限与基准之差
           IF I-FUN-CODE OF PKSARCL0 = '1'
           THEN
             IF I-BASE-RATE OF PKSARCL0 NOT > ZEROS OR
                I-CEIL-RATE OF PKSARCL0 < I-BASE-RATE OF PKSARCL0 OR
                I-LVL1-SPRD OF PKSARCL0 < ZEROS OR
                I-LVL2-SPRD OF PKSARCL0 < I-LVL1-SPRD OF PKSARCL0 OR
                I-LVL2-SPRD OF PKSARCL0 >
                I-CEIL-RATE OF PKSARCL0 - I-BASE-RATE OF PKSARCL0
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
      *        MOVE '基准/上限/审批权限输入有误' TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.
           MOVE I-PROD-COD OF PKSARCL0 TO WK-CEIL-KEY(1:11).
           MOVE I-TERM-COD OF PKSARCL0 TO WK-CEIL-KEY(12:3).
           MOVE WK-EFF-DT              TO WK-CEIL-KEY(15:8).

      *    柜面发起只登记变更申请,不动上限表;审批后由KSAPCR0送申请
      *    编号再入本交易,核对申请后登记/变更或撤销
       3000-MAINT-RTN.
           IF I-PCR-REQ-NO OF PKSARCL0 = SPACES
           THEN
             PERFORM 3100-SUBMIT-PCR-RTN
           ELSE
             PERFORM 3200-CHECK-PCR-RTN
             IF I-FUN-CODE OF PKSARCL0 = '1'
             THEN
               PERFORM 4000-UPSERT-RTN
             ELSE
               PERFORM 6000-CANCEL-RTN
             END-IF
           END-IF.

      *    登记变更申请:变更前为现行上限,变更后为本次输入(撤销为状
      *    态置1);生效日空白者以当日补足,连同本交易参数区送KSAPCR0,
      *    审批即执行
       3100-SUBMIT-PCR-RTN.
           PERFORM 9802-GU-SARTCEIL-RTN.
           INITIALIZE                  W-PKSAPCR0.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             IF I-FUN-CODE OF PKSARCL0 = '3'
             THEN
               MOVE 'EN048'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             MOVE '(新增)'             TO I-BEF-IMG OF W-PKSAPCR0
             INITIALIZE                SARTCEIL
             MOVE I-PROD-COD OF PKSARCL0
                                       TO SA-RCL-PROD-COD
             MOVE I-TERM-COD OF PKSARCL0
                                       TO SA-RCL-TERM-COD
             MOVE WK-EFF-DT            TO SA-RCL-EFF-DT
           ELSE
             PERFORM 3110-BUILD-IMG-RTN
             MOVE WK-RCL-IMG           TO I-BEF-IMG OF W-PKSAPCR0
           END-IF.
           IF I-FUN-CODE OF PKSARCL0 = '1'
           THEN
             PERFORM 4100-MOVE-RATE-RTN
           ELSE
             MOVE '1'                  TO SA-RCL-STS
           END-IF.
           PERFORM 3110-BUILD-IMG-RTN.
           MOVE WK-RCL-IMG             TO I-AFT-IMG OF W-PKSAPCR0.
           MOVE WK-EFF-DT              TO I-EFF-DT OF PKSARCL0.
           MOVE '1'                    TO I-FUN-CODE OF W-PKSAPCR0.
           MOVE 'SARTCEIL'             TO I-TBL-ID OF W-PKSAPCR0.
           MOVE WK-CEIL-KEY            TO I-PRM-KEY OF W-PKSAPCR0.
           MOVE 'KSARCL0'              TO I-KB-NAME OF W-PKSAPCR0.
           MOVE SPACES                 TO I-EFF-DT OF W-PKSAPCR0.
           MOVE LENGTH OF PKSARCL0     TO IO-PARM-LEN
                                          OF W-PKSAPCR0.
           MOVE PKSARCL0               TO IO-PARM OF W-PKSAPCR0.
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
           MOVE O-REQ-NO OF W-PKSAPCR0 TO O-PCR-REQ-NO OF PKSARCL0.

       3110-BUILD-IMG-RTN.
           MOVE SA-RCL-BASE-RATE       TO WK-BASE-ED.
           MOVE SA-RCL-CEIL-RATE       TO WK-CEIL-ED.
           MOVE SA-RCL-LVL1-SPRD       TO WK-LVL1-ED.
           MOVE SA-RCL-LVL2-SPRD       TO WK-LVL2-ED.
           MOVE SPACES                 TO WK-RCL-IMG.
           STRING 'PROD='              DELIMITED BY SIZE
                  SA-RCL-PROD-COD      DELIMITED BY SIZE
                  ' TERM='             DELIMITED BY SIZE
                  SA-RCL-TERM-COD      DELIMITED BY SIZE
                  ' EFF='              DELIMITED BY SIZE
                  SA-RCL-EFF-DT        DELIMITED BY SIZE
                  ' BASE='             DELIMITED BY SIZE
                  WK-BASE-ED           DELIMITED BY SIZE
                  ' CEIL='             DELIMITED BY SIZE
                  WK-CEIL-ED           DELIMITED BY SIZE
                  ' LVL1='             DELIMITED BY SIZE
                  WK-LVL1-ED           DELIMITED BY SIZE
                  ' LVL2='             DELIMITED BY SIZE
                  WK-LVL2-ED           DELIMITED BY SIZE
                  ' STS='              DELIMITED BY SIZE
                  SA-RCL-STS           DELIMITED BY SIZE
                                       INTO WK-RCL-IMG.

      *    审批生效:申请须已审批、属本交易本上限键且生效日已到
       3200-CHECK-PCR-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPRMCHG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPRMD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAPRMCHG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-PCR-REQ-NO OF PKSARCL0
                                       TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPRMCHG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-PCR-STS NOT = '1' OR
              SA-PCR-KB-NAME NOT = 'KSARCL0' OR
              SA-PCR-PRM-KEY NOT = WK-CEIL-KEY OR
              SA-PCR-EFF-DT > SYS-BUSN-DT
           THEN
             MOVE 'EN460'              TO AIF-MSG-CODE
      *      MOVE '参数变更申请不存在或状态不符' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    执行以审批的申请参数区为准,直接送入的参数值一律不认;
      *    参数区长度与登记不符的按申请不符拒绝
           IF SA-PCR-PARM-LEN NOT = LENGTH OF PKSARCL0
           THEN
             MOVE 'EN460'              TO AIF-MSG-CODE
      *      MOVE '参数变更申请不存在或状态不符' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SA-PCR-PARM(1:SA-PCR-PARM-LEN)
                                       TO PKSARCL0.
           MOVE SA-PCR-REQ-NO          TO I-PCR-REQ-NO OF PKSARCL0.

      *    登记/变更:同键未生效者覆盖,变更前后上限留痕
       4000-UPSERT-RTN.
           PERFORM 9801-GHU-SARTCEIL-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             INITIALIZE                SARTCEIL
             MOVE I-PROD-COD OF PKSARCL0
                                       TO SA-RCL-PROD-COD
             MOVE I-TERM-COD OF PKSARCL0
                                       TO SA-RCL-TERM-COD
             MOVE WK-EFF-DT            TO SA-RCL-EFF-DT
             PERFORM 4100-MOVE-RATE-RTN
             MOVE SYS-LEGAL-PERSON-ID  TO SA-LEGAL-PERSON-ID
                                          OF SARTCEIL
             MOVE SYS-PARTITION-ID     TO SA-DB-PARTITION-ID
                                          OF SARTCEIL
             INITIALIZE                PDBIMAIN
             MOVE 'BSARCLD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SARTCEIL'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SARTCEIL
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           ELSE
             MOVE 'RCL-CEIL-RATE'      TO I-FIELD-NAME OF PCMNTLOG
             MOVE SA-RCL-CEIL-RATE     TO WK-RATE-ED
             MOVE WK-RATE-ED           TO I-BEF-VALUE  OF PCMNTLOG
             MOVE I-CEIL-RATE OF PKSARCL0
                                       TO WK-RATE-ED
             MOVE WK-RATE-ED           TO I-AFT-VALUE  OF PCMNTLOG
             PERFORM 9730-CALL-CMNTLOG-RTN
             PERFORM 4100-MOVE-RATE-RTN
             INITIALIZE                PDBIMAIN
             MOVE 'BSARCLD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SARTCEIL
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 4200-OUTPUT-RTN.

       4100-MOVE-RATE-RTN.
           MOVE I-BASE-RATE OF PKSARCL0
                                       TO SA-RCL-BASE-RATE.
           MOVE I-CEIL-RATE OF PKSARCL0
                                       TO SA-RCL-CEIL-RATE.
           MOVE I-LVL1-SPRD OF PKSARCL0
                                       TO SA-RCL-LVL1-SPRD.
           MOVE I-LVL2-SPRD OF PKSARCL0
                                       TO SA-RCL-LVL2-SPRD.
           MOVE '0'                    TO SA-RCL-STS.
           MOVE SYS-BUSN-DT            TO SA-RCL-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-RCL-UPD-TLR.

       4200-OUTPUT-RTN.
           MOVE SA-RCL-EFF-DT          TO O-EFF-DT OF PKSARCL0.
           MOVE SA-RCL-BASE-RATE       TO O-BASE-RATE OF PKSARCL0.
           MOVE SA-RCL-CEIL-RATE       TO O-CEIL-RATE OF PKSARCL0.
           MOVE SA-RCL-LVL1-SPRD       TO O-LVL1-SPRD OF PKSARCL0.
           MOVE SA-RCL-LVL2-SPRD       TO O-LVL2-SPRD OF PKSARCL0.

      *    查询:同产品同档次生效日不晚于查询日者中最近一条
       5000-INQUIRE-RTN.
           PERFORM 4900-FIND-CEIL-RTN.
           IF NOT WK-RCL-FOUND
           THEN
             MOVE 'EN396'              TO AIF-MSG-CODE
      *      MOVE '无有效协议利率上限' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 4200-OUTPUT-RTN.

      *    撤销:仅限未生效者
       6000-CANCEL-RTN.
           PERFORM 9801-GHU-SARTCEIL-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE 'RCL-STS'              TO I-FIELD-NAME OF PCMNTLOG.
           MOVE SA-RCL-STS             TO I-BEF-VALUE  OF PCMNTLOG.
           MOVE '1'                    TO I-AFT-VALUE  OF PCMNTLOG.
           PERFORM 9730-CALL-CMNTLOG-RTN.
           MOVE '1'                    TO SA-RCL-STS.
           MOVE SYS-BUSN-DT            TO SA-RCL-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-RCL-UPD-TLR.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSARCLD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SARTCEIL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           PERFORM 4200-OUTPUT-RTN.

      *    自生效日为零起顺键读取,前14位(产品+档次)变化或生效日
      *    晚于查询日即止,留最后一条有效者
       4900-FIND-CEIL-RTN.
           MOVE 'N'                    TO WK-EOF-FLG.
           MOVE 'N'                    TO WK-FOUND-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SARTCEIL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSARCLD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SARTCEIL'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-CEIL-KEY(1:14)      TO DBI-KEY-VALUE1(1).
           MOVE '00000000'             TO DBI-KEY-VALUE1(1)(15:8).
           MOVE '> '                   TO DBI-OP1(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 4910-FIND-LOOP-RTN UNTIL WK-RCL-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SARTCEIL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF WK-RCL-FOUND
           THEN
             PERFORM 9802-GU-SARTCEIL-RTN
           END-IF.

       4910-FIND-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SARTCEIL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-RCL-KEY(1:14) NOT = WK-CEIL-KEY(1:14) OR
              SA-RCL-EFF-DT > WK-EFF-DT
           THEN
             SET WK-RCL-EOF            TO TRUE
           ELSE
             IF SA-RCL-STS = '0'
             THEN
               SET WK-RCL-FOUND        TO TRUE
               MOVE SA-RCL-EFF-DT      TO WK-CEIL-KEY(15:8)
             END-IF
           END-IF.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSARCL0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARCL0'.

       9730-CALL-CMNTLOG-RTN.
           MOVE WK-CEIL-KEY            TO I-ACCT-NO    OF PCMNTLOG.
           MOVE WK-SYS-TELLER-ID       TO I-TELLER-ID  OF PCMNTLOG.
           MOVE WK-SYS-BRANCH-STD      TO I-BRANCH-STD OF PCMNTLOG.
           MOVE SYS-TX-LOG-NO          TO I-TX-LOG-NO  OF PCMNTLOG.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCMNTLOG.
           CALL 'CMNTLOG' USING        AIF-AREA
                                       PCMNTLOG
                                       SYS-AREA.
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

       9801-GHU-SARTCEIL-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SARTCEIL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSARCLD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SARTCEIL'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-CEIL-KEY            TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SARTCEIL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9802-GU-SARTCEIL-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SARTCEIL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSARCLD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SARTCEIL'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-CEIL-KEY            TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SARTCEIL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
