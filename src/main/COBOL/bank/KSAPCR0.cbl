      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAPCR0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAPCR0                                 *
      * DESCRIPTION........: PARAMETER CHANGE MAKER-CHECKER          *
      *                      参数变更双人复核:价目(KSAFEE0)、营业   *
      *                      日历(KSACAL0)、限额例外清单及筛查阈值   *
      *                      (KSAPRV0)、账户性质主档(KSACHR0)、消息  *
      *                      目录(KSAMSC0)、协议利率上限(KSARCL0)    *
      *                      维护一律由原维护交易经本KB              *
      *                      登记申请(功能1),第二柜员审批(功能2)后  *
      *                      按申请编号驱动原维护交易执行,未来生效  *
      *                      日的待KSARPCR1到期执行(功能6);拒绝(功  *
      *                      能3)、经办撤回(功能4)、查询(功能5).各  *
      *                      事件连同变更前/后映像逐笔登记审计轨迹   *
      * KB/CF TO BE CALLED: KSAFEE0 KSACAL0 KSAPRV0 KSACHR0          *
      *                     KSAMSC0 KSARCL0(GSYSTRIG)                *
      * INPUT..............: PKSAPCR0                                *
      * OUTPUT.............: PKSAPCR0                                *
      * MESSAGE CODE.......: AN023,EN317,EN460,EN461,END43           *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAPRMD   SAPRMCHG       R/I/U                               *
      * BSAPRMD   SAPRMAUD       I                                   *
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
                                       VALUE '/// WK-AREA KSAPCR0 ///'.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01  W-PKSAFEE0.
           COPY                        PKSAFEE0.
       01  W-PKSACAL0.
           COPY                        PKSACAL0.
       01  W-PKSAPRV0.
           COPY                        PKSAPRV0.
       01  W-PKSACHR0.
           COPY                        PKSACHR0.
       01  W-PKSAMSC0.
           COPY                        PKSAMSC0.
       01  W-PKSARCL0.
           COPY                        PKSARCL0.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAPRMCHG.
          COPY                         SAPRMCHG.
       01 SAPRMAUD.
          COPY                         SAPRMAUD.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-FT-NAME              PIC X(04).
           05  WK-EVT-TYP              PIC X(01).
           05  WK-EVT-RMRK             PIC X(62).
           05  WK-RTRN-CODE            PIC X(05).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAPCR0.
           COPY                        PKSAPCR0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAPCR0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           EVALUATE I-FUN-CODE OF PKSAPCR0
             WHEN '1'
               PERFORM 4000-SUBMIT-RTN
             WHEN '2'
               PERFORM 4100-APPROVE-RTN
             WHEN '3'
               PERFORM 4200-REJECT-RTN
             WHEN '4'
               PERFORM 4300-WITHDRAW-RTN
             WHEN '5'
               PERFORM 4400-QUERY-RTN
             WHEN OTHER
               PERFORM 4500-APPLY-DUE-RTN
           END-EVALUATE.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAPCR0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPRMCHG.
           INITIALIZE                  SAPRMAUD.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE SPACES                 TO O-APPLY-FLG OF PKSAPCR0.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           EVALUATE I-FUN-CODE OF PKSAPCR0
      *      登记申请由各维护交易调用,生效日不得早于当日
             WHEN '1'
               IF I-TBL-ID OF PKSAPCR0 = SPACES OR
                  I-PRM-KEY OF PKSAPCR0 = SPACES OR
                  I-KB-NAME OF PKSAPCR0 = SPACES OR
                  IO-PARM-LEN OF PKSAPCR0 = ZEROS OR
                  IO-PARM-LEN OF PKSAPCR0 > LENGTH OF SA-PCR-PARM OR
                  ( I-EFF-DT OF PKSAPCR0 NOT = SPACES AND
                    ( I-EFF-DT OF PKSAPCR0 NOT NUMERIC OR
                      I-EFF-DT OF PKSAPCR0 < SYS-BUSN-DT ) )
               THEN
                 MOVE 'EN317'          TO AIF-MSG-CODE
                 PERFORM 9999-MESSAGE-HANDLE-RTN
               END-IF
      *      审批/拒绝仅限柜面
             WHEN '2'
             WHEN '3'
               IF SYS-LCH-CHANNEL-FLAG NOT = C-CM-CHANNEL-TLR OR
                  I-REQ-NO OF PKSAPCR0 = SPACES
               THEN
                 MOVE 'EN317'          TO AIF-MSG-CODE
                 PERFORM 9999-MESSAGE-HANDLE-RTN
               END-IF
             WHEN '4'
             WHEN '5'
             WHEN '6'
               IF I-REQ-NO OF PKSAPCR0 = SPACES
               THEN
                 MOVE 'EN317'          TO AIF-MSG-CODE
                 PERFORM 9999-MESSAGE-HANDLE-RTN
               END-IF
             WHEN OTHER
               MOVE 'EN317'            TO AIF-MSG-CODE
      *        MOVE '功能码错误'       TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
           END-EVALUATE.

      *    申请编号取营业日期+交易流水号;登记即待审批,不动参数表
       4000-SUBMIT-RTN.
           INITIALIZE                  SAPRMCHG.
           STRING SYS-BUSN-DT          DELIMITED BY SIZE
                  SYS-TX-LOG-NO        DELIMITED BY SIZE
                                       INTO SA-PCR-REQ-NO.
           MOVE I-TBL-ID OF PKSAPCR0   TO SA-PCR-TBL-ID.
           MOVE I-PRM-KEY OF PKSAPCR0  TO SA-PCR-PRM-KEY.
           MOVE I-KB-NAME OF PKSAPCR0  TO SA-PCR-KB-NAME.
           MOVE IO-PARM-LEN OF PKSAPCR0
                                       TO SA-PCR-PARM-LEN.
           MOVE IO-PARM OF PKSAPCR0    TO SA-PCR-PARM.
           MOVE I-BEF-IMG OF PKSAPCR0  TO SA-PCR-BEF-IMG.
           MOVE I-AFT-IMG OF PKSAPCR0  TO SA-PCR-AFT-IMG.
           MOVE I-EFF-DT OF PKSAPCR0   TO SA-PCR-EFF-DT.
           MOVE '0'                    TO SA-PCR-STS.
           MOVE I-RMRK OF PKSAPCR0     TO SA-PCR-RMRK.
           MOVE WK-SYS-TELLER-ID       TO SA-PCR-MKR-TLR.
           MOVE WK-SYS-BRANCH-STD      TO SA-PCR-MKR-BRANCH-STD.
           MOVE SYS-BUSN-DT            TO SA-PCR-MKR-DT.
           MOVE SYS-CPU-TM2            TO SA-PCR-MKR-TM.
           MOVE 1                      TO SA-PCR-EVT-CNT.
           MOVE SYS-BUSN-DT            TO SA-PCR-LAST-EVT-DT.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SAPRMCHG.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SAPRMCHG.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAPRMD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAPRMCHG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPRMCHG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE '1'                    TO WK-EVT-TYP.
           MOVE I-RMRK OF PKSAPCR0     TO WK-EVT-RMRK.
           PERFORM 8100-WRITE-AUD-RTN.
           PERFORM 4410-SET-OUT-RTN.

      *    审批:审批人不得为经办人;生效日已到(或空白)即驱动原维护
      *    交易执行,否则待KSARPCR1到期执行
       4100-APPROVE-RTN.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           PERFORM 9801-GET-SAPRMCHG-RTN.
           PERFORM 4110-CHECK-PEND-RTN.
           MOVE '1'                    TO SA-PCR-STS.
           MOVE WK-SYS-TELLER-ID       TO SA-PCR-CHK-TLR.
           MOVE SYS-BUSN-DT            TO SA-PCR-CHK-DT.
           MOVE I-RMRK OF PKSAPCR0     TO SA-PCR-CHK-RMRK.
           ADD 1                       TO SA-PCR-EVT-CNT.
           MOVE SYS-BUSN-DT            TO SA-PCR-LAST-EVT-DT.
           PERFORM 9802-REPL-SAPRMCHG-RTN.
           MOVE '2'                    TO WK-EVT-TYP.
           MOVE I-RMRK OF PKSAPCR0     TO WK-EVT-RMRK.
           PERFORM 8100-WRITE-AUD-RTN.
           IF SA-PCR-EFF-DT = SPACES OR
              SA-PCR-EFF-DT NOT > SYS-BUSN-DT
           THEN
             PERFORM 4510-APPLY-RTN
             MOVE 'Y'                  TO O-APPLY-FLG OF PKSAPCR0
           ELSE
             MOVE 'N'                  TO O-APPLY-FLG OF PKSAPCR0
           END-IF.
           PERFORM 4410-SET-OUT-RTN.

      *    审批/拒绝:须待审批,且复核柜员不得为经办柜员
       4110-CHECK-PEND-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-PCR-STS NOT = '0'
           THEN
             MOVE 'EN460'              TO AIF-MSG-CODE
      *      MOVE '参数变更申请不存在或状态不符' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF SA-PCR-MKR-TLR = WK-SYS-TELLER-ID
           THEN
             MOVE 'AN023'              TO AIF-MSG-CODE
      *      MOVE '参数变更须第二柜员审批' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       4200-REJECT-RTN.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           PERFORM 9801-GET-SAPRMCHG-RTN.
           PERFORM 4110-CHECK-PEND-RTN.
           MOVE '8'                    TO SA-PCR-STS.
           MOVE WK-SYS-TELLER-ID       TO SA-PCR-CHK-TLR.
           MOVE SYS-BUSN-DT            TO SA-PCR-CHK-DT.
           MOVE I-RMRK OF PKSAPCR0     TO SA-PCR-CHK-RMRK.
           ADD 1                       TO SA-PCR-EVT-CNT.
           MOVE SYS-BUSN-DT            TO SA-PCR-LAST-EVT-DT.
           PERFORM 9802-REPL-SAPRMCHG-RTN.
           MOVE '3'                    TO WK-EVT-TYP.
           MOVE I-RMRK OF PKSAPCR0     TO WK-EVT-RMRK.
           PERFORM 8100-WRITE-AUD-RTN.
           PERFORM 4410-SET-OUT-RTN.

      *    撤回:仅限经办柜员撤回待审批的申请
       4300-WITHDRAW-RTN.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           PERFORM 9801-GET-SAPRMCHG-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-PCR-STS NOT = '0' OR
              SA-PCR-MKR-TLR NOT = WK-SYS-TELLER-ID
           THEN
             MOVE 'EN460'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE '9'                    TO SA-PCR-STS.
           ADD 1                       TO SA-PCR-EVT-CNT.
           MOVE SYS-BUSN-DT            TO SA-PCR-LAST-EVT-DT.
           PERFORM 9802-REPL-SAPRMCHG-RTN.
           MOVE '4'                    TO WK-EVT-TYP.
           MOVE I-RMRK OF PKSAPCR0     TO WK-EVT-RMRK.
           PERFORM 8100-WRITE-AUD-RTN.
           PERFORM 4410-SET-OUT-RTN.

       4400-QUERY-RTN.
           MOVE FT-GU                  TO DBI-FT-NAME.
           PERFORM 9801-GET-SAPRMCHG-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN460'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SA-PCR-PARM-LEN        TO IO-PARM-LEN OF PKSAPCR0.
           MOVE SA-PCR-PARM            TO IO-PARM OF PKSAPCR0.
           PERFORM 4410-SET-OUT-RTN.

       4410-SET-OUT-RTN.
           MOVE SA-PCR-REQ-NO          TO O-REQ-NO    OF PKSAPCR0.
           MOVE SA-PCR-STS             TO O-STS       OF PKSAPCR0.
           MOVE SA-PCR-TBL-ID          TO O-TBL-ID    OF PKSAPCR0.
           MOVE SA-PCR-PRM-KEY         TO O-PRM-KEY   OF PKSAPCR0.
           MOVE SA-PCR-EFF-DT          TO O-EFF-DT    OF PKSAPCR0.
           MOVE SA-PCR-MKR-TLR         TO O-MKR-TLR   OF PKSAPCR0.
           MOVE SA-PCR-CHK-TLR         TO O-CHK-TLR   OF PKSAPCR0.
           MOVE SA-PCR-BEF-IMG         TO O-BEF-IMG   OF PKSAPCR0.
           MOVE SA-PCR-AFT-IMG         TO O-AFT-IMG   OF PKSAPCR0.

      *    到期执行(KSARPCR1逐笔调用):已审批且生效日已到
       4500-APPLY-DUE-RTN.
           MOVE FT-GU                  TO DBI-FT-NAME.
           PERFORM 9801-GET-SAPRMCHG-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-PCR-STS NOT = '1'
           THEN
             MOVE 'EN460'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF SA-PCR-EFF-DT > SYS-BUSN-DT
           THEN
             MOVE 'EN461'              TO AIF-MSG-CODE
      *      MOVE '参数变更未到生效日' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 4510-APPLY-RTN.
           MOVE 'Y'                    TO O-APPLY-FLG OF PKSAPCR0.
           PERFORM 4410-SET-OUT-RTN.

      *    按申请登记的维护交易取回参数区,送申请编号驱动其执行;
      *    维护交易自行核对申请状态后更新参数表.执行后置已生效
       4510-APPLY-RTN.
           MOVE SPACES                 TO WK-RTRN-CODE.
           EVALUATE SA-PCR-KB-NAME
             WHEN 'KSAFEE0'
               MOVE SA-PCR-PARM        TO W-PKSAFEE0
               MOVE SA-PCR-REQ-NO      TO I-PCR-REQ-NO
                                          OF W-PKSAFEE0
               CALL 'GSYSTRIG'         USING APA-AREA
                                             W-PKSAFEE0
                                       CONTENT 'KSAFEE0 '
               PERFORM 9999-MESSAGE-HANDLE-RTN
               MOVE O-RTRN-CODE OF W-PKSAFEE0
                                       TO WK-RTRN-CODE
             WHEN 'KSACAL0'
               MOVE SA-PCR-PARM        TO W-PKSACAL0
               MOVE SA-PCR-REQ-NO      TO I-PCR-REQ-NO
                                          OF W-PKSACAL0
               CALL 'GSYSTRIG'         USING APA-AREA
                                             W-PKSACAL0
                                       CONTENT 'KSACAL0 '
               PERFORM 9999-MESSAGE-HANDLE-RTN
               MOVE O-RTRN-CODE OF W-PKSACAL0
                                       TO WK-RTRN-CODE
             WHEN 'KSAPRV0'
               MOVE SA-PCR-PARM        TO W-PKSAPRV0
               MOVE SA-PCR-REQ-NO      TO I-PCR-REQ-NO
                                          OF W-PKSAPRV0
               CALL 'GSYSTRIG'         USING APA-AREA
                                             W-PKSAPRV0
                                       CONTENT 'KSAPRV0 '
               PERFORM 9999-MESSAGE-HANDLE-RTN
               MOVE O-RTRN-CODE OF W-PKSAPRV0
                                       TO WK-RTRN-CODE
             WHEN 'KSACHR0'
               MOVE SA-PCR-PARM        TO W-PKSACHR0
               MOVE SA-PCR-REQ-NO      TO I-PCR-REQ-NO
                                          OF W-PKSACHR0
               CALL 'GSYSTRIG'         USING APA-AREA
                                             W-PKSACHR0
                                       CONTENT 'KSACHR0 '
               PERFORM 9999-MESSAGE-HANDLE-RTN
               MOVE O-RTRN-CODE OF W-PKSACHR0
                                       TO WK-RTRN-CODE
             WHEN 'KSAMSC0'
               MOVE SA-PCR-PARM        TO W-PKSAMSC0
               MOVE SA-PCR-REQ-NO      TO I-PCR-REQ-NO
                                          OF W-PKSAMSC0
               CALL 'GSYSTRIG'         USING APA-AREA
                                             W-PKSAMSC0
                                       CONTENT 'KSAMSC0 '
               PERFORM 9999-MESSAGE-HANDLE-RTN
               MOVE O-RTRN-CODE OF W-PKSAMSC0
                                       TO WK-RTRN-CODE
             WHEN 'KSARCL0'
               MOVE SA-PCR-PARM        TO W-PKSARCL0
               MOVE SA-PCR-REQ-NO      TO I-PCR-REQ-NO
                                          OF W-PKSARCL0
               CALL 'GSYSTRIG'         USING APA-AREA
                                             W-PKSARCL0
                                       CONTENT 'KSARCL0 '
               PERFORM 9999-MESSAGE-HANDLE-RTN
               MOVE O-RTRN-CODE OF W-PKSARCL0
                                       TO WK-RTRN-CODE
             WHEN OTHER
               MOVE 'EN460'            TO WK-RTRN-CODE
           END-EVALUATE.
           IF WK-RTRN-CODE NOT = SPACES
           THEN
             MOVE WK-RTRN-CODE         TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           PERFORM 9801-GET-SAPRMCHG-RTN.
           MOVE '2'                    TO SA-PCR-STS.
           MOVE SYS-BUSN-DT            TO SA-PCR-APPLY-DT.
           ADD 1                       TO SA-PCR-EVT-CNT.
           MOVE SYS-BUSN-DT            TO SA-PCR-LAST-EVT-DT.
           PERFORM 9802-REPL-SAPRMCHG-RTN.
           MOVE '5'                    TO WK-EVT-TYP.
           MOVE SPACES                 TO WK-EVT-RMRK.
           PERFORM 8100-WRITE-AUD-RTN.

      *    审计轨迹:事件序号取申请段事件计数(调用前已加1)
       8100-WRITE-AUD-RTN.
           INITIALIZE                  SAPRMAUD.
           MOVE SA-PCR-REQ-NO          TO FK-SAPCR-KEY.
           MOVE SA-PCR-EVT-CNT         TO SA-PAU-EVT-SEQ.
           MOVE WK-EVT-TYP             TO SA-PAU-EVT-TYP.
           MOVE SYS-BUSN-DT            TO SA-PAU-EVT-DT.
           MOVE SYS-CPU-TM2            TO SA-PAU-EVT-TM.
           MOVE WK-SYS-TELLER-ID       TO SA-PAU-TLR.
           MOVE WK-SYS-BRANCH-STD      TO SA-PAU-BRANCH-STD.
           MOVE SYS-TX-LOG-NO          TO SA-PAU-TX-LOG-NO.
           MOVE SA-PCR-TBL-ID          TO SA-PAU-TBL-ID.
           MOVE SA-PCR-PRM-KEY         TO SA-PAU-PRM-KEY.
           MOVE SA-PCR-MKR-TLR         TO SA-PAU-MKR-TLR.
           MOVE SA-PCR-CHK-TLR         TO SA-PAU-CHK-TLR.
           MOVE SA-PCR-EFF-DT          TO SA-PAU-EFF-DT.
           MOVE SA-PCR-BEF-IMG         TO SA-PAU-BEF-IMG.
           MOVE SA-PCR-AFT-IMG         TO SA-PAU-AFT-IMG.
           MOVE WK-EVT-RMRK            TO SA-PAU-RMRK.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SAPRMAUD.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SAPRMAUD.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAPRMD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAPRMCHG'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAPRMAUD'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-PCR-REQ-NO          TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPRMAUD
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAPCR0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAPCR0'.

       9736-CALL-CMSGLOG-RTN.
           INITIALIZE                  PCMSGLOG.
           MOVE AIF-MSG-CODE           TO I-MSG-CODE   OF PCMSGLOG.
           MOVE WK-SYS-TELLER-ID       TO I-TELLER-ID  OF PCMSGLOG.
           MOVE WK-SYS-BRANCH-STD      TO I-BRANCH-STD OF PCMSGLOG.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCMSGLOG.
           CALL 'CMSGLOG' USING        AIF-AREA
                                       PCMSGLOG
                                       SYS-AREA.

      *    调用前DBI-FT-NAME置GU或GHU
       9801-GET-SAPRMCHG-RTN.
           MOVE DBI-FT-NAME            TO WK-FT-NAME.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPRMCHG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPRMD'              TO DBI-DB-NAME.
           MOVE WK-FT-NAME             TO DBI-FT-NAME.
           MOVE 'SAPRMCHG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-REQ-NO OF PKSAPCR0   TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPRMCHG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9802-REPL-SAPRMCHG-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAPRMD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPRMCHG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
