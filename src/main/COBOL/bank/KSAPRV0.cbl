      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAPRV0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAPRV0                                 *
      * DESCRIPTION........: SYSTEM PARAMETER VALUE MAINT            *
      *                      系统参数值维护:交易限额授权例外清单     *
      *                      (LMEX,键为交易码,KSADEP0/KSARLEX1取数)  *
      *                      及筛查阈值(THRS,制裁筛查疑似命中分值、  *
      *                      可疑交易立案分值)的登记/变更与查询;登记 *
      *                      /变更先经KSAPCR0登记变更申请,第二柜员   *
      *                      审批(可指定生效日)后由KSAPCR0送申请编号 *
      *                      驱动本交易更新                          *
      * KB/CF TO BE CALLED: KSAPCR0(GSYSTRIG)                        *
      * INPUT..............: PKSAPRV0                                *
      * OUTPUT.............: PKSAPRV0                                *
      * MESSAGE CODE.......: EN048,EN317,EN460,END43                 *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAPRVD   SAPRMVAL       R/I/U                               *
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
                                       VALUE '/// WK-AREA KSAPRV0 ///'.
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
       01 SAPRMVAL.
          COPY                         SAPRMVAL.
       01 SAPRMCHG.
          COPY                         SAPRMCHG.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-FT-NAME              PIC X(04).
           05  WK-NUM-ED               PIC -(12)9.9999.
           05  WK-PRV-IMG              PIC X(200).
           05  WK-PRM-KEY.
               10  WK-PRM-TYP          PIC X(04).
               10  WK-PRM-PRV-KEY      PIC X(20).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAPRV0.
           COPY                        PKSAPRV0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAPRV0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           IF I-FUN-CODE OF PKSAPRV0 = '1'
           THEN
             PERFORM 4000-MAINT-RTN
           ELSE
             PERFORM 5000-INQUIRE-RTN
           END-IF.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAPRV0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPRMVAL.
           INITIALIZE                  SAPRMCHG.
           INITIALIZE                  W-PKSAPCR0.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE SPACES                 TO O-PCR-REQ-NO OF PKSAPRV0.
           MOVE I-PRV-TYP OF PKSAPRV0  TO WK-PRM-TYP.
           MOVE I-PRV-KEY OF PKSAPRV0  TO WK-PRM-PRV-KEY.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAPRV0 NOT = '1' AND '2'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '功能码错误'         TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-PRV-TYP OF PKSAPRV0 NOT = C-SA-PRV-TYP-LMEX AND
              I-PRV-TYP OF PKSAPRV0 NOT = C-SA-PRV-TYP-THRS OR
              I-PRV-KEY OF PKSAPRV0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAPRV0 = '1'
           THEN
             PERFORM 2100-CHECK-MAINT-RTN
           END-IF.

      *    阈值只收已定义的阈值名,分值取1至100
       2100-CHECK-MAINT-RTN.
           IF I-PRV-STS OF PKSAPRV0 NOT = '0' AND '1'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-PRV-TYP OF PKSAPRV0 = C-SA-PRV-TYP-THRS AND
              ( I-PRV-KEY OF PKSAPRV0 NOT = C-SA-PRV-SCN-HIT AND
                I-PRV-KEY OF PKSAPRV0 NOT = C-SA-PRV-STR-CASE OR
                I-NUM-VAL OF PKSAPRV0 < 1 OR
                I-NUM-VAL OF PKSAPRV0 > 100 )
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    柜面发起只登记变更申请,不动参数值;审批后由KSAPCR0送
      *    申请编号再入本交易,核对申请后更新参数值
       4000-MAINT-RTN.
           IF I-PCR-REQ-NO OF PKSAPRV0 = SPACES
           THEN
             PERFORM 4100-SUBMIT-PCR-RTN
           ELSE
             PERFORM 4200-CHECK-PCR-RTN
             PERFORM 4300-UPDATE-PRV-RTN
           END-IF.

      *    登记变更申请:变更前为现行参数值,变更后为本次输入(说明
      *    空白不变),连同本交易参数区送KSAPCR0
       4100-SUBMIT-PCR-RTN.
           MOVE FT-GU                  TO DBI-FT-NAME.
           PERFORM 9801-GET-SAPRMVAL-RTN.
           INITIALIZE                  W-PKSAPCR0.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE '(新增)'             TO I-BEF-IMG OF W-PKSAPCR0
             INITIALIZE                SAPRMVAL
             MOVE I-PRV-TYP OF PKSAPRV0
                                       TO SA-PRV-TYP
             MOVE I-PRV-KEY OF PKSAPRV0
                                       TO SA-PRV-KEY
           ELSE
             PERFORM 4110-BUILD-IMG-RTN
             MOVE WK-PRV-IMG           TO I-BEF-IMG OF W-PKSAPCR0
           END-IF.
           PERFORM 4310-MERGE-INPUT-RTN.
           PERFORM 4110-BUILD-IMG-RTN.
           MOVE WK-PRV-IMG             TO I-AFT-IMG OF W-PKSAPCR0.
           MOVE '1'                    TO I-FUN-CODE OF W-PKSAPCR0.
           MOVE 'SAPRMVAL'             TO I-TBL-ID OF W-PKSAPCR0.
           MOVE WK-PRM-KEY             TO I-PRM-KEY OF W-PKSAPCR0.
           MOVE 'KSAPRV0'              TO I-KB-NAME OF W-PKSAPCR0.
           MOVE I-EFF-DT OF PKSAPRV0   TO I-EFF-DT OF W-PKSAPCR0.
           MOVE I-PRV-DESC OF PKSAPRV0 TO I-RMRK OF W-PKSAPCR0.
           MOVE LENGTH OF PKSAPRV0     TO IO-PARM-LEN
                                          OF W-PKSAPCR0.
           MOVE PKSAPRV0               TO IO-PARM OF W-PKSAPCR0.
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
           MOVE O-REQ-NO OF W-PKSAPCR0 TO O-PCR-REQ-NO OF PKSAPRV0.

       4110-BUILD-IMG-RTN.
           MOVE SA-PRV-NUM-VAL         TO WK-NUM-ED.
           MOVE SPACES                 TO WK-PRV-IMG.
           STRING 'TYP='               DELIMITED BY SIZE
                  SA-PRV-TYP           DELIMITED BY SIZE
                  ' KEY='              DELIMITED BY SIZE
                  SA-PRV-KEY           DELIMITED BY SIZE
                  ' STS='              DELIMITED BY SIZE
                  SA-PRV-STS           DELIMITED BY SIZE
                  ' NUM='              DELIMITED BY SIZE
                  WK-NUM-ED            DELIMITED BY SIZE
                  ' TXT='              DELIMITED BY SIZE
                  SA-PRV-TXT-VAL       DELIMITED BY SIZE
                  ' DESC='             DELIMITED BY SIZE
                  SA-PRV-DESC          DELIMITED BY SIZE
                                       INTO WK-PRV-IMG.

      *    审批生效:申请须已审批、属本交易本参数且生效日已到
       4200-CHECK-PCR-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPRMCHG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPRMD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAPRMCHG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-PCR-REQ-NO OF PKSAPRV0
                                       TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPRMCHG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-PCR-STS NOT = '1' OR
              SA-PCR-KB-NAME NOT = 'KSAPRV0' OR
              SA-PCR-PRM-KEY NOT = WK-PRM-KEY OR
              SA-PCR-EFF-DT > SYS-BUSN-DT
           THEN
             MOVE 'EN460'              TO AIF-MSG-CODE
      *      MOVE '参数变更申请不存在或状态不符' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    执行以审批的申请参数区为准,直接送入的参数值一律不认;
      *    参数区长度与登记不符的按申请不符拒绝
           IF SA-PCR-PARM-LEN NOT = LENGTH OF PKSAPRV0
           THEN
             MOVE 'EN460'              TO AIF-MSG-CODE
      *      MOVE '参数变更申请不存在或状态不符' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SA-PCR-PARM(1:SA-PCR-PARM-LEN)
                                       TO PKSAPRV0.
           MOVE SA-PCR-REQ-NO          TO I-PCR-REQ-NO OF PKSAPRV0.

       4300-UPDATE-PRV-RTN.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           PERFORM 9801-GET-SAPRMVAL-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             INITIALIZE                SAPRMVAL
             MOVE I-PRV-TYP OF PKSAPRV0
                                       TO SA-PRV-TYP
             MOVE I-PRV-KEY OF PKSAPRV0
                                       TO SA-PRV-KEY
             PERFORM 4310-MERGE-INPUT-RTN
             MOVE SYS-LEGAL-PERSON-ID  TO SA-LEGAL-PERSON-ID
                                          OF SAPRMVAL
             MOVE SYS-PARTITION-ID     TO SA-DB-PARTITION-ID
                                          OF SAPRMVAL
             MOVE FT-ISRT              TO WK-FT-NAME
           ELSE
             PERFORM 4310-MERGE-INPUT-RTN
             MOVE FT-REPL              TO WK-FT-NAME
           END-IF.
           MOVE SYS-BUSN-DT            TO SA-PRV-EFF-DT
                                          SA-PRV-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-PRV-UPD-TLR.
           MOVE I-PCR-REQ-NO OF PKSAPRV0
                                       TO SA-PRV-REQ-NO.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAPRVD'              TO DBI-DB-NAME.
           MOVE WK-FT-NAME             TO DBI-FT-NAME.
           MOVE 'SAPRMVAL'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPRMVAL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           PERFORM 5100-SET-OUT-RTN.

      *    说明空白不变,状态及取值照送照改
       4310-MERGE-INPUT-RTN.
           IF I-PRV-DESC OF PKSAPRV0 NOT = SPACES
           THEN
             MOVE I-PRV-DESC OF PKSAPRV0
                                       TO SA-PRV-DESC
           END-IF.
           MOVE I-PRV-STS OF PKSAPRV0  TO SA-PRV-STS.
           MOVE I-NUM-VAL OF PKSAPRV0  TO SA-PRV-NUM-VAL.
           MOVE I-TXT-VAL OF PKSAPRV0  TO SA-PRV-TXT-VAL.

       5000-INQUIRE-RTN.
           MOVE FT-GU                  TO DBI-FT-NAME.
           PERFORM 9801-GET-SAPRMVAL-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 5100-SET-OUT-RTN.

       5100-SET-OUT-RTN.
           MOVE SA-PRV-DESC            TO O-PRV-DESC OF PKSAPRV0.
           MOVE SA-PRV-STS             TO O-PRV-STS  OF PKSAPRV0.
           MOVE SA-PRV-NUM-VAL         TO O-NUM-VAL  OF PKSAPRV0.
           MOVE SA-PRV-TXT-VAL         TO O-TXT-VAL  OF PKSAPRV0.
           MOVE SA-PRV-UPD-DT          TO O-UPD-DT   OF PKSAPRV0.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAPRV0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAPRV0'.

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
       9801-GET-SAPRMVAL-RTN.
           MOVE DBI-FT-NAME            TO WK-FT-NAME.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPRMVAL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPRVD'              TO DBI-DB-NAME.
           MOVE WK-FT-NAME             TO DBI-FT-NAME.
           MOVE 'SAPRMVAL'             TO DBI-SEGMENT-NAME(1).
           MOVE I-PRV-TYP OF PKSAPRV0  TO DBI-KEY-VALUE1(1).
           MOVE I-PRV-KEY OF PKSAPRV0  TO DBI-KEY-VALUE2(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPRMVAL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
