      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAMSC0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAMSC0                                 *
      * DESCRIPTION........: MESSAGE CATALOG MAINTENANCE             *
      *                      消息目录维护:按消息码登记/变更中文及英  *
      *                      文文本、级别、柜员处理建议及越过所需授  *
      *                      权级别,并供前端查询处理建议;登记/变更  *
      *                      先经KSAPCR0登记变更申请,第二柜员审批    *
      *                      (可指定生效日)后由KSAPCR0送申请编号驱动 *
      *                      本交易更新                              *
      * KB/CF TO BE CALLED: KSAPCR0(GSYSTRIG)                        *
      * INPUT..............: PKSAMSC0                                *
      * OUTPUT.............: PKSAMSC0                                *
      * MESSAGE CODE.......: EN048,EN317,EN460,END43                 *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAMSGD   SAMSGCAT       R/I/U                               *
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
                                       VALUE '/// WK-AREA KSAMSC0 ///'.
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
       01 SAMSGCAT.
          COPY                         SAMSGCAT.
       01 SAPRMCHG.
          COPY                         SAPRMCHG.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-FT-NAME              PIC X(04).
           05  WK-MSC-IMG              PIC X(200).
           05  WK-PRM-KEY              PIC X(40).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAMSC0.
           COPY                        PKSAMSC0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAMSC0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           IF I-FUN-CODE OF PKSAMSC0 = '1'
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
                                CONTENT 'BKSAMSC0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAMSGCAT.
           INITIALIZE                  SAPRMCHG.
           INITIALIZE                  W-PKSAPCR0.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE SPACES                 TO O-PCR-REQ-NO OF PKSAMSC0.
           MOVE I-MSG-CODE OF PKSAMSC0 TO WK-PRM-KEY.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAMSC0 NOT = '1' AND '2' OR
              I-MSG-CODE OF PKSAMSC0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '功能码错误'         TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAMSC0 = '1'
           THEN
             PERFORM 2100-CHECK-MAINT-RTN
           END-IF.

      *    级别、授权级别、状态须为约定取值
       2100-CHECK-MAINT-RTN.
           IF I-SEV OF PKSAMSC0 NOT = 'E' AND 'W' AND 'F' AND 'I' OR
              I-OVRD-LVL OF PKSAMSC0 NOT = '0' AND '1' AND '2'
                                          AND '9' OR
              I-STS OF PKSAMSC0 NOT = '0' AND '1'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    柜面发起只登记变更申请,不动目录;审批后由KSAPCR0送申请
      *    编号再入本交易,核对申请后更新目录
       4000-MAINT-RTN.
           IF I-PCR-REQ-NO OF PKSAMSC0 = SPACES
           THEN
             PERFORM 4100-SUBMIT-PCR-RTN
           ELSE
             PERFORM 4200-CHECK-PCR-RTN
             PERFORM 4300-UPDATE-MSC-RTN
           END-IF.

      *    登记变更申请:变更前为现行目录,变更后为本次输入(文本空白
      *    不变;新登记须有中文文本),连同本交易参数区送KSAPCR0
       4100-SUBMIT-PCR-RTN.
           MOVE FT-GU                  TO DBI-FT-NAME.
           PERFORM 9801-GET-SAMSGCAT-RTN.
           INITIALIZE                  W-PKSAPCR0.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE '(新增)'             TO I-BEF-IMG OF W-PKSAPCR0
             INITIALIZE                SAMSGCAT
             MOVE I-MSG-CODE OF PKSAMSC0
                                       TO SA-MSC-MSG-CODE
           ELSE
             PERFORM 4110-BUILD-IMG-RTN
             MOVE WK-MSC-IMG           TO I-BEF-IMG OF W-PKSAPCR0
           END-IF.
           PERFORM 4310-MERGE-INPUT-RTN.
           IF SA-MSC-TXT-CN = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 4110-BUILD-IMG-RTN.
           MOVE WK-MSC-IMG             TO I-AFT-IMG OF W-PKSAPCR0.
           MOVE '1'                    TO I-FUN-CODE OF W-PKSAPCR0.
           MOVE 'SAMSGCAT'             TO I-TBL-ID OF W-PKSAPCR0.
           MOVE WK-PRM-KEY             TO I-PRM-KEY OF W-PKSAPCR0.
           MOVE 'KSAMSC0'              TO I-KB-NAME OF W-PKSAPCR0.
           MOVE I-EFF-DT OF PKSAMSC0   TO I-EFF-DT OF W-PKSAPCR0.
           MOVE LENGTH OF PKSAMSC0     TO IO-PARM-LEN
                                          OF W-PKSAPCR0.
           MOVE PKSAMSC0               TO IO-PARM OF W-PKSAPCR0.
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
           MOVE O-REQ-NO OF W-PKSAPCR0 TO O-PCR-REQ-NO OF PKSAMSC0.

       4110-BUILD-IMG-RTN.
           MOVE SPACES                 TO WK-MSC-IMG.
           STRING 'CODE='              DELIMITED BY SIZE
                  SA-MSC-MSG-CODE      DELIMITED BY SIZE
                  ' SEV='              DELIMITED BY SIZE
                  SA-MSC-SEV           DELIMITED BY SIZE
                  ' LVL='              DELIMITED BY SIZE
                  SA-MSC-OVRD-LVL      DELIMITED BY SIZE
                  ' STS='              DELIMITED BY SIZE
                  SA-MSC-STS           DELIMITED BY SIZE
                  ' CN='               DELIMITED BY SIZE
                  SA-MSC-TXT-CN        DELIMITED BY SIZE
                  ' EN='               DELIMITED BY SIZE
                  SA-MSC-TXT-EN        DELIMITED BY SIZE
                                       INTO WK-MSC-IMG.

      *    审批生效:申请须已审批、属本交易本消息码且生效日已到
       4200-CHECK-PCR-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPRMCHG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPRMD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAPRMCHG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-PCR-REQ-NO OF PKSAMSC0
                                       TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPRMCHG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-PCR-STS NOT = '1' OR
              SA-PCR-KB-NAME NOT = 'KSAMSC0' OR
              SA-PCR-PRM-KEY NOT = WK-PRM-KEY OR
              SA-PCR-EFF-DT > SYS-BUSN-DT
           THEN
             MOVE 'EN460'              TO AIF-MSG-CODE
      *      MOVE '参数变更申请不存在或状态不符' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    执行以审批的申请参数区为准,直接送入的参数值一律不认;
      *    参数区长度与登记不符的按申请不符拒绝
           IF SA-PCR-PARM-LEN NOT = LENGTH OF PKSAMSC0
           THEN
             MOVE 'EN460'              TO AIF-MSG-CODE
      *      MOVE '参数变更申请不存在或状态不符' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SA-PCR-PARM(1:SA-PCR-PARM-LEN)
                                       TO PKSAMSC0.
           MOVE SA-PCR-REQ-NO          TO I-PCR-REQ-NO OF PKSAMSC0.

       4300-UPDATE-MSC-RTN.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           PERFORM 9801-GET-SAMSGCAT-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             INITIALIZE                SAMSGCAT
             MOVE I-MSG-CODE OF PKSAMSC0
                                       TO SA-MSC-MSG-CODE
             PERFORM 4310-MERGE-INPUT-RTN
             MOVE SYS-LEGAL-PERSON-ID  TO SA-LEGAL-PERSON-ID
                                          OF SAMSGCAT
             MOVE SYS-PARTITION-ID     TO SA-DB-PARTITION-ID
                                          OF SAMSGCAT
             MOVE FT-ISRT              TO WK-FT-NAME
           ELSE
             PERFORM 4310-MERGE-INPUT-RTN
             MOVE FT-REPL              TO WK-FT-NAME
           END-IF.
           MOVE SYS-BUSN-DT            TO SA-MSC-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-MSC-UPD-TLR.
           MOVE I-PCR-REQ-NO OF PKSAMSC0
                                       TO SA-MSC-REQ-NO.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAMSGD'              TO DBI-DB-NAME.
           MOVE WK-FT-NAME             TO DBI-FT-NAME.
           MOVE 'SAMSGCAT'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAMSGCAT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           PERFORM 5100-SET-OUT-RTN.

      *    文本及处理建议空白不变,级别、授权级别、状态照送照改
       4310-MERGE-INPUT-RTN.
           IF I-TXT-CN OF PKSAMSC0 NOT = SPACES
           THEN
             MOVE I-TXT-CN OF PKSAMSC0 TO SA-MSC-TXT-CN
           END-IF.
           IF I-TXT-EN OF PKSAMSC0 NOT = SPACES
           THEN
             MOVE I-TXT-EN OF PKSAMSC0 TO SA-MSC-TXT-EN
           END-IF.
           IF I-TLR-ACT OF PKSAMSC0 NOT = SPACES
           THEN
             MOVE I-TLR-ACT OF PKSAMSC0
                                       TO SA-MSC-TLR-ACT
           END-IF.
           MOVE I-SEV OF PKSAMSC0      TO SA-MSC-SEV.
           MOVE I-OVRD-LVL OF PKSAMSC0 TO SA-MSC-OVRD-LVL.
           MOVE I-STS OF PKSAMSC0      TO SA-MSC-STS.

       5000-INQUIRE-RTN.
           MOVE FT-GU                  TO DBI-FT-NAME.
           PERFORM 9801-GET-SAMSGCAT-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 5100-SET-OUT-RTN.

       5100-SET-OUT-RTN.
           MOVE SA-MSC-TXT-CN          TO O-TXT-CN   OF PKSAMSC0.
           MOVE SA-MSC-TXT-EN          TO O-TXT-EN   OF PKSAMSC0.
           MOVE SA-MSC-SEV             TO O-SEV      OF PKSAMSC0.
           MOVE SA-MSC-TLR-ACT         TO O-TLR-ACT  OF PKSAMSC0.
           MOVE SA-MSC-OVRD-LVL        TO O-OVRD-LVL OF PKSAMSC0.
           MOVE SA-MSC-STS             TO O-STS      OF PKSAMSC0.
           MOVE SA-MSC-UPD-DT          TO O-UPD-DT   OF PKSAMSC0.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAMSC0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAMSC0'.

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
       9801-GET-SAMSGCAT-RTN.
           MOVE DBI-FT-NAME            TO WK-FT-NAME.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAMSGCAT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAMSGD'              TO DBI-DB-NAME.
           MOVE WK-FT-NAME             TO DBI-FT-NAME.
           MOVE 'SAMSGCAT'             TO DBI-SEGMENT-NAME(1).
           MOVE I-MSG-CODE OF PKSAMSC0 TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAMSGCAT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
