      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSACHR0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSACHR0                                 *
      * DESCRIPTION........: ACCOUNT CHARACTER MASTER MAINT          *
      *                      账户性质主档维护:按性质代码+效期起日   *
      *                      登记/变更行为属性(资本金账户族/钞视汇/  *
      *                      申报标志/摘要代码族)及效期止日,CSAACHR0 *
      *                      按查询日取生效行;登记/变更先经KSAPCR0  *
      *                      登记变更申请,第二柜员审批(可指定生效日)*
      *                      后由KSAPCR0送申请编号驱动本交易更新     *
      * KB/CF TO BE CALLED: KSAPCR0(GSYSTRIG)                        *
      * INPUT..............: PKSACHR0                                *
      * OUTPUT.............: PKSACHR0                                *
      * MESSAGE CODE.......: EN048,EN317,EN460,END43                 *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACHD   SAACHRMS       R/I/U                               *
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
                                       VALUE '/// WK-AREA KSACHR0 ///'.
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
       01 SAACHRMS.
          COPY                         SAACHRMS.
       01 SAPRMCHG.
          COPY                         SAPRMCHG.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-FT-NAME              PIC X(04).
           05  WK-ACH-IMG              PIC X(200).
           05  WK-PRM-KEY.
               10  WK-PRM-ACCT-CHAR    PIC X(04).
               10  WK-PRM-EFF-BGN-DT   PIC X(08).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSACHR0.
           COPY                        PKSACHR0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSACHR0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           IF I-FUN-CODE OF PKSACHR0 = '1'
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
                                CONTENT 'BKSACHR0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACHRMS.
           INITIALIZE                  SAPRMCHG.
           INITIALIZE                  W-PKSAPCR0.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE SPACES                 TO O-PCR-REQ-NO OF PKSACHR0.
           MOVE I-ACCT-CHAR OF PKSACHR0
                                       TO WK-PRM-ACCT-CHAR.
           MOVE I-EFF-BGN-DT OF PKSACHR0
                                       TO WK-PRM-EFF-BGN-DT.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSACHR0 NOT = '1' AND '2'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '功能码错误'         TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-ACCT-CHAR OF PKSACHR0 = SPACES OR
              I-EFF-BGN-DT OF PKSACHR0 NOT NUMERIC
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSACHR0 = '1'
           THEN
             PERFORM 2100-CHECK-MAINT-RTN
           END-IF.

      *    止日空白为长期有效,不得早于起日;各标志取'1'/'0'
       2100-CHECK-MAINT-RTN.
           IF I-EFF-END-DT OF PKSACHR0 NOT = SPACES AND
              ( I-EFF-END-DT OF PKSACHR0 NOT NUMERIC OR
                I-EFF-END-DT OF PKSACHR0 < I-EFF-BGN-DT OF PKSACHR0 )
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-CAP-FLG OF PKSACHR0 NOT = C-CM-FLAG-YES AND
              I-CAP-FLG OF PKSACHR0 NOT = C-CM-FLAG-NO OR
              I-AS-EXC-FLG OF PKSACHR0 NOT = C-CM-FLAG-YES AND
              I-AS-EXC-FLG OF PKSACHR0 NOT = C-CM-FLAG-NO OR
              I-DCL-FLG OF PKSACHR0 NOT = C-CM-FLAG-YES AND
              I-DCL-FLG OF PKSACHR0 NOT = C-CM-FLAG-NO
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    柜面发起只登记变更申请,不动主档;审批后由KSAPCR0送申请
      *    编号再入本交易,核对申请后更新主档
       4000-MAINT-RTN.
           IF I-PCR-REQ-NO OF PKSACHR0 = SPACES
           THEN
             PERFORM 4100-SUBMIT-PCR-RTN
           ELSE
             PERFORM 4200-CHECK-PCR-RTN
             PERFORM 4300-UPDATE-ACH-RTN
           END-IF.

      *    登记变更申请:变更前为现行主档行,变更后为现行行叠加本次
      *    输入(名称空白不变),连同本交易参数区送KSAPCR0
       4100-SUBMIT-PCR-RTN.
           MOVE FT-GU                  TO DBI-FT-NAME.
           PERFORM 9801-GET-SAACHRMS-RTN.
           INITIALIZE                  W-PKSAPCR0.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE '(新增)'             TO I-BEF-IMG OF W-PKSAPCR0
             INITIALIZE                SAACHRMS
             MOVE I-ACCT-CHAR OF PKSACHR0
                                       TO SA-ACH-ACCT-CHAR
             MOVE I-EFF-BGN-DT OF PKSACHR0
                                       TO SA-ACH-EFF-BGN-DT
           ELSE
             PERFORM 4110-BUILD-IMG-RTN
             MOVE WK-ACH-IMG           TO I-BEF-IMG OF W-PKSAPCR0
           END-IF.
           PERFORM 4310-MERGE-INPUT-RTN.
           PERFORM 4110-BUILD-IMG-RTN.
           MOVE WK-ACH-IMG             TO I-AFT-IMG OF W-PKSAPCR0.
           MOVE '1'                    TO I-FUN-CODE OF W-PKSAPCR0.
           MOVE 'SAACHRMS'             TO I-TBL-ID OF W-PKSAPCR0.
           MOVE WK-PRM-KEY             TO I-PRM-KEY OF W-PKSAPCR0.
           MOVE 'KSACHR0'              TO I-KB-NAME OF W-PKSAPCR0.
           MOVE I-EFF-DT OF PKSACHR0   TO I-EFF-DT OF W-PKSAPCR0.
           MOVE I-CHAR-NAME OF PKSACHR0
                                       TO I-RMRK OF W-PKSAPCR0.
           MOVE LENGTH OF PKSACHR0     TO IO-PARM-LEN
                                          OF W-PKSAPCR0.
           MOVE PKSACHR0               TO IO-PARM OF W-PKSAPCR0.
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
           MOVE O-REQ-NO OF W-PKSAPCR0 TO O-PCR-REQ-NO OF PKSACHR0.

       4110-BUILD-IMG-RTN.
           MOVE SPACES                 TO WK-ACH-IMG.
           STRING 'CHAR='              DELIMITED BY SIZE
                  SA-ACH-ACCT-CHAR     DELIMITED BY SIZE
                  ' BGN='              DELIMITED BY SIZE
                  SA-ACH-EFF-BGN-DT    DELIMITED BY SIZE
                  ' END='              DELIMITED BY SIZE
                  SA-ACH-EFF-END-DT    DELIMITED BY SIZE
                  ' CAP='              DELIMITED BY SIZE
                  SA-ACH-CAP-FLG       DELIMITED BY SIZE
                  ' ASEXC='            DELIMITED BY SIZE
                  SA-ACH-AS-EXC-FLG    DELIMITED BY SIZE
                  ' DCL='              DELIMITED BY SIZE
                  SA-ACH-DCL-FLG       DELIMITED BY SIZE
                  ' DSCRP='            DELIMITED BY SIZE
                  SA-ACH-DSCRP-FAMILY  DELIMITED BY SIZE
                  ' NAME='             DELIMITED BY SIZE
                  SA-ACH-CHAR-NAME     DELIMITED BY SIZE
                                       INTO WK-ACH-IMG.

      *    审批生效:申请须已审批、属本交易本主档行且生效日已到
       4200-CHECK-PCR-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPRMCHG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPRMD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAPRMCHG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-PCR-REQ-NO OF PKSACHR0
                                       TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPRMCHG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-PCR-STS NOT = '1' OR
              SA-PCR-KB-NAME NOT = 'KSACHR0' OR
              SA-PCR-PRM-KEY NOT = WK-PRM-KEY OR
              SA-PCR-EFF-DT > SYS-BUSN-DT
           THEN
             MOVE 'EN460'              TO AIF-MSG-CODE
      *      MOVE '参数变更申请不存在或状态不符' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    执行以审批的申请参数区为准,直接送入的参数值一律不认;
      *    参数区长度与登记不符的按申请不符拒绝
           IF SA-PCR-PARM-LEN NOT = LENGTH OF PKSACHR0
           THEN
             MOVE 'EN460'              TO AIF-MSG-CODE
      *      MOVE '参数变更申请不存在或状态不符' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SA-PCR-PARM(1:SA-PCR-PARM-LEN)
                                       TO PKSACHR0.
           MOVE SA-PCR-REQ-NO          TO I-PCR-REQ-NO OF PKSACHR0.

       4300-UPDATE-ACH-RTN.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           PERFORM 9801-GET-SAACHRMS-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             INITIALIZE                SAACHRMS
             MOVE I-ACCT-CHAR OF PKSACHR0
                                       TO SA-ACH-ACCT-CHAR
             MOVE I-EFF-BGN-DT OF PKSACHR0
                                       TO SA-ACH-EFF-BGN-DT
             PERFORM 4310-MERGE-INPUT-RTN
             MOVE SYS-LEGAL-PERSON-ID  TO SA-LEGAL-PERSON-ID
                                          OF SAACHRMS
             MOVE SYS-PARTITION-ID     TO SA-DB-PARTITION-ID
                                          OF SAACHRMS
             MOVE FT-ISRT              TO WK-FT-NAME
           ELSE
             PERFORM 4310-MERGE-INPUT-RTN
             MOVE FT-REPL              TO WK-FT-NAME
           END-IF.
           MOVE SYS-BUSN-DT            TO SA-ACH-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-ACH-UPD-TLR.
           MOVE I-PCR-REQ-NO OF PKSACHR0
                                       TO SA-ACH-REQ-NO.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACHD'              TO DBI-DB-NAME.
           MOVE WK-FT-NAME             TO DBI-FT-NAME.
           MOVE 'SAACHRMS'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACHRMS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           PERFORM 5100-SET-OUT-RTN.

      *    名称空白不变,止日及各标志照送照改
       4310-MERGE-INPUT-RTN.
           IF I-CHAR-NAME OF PKSACHR0 NOT = SPACES
           THEN
             MOVE I-CHAR-NAME OF PKSACHR0
                                       TO SA-ACH-CHAR-NAME
           END-IF.
           MOVE I-EFF-END-DT OF PKSACHR0
                                       TO SA-ACH-EFF-END-DT.
           MOVE I-CAP-FLG OF PKSACHR0  TO SA-ACH-CAP-FLG.
           MOVE I-AS-EXC-FLG OF PKSACHR0
                                       TO SA-ACH-AS-EXC-FLG.
           MOVE I-DCL-FLG OF PKSACHR0  TO SA-ACH-DCL-FLG.
           MOVE I-DSCRP-FAMILY OF PKSACHR0
                                       TO SA-ACH-DSCRP-FAMILY.

       5000-INQUIRE-RTN.
           MOVE FT-GU                  TO DBI-FT-NAME.
           PERFORM 9801-GET-SAACHRMS-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 5100-SET-OUT-RTN.

       5100-SET-OUT-RTN.
           MOVE SA-ACH-EFF-BGN-DT      TO O-EFF-BGN-DT   OF PKSACHR0.
           MOVE SA-ACH-EFF-END-DT      TO O-EFF-END-DT   OF PKSACHR0.
           MOVE SA-ACH-CHAR-NAME       TO O-CHAR-NAME    OF PKSACHR0.
           MOVE SA-ACH-CAP-FLG         TO O-CAP-FLG      OF PKSACHR0.
           MOVE SA-ACH-AS-EXC-FLG      TO O-AS-EXC-FLG   OF PKSACHR0.
           MOVE SA-ACH-DCL-FLG         TO O-DCL-FLG      OF PKSACHR0.
           MOVE SA-ACH-DSCRP-FAMILY    TO O-DSCRP-FAMILY OF PKSACHR0.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSACHR0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSACHR0'.

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
       9801-GET-SAACHRMS-RTN.
           MOVE DBI-FT-NAME            TO WK-FT-NAME.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACHRMS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACHD'              TO DBI-DB-NAME.
           MOVE WK-FT-NAME             TO DBI-FT-NAME.
           MOVE 'SAACHRMS'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-CHAR OF PKSACHR0
                                       TO DBI-KEY-VALUE1(1).
           MOVE I-EFF-BGN-DT OF PKSACHR0
                                       TO DBI-KEY-VALUE2(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACHRMS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
