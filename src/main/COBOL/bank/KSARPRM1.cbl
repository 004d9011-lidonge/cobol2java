      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARPRM1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARPRM1                                *
      * DESCRIPTION........: MONTHLY PARAMETER CHANGE AUDIT (BMP)    *
      *                      参数变更月度内控报告:顺序读参数变更申请 *
      *                      登记簿,本月有事件或仍未了结的申请取出, *
      *                      逐笔读审计轨迹,列示本月申请、审批、拒  *
      *                      绝、撤回、生效各事件及变更前/后映像,   *
      *                      按事件类型、参数表分别计数;另列月末仍 *
      *                      待审批/待生效的申请                     *
      * KB/CF TO BE CALLED: (无)                                     *
      * INPUT..............: (无)                                    *
      * OUTPUT.............: PRMCHGRP                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAPRMD   SAPRMCHG       R                                   *
      * BSAPRMD   SAPRMAUD       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCR-FILE             ASSIGN TO PRMRPTWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO PRMCHGRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    报告期申请工作记录:先取出再逐笔读审计轨迹
       FD  PCR-FILE.
       01  PCR-REC.
           05  PR-REQ-NO               PIC X(32).
           05  PR-TBL-ID               PIC X(08).
           05  PR-PRM-KEY              PIC X(40).
           05  PR-STS                  PIC X(01).
           05  PR-EFF-DT               PIC X(08).
           05  PR-MKR-TLR              PIC X(12).
           05  PR-MKR-DT               PIC X(08).
           05  FILLER                  PIC X(11).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  PCMCONST.
           COPY                        PCMCONST.
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
           05  WK-RPT-MM               PIC X(06).
           05  WK-MM-BGN-DT            PIC X(08).
           05  WK-EVT-IX               PIC 9(01).
           05  WK-TBL-IX               PIC 9(01).
           05  WK-PCR-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-EVT-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-OPEN-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-PCR-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-PCR-EOF                    VALUE 'Y'.
           05  WK-WRK-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-WRK-EOF                    VALUE 'Y'.
           05  WK-PAU-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-PAU-EOF                    VALUE 'Y'.
      *    事件类型名称:1-申请 2-审批 3-拒绝 4-撤回 5-生效
       01  WK-EVT-NAME-VAL.
           05  FILLER                  PIC X(06) VALUE '申请'.
           05  FILLER                  PIC X(06) VALUE '审批'.
           05  FILLER                  PIC X(06) VALUE '拒绝'.
           05  FILLER                  PIC X(06) VALUE '撤回'.
           05  FILLER                  PIC X(06) VALUE '生效'.
       01  WK-EVT-NAME-TBL REDEFINES WK-EVT-NAME-VAL.
           05  WK-EVT-NAME             PIC X(06) OCCURS 5.
       01  WK-EVT-SUM.
           05  WK-EVT-SUM-CNT          PIC 9(07) OCCURS 5.
      *    参数表:SATRFTBL/SABDTCAL/SAPRMVAL/SAACHRMS/SAMSGCAT/SARTCEIL/
      *    其他
       01  WK-TBL-ID-VAL.
           05  FILLER                  PIC X(08) VALUE 'SATRFTBL'.
           05  FILLER                  PIC X(08) VALUE 'SABDTCAL'.
           05  FILLER                  PIC X(08) VALUE 'SAPRMVAL'.
           05  FILLER                  PIC X(08) VALUE 'SAACHRMS'.
           05  FILLER                  PIC X(08) VALUE 'SAMSGCAT'.
           05  FILLER                  PIC X(08) VALUE 'SARTCEIL'.
           05  FILLER                  PIC X(08) VALUE '其他'.
       01  WK-TBL-ID-TBL REDEFINES WK-TBL-ID-VAL.
           05  WK-TBL-ID               PIC X(08) OCCURS 7.
       01  WK-TBL-SUM.
           05  WK-TBL-SUM-CNT          PIC 9(07) OCCURS 7.
       01  RPT-DETAIL.
           05  RPT-REQ-NO              PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-EVT-NAME            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-EVT-DT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-EVT-TM              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TLR                 PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TBL-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-PRM-KEY             PIC X(40).
       01  RPT-IMG-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  RPT-IMG-TAG             PIC X(10).
           05  RPT-IMG                 PIC X(116).
       01  RPT-OPEN-LINE.
           05  RPT-OP-REQ-NO           PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-OP-STS              PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-OP-TBL-ID           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-OP-PRM-KEY          PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-OP-MKR-TLR          PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-OP-MKR-DT           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-OP-EFF-DT           PIC X(08).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-EXTRACT-PCR-RTN UNTIL WK-PCR-EOF.
           CLOSE                       PCR-FILE.
           OPEN INPUT                  PCR-FILE.
           PERFORM 3010-READ-PCR-RTN.
           PERFORM 3000-EVT-LOOP-RTN UNTIL WK-WRK-EOF.
           CLOSE                       PCR-FILE.
           PERFORM 4000-OPEN-SECTION-RTN.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARPRM'.
           MOVE SPACES                 TO AIF-MSG-CODE.
           INITIALIZE                  WK-EVT-SUM
                                       WK-TBL-SUM.
           MOVE SYS-BUSN-DT(1:6)       TO WK-RPT-MM.
           MOVE SYS-BUSN-DT            TO WK-MM-BGN-DT.
           MOVE '01'                   TO WK-MM-BGN-DT(7:2).
           OPEN OUTPUT                 PCR-FILE.
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '参数变更月度内控报告 报告月份:'
                                       DELIMITED BY SIZE
                  WK-RPT-MM            DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '一、本月变更事件'     TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '申请编号'           DELIMITED BY SIZE
                  '                         '
                                       DELIMITED BY SIZE
                  '事件   日期     时间     柜员'
                                       DELIMITED BY SIZE
                  '         参数表   参数键'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           INITIALIZE                  PDBIMAIN.
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 2010-NEXT-PCR-RTN.

      *    顺序读参数变更申请登记簿
       2010-NEXT-PCR-RTN.
           INITIALIZE                  SAPRMCHG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPRMD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAPRMCHG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAPRMCHG
                                       AIF-AREA.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-PCR-EOF            TO TRUE
           END-IF.

      *    本月有事件或仍待审批/待生效的申请取出
       2000-EXTRACT-PCR-RTN.
           IF SA-PCR-LAST-EVT-DT NOT < WK-MM-BGN-DT OR
              SA-PCR-STS = '0' OR SA-PCR-STS = '1'
           THEN
             INITIALIZE                PCR-REC
             MOVE SA-PCR-REQ-NO        TO PR-REQ-NO
             MOVE SA-PCR-TBL-ID        TO PR-TBL-ID
             MOVE SA-PCR-PRM-KEY       TO PR-PRM-KEY
             MOVE SA-PCR-STS           TO PR-STS
             MOVE SA-PCR-EFF-DT        TO PR-EFF-DT
             MOVE SA-PCR-MKR-TLR       TO PR-MKR-TLR
             MOVE SA-PCR-MKR-DT        TO PR-MKR-DT
             WRITE PCR-REC
           END-IF.
           PERFORM 2010-NEXT-PCR-RTN.

       3010-READ-PCR-RTN.
           READ PCR-FILE
             AT END SET WK-WRK-EOF     TO TRUE
           END-READ.

      *    逐笔申请读审计轨迹子段
       3000-EVT-LOOP-RTN.
           MOVE 'N'                    TO WK-PAU-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPRMAUD.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPRMD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAPRMCHG'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAPRMAUD'             TO DBI-SEGMENT-NAME(2).
           MOVE PR-REQ-NO              TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 3100-PAU-LOOP-RTN UNTIL WK-PAU-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAPRMAUD
                                       AIF-AREA.
           PERFORM 3010-READ-PCR-RTN.

       3100-PAU-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAPRMAUD
                                       AIF-AREA.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-PAU-EOF            TO TRUE
           ELSE
             IF SA-PAU-EVT-DT(1:6) = WK-RPT-MM
             THEN
               PERFORM 3200-PRINT-EVT-RTN
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
           END-IF.

      *    列示事件及变更前/后映像,按事件类型、参数表计数
       3200-PRINT-EVT-RTN.
           ADD 1                       TO WK-EVT-CNT.
           IF SA-PAU-EVT-SEQ = 1
           THEN
             ADD 1                     TO WK-PCR-CNT
           END-IF.
           MOVE ZEROS                  TO WK-EVT-IX.
           IF SA-PAU-EVT-TYP >= '1' AND SA-PAU-EVT-TYP <= '5'
           THEN
             MOVE SA-PAU-EVT-TYP       TO WK-EVT-IX
             ADD 1                     TO WK-EVT-SUM-CNT(WK-EVT-IX)
             MOVE WK-EVT-NAME(WK-EVT-IX)
                                       TO RPT-EVT-NAME
           ELSE
             MOVE SA-PAU-EVT-TYP       TO RPT-EVT-NAME
           END-IF.
           MOVE 1                      TO WK-TBL-IX.
           PERFORM 3210-FIND-TBL-RTN
             UNTIL WK-TBL-IX = 7 OR
                   WK-TBL-ID(WK-TBL-IX) = SA-PAU-TBL-ID.
           ADD 1                       TO WK-TBL-SUM-CNT(WK-TBL-IX).
           MOVE PR-REQ-NO              TO RPT-REQ-NO.
           MOVE SA-PAU-EVT-DT          TO RPT-EVT-DT.
           MOVE SA-PAU-EVT-TM          TO RPT-EVT-TM.
           MOVE SA-PAU-TLR             TO RPT-TLR.
           MOVE SA-PAU-TBL-ID          TO RPT-TBL-ID.
           MOVE SA-PAU-PRM-KEY         TO RPT-PRM-KEY.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           IF SA-PAU-BEF-IMG NOT = SPACES
           THEN
             MOVE '变更前:'            TO RPT-IMG-TAG
             MOVE SA-PAU-BEF-IMG       TO RPT-IMG
             WRITE RPT-LINE            FROM RPT-IMG-LINE
           END-IF.
           IF SA-PAU-AFT-IMG NOT = SPACES
           THEN
             MOVE '变更后:'            TO RPT-IMG-TAG
             MOVE SA-PAU-AFT-IMG       TO RPT-IMG
             WRITE RPT-LINE            FROM RPT-IMG-LINE
           END-IF.
           IF SA-PAU-RMRK NOT = SPACES
           THEN
             MOVE '意见:'              TO RPT-IMG-TAG
             MOVE SA-PAU-RMRK          TO RPT-IMG
             WRITE RPT-LINE            FROM RPT-IMG-LINE
           END-IF.

       3210-FIND-TBL-RTN.
           ADD 1                       TO WK-TBL-IX.

      *    月末仍待审批/待生效的申请
       4000-OPEN-SECTION-RTN.
           MOVE SPACES                 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '二、月末未了结申请'   TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '申请编号'           DELIMITED BY SIZE
                  '                         '
                                       DELIMITED BY SIZE
                  '状态         参数表   参数键'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'N'                    TO WK-WRK-EOF-FLG.
           OPEN INPUT                  PCR-FILE.
           PERFORM 3010-READ-PCR-RTN.
           PERFORM 4100-OPEN-LOOP-RTN UNTIL WK-WRK-EOF.
           CLOSE                       PCR-FILE.

       4100-OPEN-LOOP-RTN.
           IF PR-STS = '0' OR PR-STS = '1'
           THEN
             ADD 1                     TO WK-OPEN-CNT
             IF PR-STS = '0'
             THEN
               MOVE '待审批'           TO RPT-OP-STS
             ELSE
               MOVE '已审批待生效'     TO RPT-OP-STS
             END-IF
             MOVE PR-REQ-NO            TO RPT-OP-REQ-NO
             MOVE PR-TBL-ID            TO RPT-OP-TBL-ID
             MOVE PR-PRM-KEY           TO RPT-OP-PRM-KEY
             MOVE PR-MKR-TLR           TO RPT-OP-MKR-TLR
             MOVE PR-MKR-DT            TO RPT-OP-MKR-DT
             MOVE PR-EFF-DT            TO RPT-OP-EFF-DT
             WRITE RPT-LINE            FROM RPT-OPEN-LINE
           END-IF.
           PERFORM 3010-READ-PCR-RTN.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '三、本月合计'         TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '新申请: '           DELIMITED BY SIZE
                  WK-PCR-CNT           DELIMITED BY SIZE
                  ' 事件: '            DELIMITED BY SIZE
                  WK-EVT-CNT           DELIMITED BY SIZE
                  ' 月末未了结: '      DELIMITED BY SIZE
                  WK-OPEN-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 1                      TO WK-EVT-IX.
           PERFORM 9010-EVT-SUM-RTN UNTIL WK-EVT-IX > 5.
           MOVE 1                      TO WK-TBL-IX.
           PERFORM 9020-TBL-SUM-RTN UNTIL WK-TBL-IX > 7.
           CLOSE                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARPRM'.

       9010-EVT-SUM-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '  事件 '            DELIMITED BY SIZE
                  WK-EVT-NAME(WK-EVT-IX)
                                       DELIMITED BY SIZE
                  ': '                 DELIMITED BY SIZE
                  WK-EVT-SUM-CNT(WK-EVT-IX)
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1                       TO WK-EVT-IX.

       9020-TBL-SUM-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '  参数表 '          DELIMITED BY SIZE
                  WK-TBL-ID(WK-TBL-IX) DELIMITED BY SIZE
                  ': '                 DELIMITED BY SIZE
                  WK-TBL-SUM-CNT(WK-TBL-IX)
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1                       TO WK-TBL-IX.
