      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAROPR1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSAROPR1                                *
      * DESCRIPTION........: OUTWARD PAYMENT RETURN HANDLING (BMP)   *
      *                      跨行退汇批量:逐笔读入清算中心退汇/       *
      *                      拒绝文件(头记录带笔数/金额控制合计),     *
      *                      按端到端参考号(原登记账号+序号)定位      *
      *                      跨行汇出登记,以GSYSTRIG驱动KSADEP0       *
      *                      贷记回付款账户:明细对方栏位回填原        *
      *                      收款人,摘要带原汇出流水号关联原借记      *
      *                      明细;登记置已退汇并回填退汇流水.         *
      *                      置AIF-ERR-TRAP-FLG逐笔容错,无法入账      *
      *                      或无法匹配的退汇落例外清单人工处理       *
      *                      KSADEP0照常筛查原收款人,疑似命中挂起待合*
      *                      规审核的,登记置已退汇并回填挂起编号,清单*
      *                      标注退汇挂起,合规放行后重新驱动入账     *
      * KB/CF TO BE CALLED: KSADEP0(GSYSTRIG)                        *
      * INPUT..............: OPYRTNIN                                *
      * OUTPUT.............: OPYRTNRP OPYRTNER                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAOPYD   SAOPYREG       R/U                                 *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTN-FILE             ASSIGN TO OPYRTNIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO OPYRTNRP
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT ERR-FILE             ASSIGN TO OPYRTNER
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    退汇盘格式:H-头(笔数/金额) D-明细
      *    退汇类型 1-收款行退汇 2-清算中心拒绝
       FD  RTN-FILE.
       01  RTN-REC.
           05  RT-REC-TYP              PIC X(01).
           05  RT-REF-ACCT-NO          PIC X(32).
           05  RT-REF-SEQ-N            PIC 9(05).
           05  RT-AMT                  PIC 9(16)V9(2).
           05  RT-RTN-TYP              PIC X(01).
           05  RT-RTN-RSN-COD          PIC X(05).
           05  RT-RTN-DT               PIC X(08).
           05  RT-RMRK                 PIC X(40).
           05  FILLER                  PIC X(10).
       01  RTN-HEAD-REC REDEFINES RTN-REC.
           05  RH-REC-TYP              PIC X(01).
           05  RH-TOT-CNT              PIC 9(07).
           05  RH-TOT-AMT              PIC 9(16)V9(2).
           05  FILLER                  PIC X(94).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
       FD  ERR-FILE.
       01  ERR-REC.
           05  ER-MSG-CODE             PIC X(05).
           05  ER-SRC-REC              PIC X(120).
           05  FILLER                  PIC X(07).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  MEMCONST.
           COPY                        MEMCONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  PKSADEP0.
           COPY                        PKSADEP0.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAOPYREG.
          COPY                         SAOPYREG.
       01  WK-AREA.
           05  WK-HEAD-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-HEAD-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-POST-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-POST-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-EXCP-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-EXCP-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-HOLD-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-HOLD-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-RTN-EOF                    VALUE 'Y'.
           05  WK-RSN-COD              PIC X(05).
           05  WK-ACTION               PIC X(08).
       01  RPT-DETAIL.
           05  RPT-BRANCH-STD          PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-SEQ-N               PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-AMT                 PIC -(13)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-RSN-COD             PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ORG-TX-LOG-NO       PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACTION              PIC X(08).
           05  FILLER                  PIC X(20) VALUE SPACES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  CWK-APP-AREA.
           COPY                        CBCAAARE.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-REC-LOOP-RTN UNTIL WK-RTN-EOF.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           SET ADDRESS OF CWK-APP-AREA TO APA-CAA-ADDR.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAROPR'.
           INITIALIZE                  PKSADEP0.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAOPYREG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           OPEN INPUT                  RTN-FILE.
           OPEN OUTPUT                 RPT-FILE
                                       ERR-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '跨行退汇处理清单 '  DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           READ RTN-FILE
             AT END SET WK-RTN-EOF     TO TRUE
           END-READ.

       2000-REC-LOOP-RTN.
           EVALUATE RT-REC-TYP
             WHEN 'H'
               MOVE RH-TOT-CNT         TO WK-HEAD-CNT
               MOVE RH-TOT-AMT         TO WK-HEAD-AMT
             WHEN 'D'
               PERFORM 3000-RETURN-ONE-RTN
           END-EVALUATE.
           READ RTN-FILE
             AT END SET WK-RTN-EOF     TO TRUE
           END-READ.

      *    定位原汇出登记:须已发送且金额一致方可贷记回;
      *    无登记EN048 状态不符EN338 金额不符EN033落例外
       3000-RETURN-ONE-RTN.
           PERFORM 3900-GU-OPY-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO WK-RSN-COD
             PERFORM 3300-WRITE-EXCP-RTN
           ELSE
             IF SA-OPY-STS NOT = '1'
             THEN
               MOVE 'EN338'            TO WK-RSN-COD
               PERFORM 3300-WRITE-EXCP-RTN
             ELSE
               IF SA-OPY-AMT NOT = RT-AMT
               THEN
                 MOVE 'EN033'          TO WK-RSN-COD
                 PERFORM 3300-WRITE-EXCP-RTN
               ELSE
                 PERFORM 3100-CREDIT-BACK-RTN
               END-IF
             END-IF
           END-IF.

      *    逐笔驱动KSADEP0贷记回付款账户:与柜面存入完全相同的
      *    校验与过账;原收款人经CWK-DRAWEE-*回填明细对方栏位,
      *    摘要带原汇出流水号,与原借记明细关联.KSADEP0按原收款人
      *    照常筛查,疑似命中已由其登记合规挂起,登记同样置已退汇
      *    防止重复贷记,放行后重新驱动入账
       3100-CREDIT-BACK-RTN.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE C-CM-FLAG-YES          TO AIF-ERR-TRAP-FLG.
           MOVE SA-OPY-PAYEE-ACCT-NO   TO CWK-DRAWEE-ACCT-NO.
           MOVE SA-OPY-PAYEE-NAME      TO CWK-DRAWEE-NAME.
           MOVE SA-OPY-PAYEE-BK-NO     TO CWK-DRAWEE-BK-NO.
           INITIALIZE                  PKSADEP0.
           MOVE SA-OPY-ACCT-NO         TO I-ACCT-NO    OF PKSADEP0.
           MOVE SA-OPY-CURR-COD        TO I-CURR-COD   OF PKSADEP0.
           MOVE SA-OPY-CURR-IDEN       TO I-CURR-IDEN  OF PKSADEP0.
           MOVE SA-OPY-AMT             TO I-AMT        OF PKSADEP0.
           MOVE C-CM-TXTYP-TR          TO I-TX-TYP     OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-VAL-DT     OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-TX-DT      OF PKSADEP0.
           MOVE C-OPY-RTN OF MEMCONST  TO I-DSCRP-COD  OF PKSADEP0.
           STRING '跨行退汇 原流水'    DELIMITED BY SIZE
                  SA-OPY-TX-LOG-NO     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RT-RTN-RSN-COD       DELIMITED BY SIZE
                                       INTO I-RMRK OF PKSADEP0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSADEP0
                                       CONTENT 'KSADEP0 '.
           MOVE C-CM-FLAG-NO           TO AIF-ERR-TRAP-FLG.
           IF AIF-MSG-CODE NOT = SPACES OR
              O-RTRN-CODE OF PKSADEP0 NOT = SPACES
           THEN
             IF AIF-MSG-CODE NOT = SPACES
             THEN
               MOVE AIF-MSG-CODE       TO WK-RSN-COD
             ELSE
               MOVE O-RTRN-CODE OF PKSADEP0
                                       TO WK-RSN-COD
             END-IF
             MOVE SPACES               TO AIF-MSG-CODE
             PERFORM 3300-WRITE-EXCP-RTN
           ELSE
             IF O-SCN-HOLD-FLG OF PKSADEP0 = '1'
             THEN
               MOVE '退汇挂起'         TO WK-ACTION
               PERFORM 3200-MARK-RETURNED-RTN
               ADD 1                   TO WK-HOLD-CNT
               ADD RT-AMT              TO WK-HOLD-AMT
             ELSE
               MOVE '已退汇'           TO WK-ACTION
               PERFORM 3200-MARK-RETURNED-RTN
               ADD 1                   TO WK-POST-CNT
               ADD RT-AMT              TO WK-POST-AMT
             END-IF
      *      入账笔落检查点,提交范围按笔隔离
             CALL 'GSYSCKPT' USING     AIF-AREA
           END-IF.

      *    登记置已退汇,回填退汇日期/理由/贷记流水(挂起时为挂起
      *    编号)
       3200-MARK-RETURNED-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAOPYREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAOPYD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAOPYREG'             TO DBI-SEGMENT-NAME(1).
           MOVE RT-REF-ACCT-NO         TO DBI-KEY-VALUE1(1).
           MOVE RT-REF-SEQ-N           TO DBI-KEY-VALUE1(2).
           MOVE 'SAOPYREG'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAOPYREG
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE '2'                    TO SA-OPY-STS.
           MOVE RT-RTN-DT              TO SA-OPY-RTN-DT.
           IF SA-OPY-RTN-DT = SPACES
           THEN
             MOVE SYS-BUSN-DT          TO SA-OPY-RTN-DT
           END-IF.
           MOVE RT-RTN-RSN-COD         TO SA-OPY-RTN-RSN-COD.
           IF O-SCN-HOLD-FLG OF PKSADEP0 = '1'
           THEN
             MOVE O-SCN-HOLD-NO OF PKSADEP0
                                       TO SA-OPY-RTN-TX-LOG-NO
           ELSE
             MOVE SYS-TX-LOG-NO        TO SA-OPY-RTN-TX-LOG-NO
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAOPYD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAOPYREG
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE RT-RTN-RSN-COD         TO RPT-RSN-COD.
           MOVE WK-ACTION              TO RPT-ACTION.
           PERFORM 3400-WRITE-DETAIL-RTN.

      *    例外:落例外档并在清单标注,由汇出网点人工处理
       3300-WRITE-EXCP-RTN.
           MOVE SPACES                 TO ERR-REC.
           MOVE WK-RSN-COD             TO ER-MSG-CODE.
           MOVE RTN-REC                TO ER-SRC-REC.
           WRITE ERR-REC.
           ADD 1                       TO WK-EXCP-CNT.
           ADD RT-AMT                  TO WK-EXCP-AMT.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE WK-RSN-COD             TO RPT-RSN-COD.
           MOVE '例外'                 TO RPT-ACTION.
           PERFORM 3400-WRITE-DETAIL-RTN.

       3400-WRITE-DETAIL-RTN.
           MOVE SA-OPY-BRANCH-STD      TO RPT-BRANCH-STD.
           MOVE RT-REF-ACCT-NO         TO RPT-ACCT-NO.
           MOVE RT-REF-SEQ-N           TO RPT-SEQ-N.
           MOVE RT-AMT                 TO RPT-AMT.
           MOVE SA-OPY-TX-LOG-NO       TO RPT-ORG-TX-LOG-NO.
           WRITE RPT-LINE              FROM RPT-DETAIL.

       3900-GU-OPY-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAOPYREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAOPYD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAOPYREG'             TO DBI-SEGMENT-NAME(1).
           MOVE RT-REF-ACCT-NO         TO DBI-KEY-VALUE1(1).
           MOVE RT-REF-SEQ-N           TO DBI-KEY-VALUE1(2).
           MOVE 'SAOPYREG'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAOPYREG
                                 AIF-AREA.

      *    入账/例外合计与文件头控制合计核对报告
       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '退汇批量核对: 头笔数=' DELIMITED BY SIZE
                  WK-HEAD-CNT          DELIMITED BY SIZE
                  ' 贷记回='           DELIMITED BY SIZE
                  WK-POST-CNT          DELIMITED BY SIZE
                  ' 挂起='             DELIMITED BY SIZE
                  WK-HOLD-CNT          DELIMITED BY SIZE
                  ' 例外='             DELIMITED BY SIZE
                  WK-EXCP-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           IF WK-HEAD-CNT NOT = WK-POST-CNT + WK-HOLD-CNT
                                + WK-EXCP-CNT OR
              WK-HEAD-AMT NOT = WK-POST-AMT + WK-HOLD-AMT
                                + WK-EXCP-AMT
           THEN
             MOVE SPACES               TO RPT-LINE
             STRING '控制合计不符,须人工核对'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           CLOSE                        RTN-FILE
                                        RPT-FILE
                                        ERR-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAROPR'.

      *    GDBIMAIN返回状态检查,非预期异常即中止
       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             MOVE SPACES                TO RPT-LINE
             STRING 'GDBIMAIN异常,DBI-DB-STATUS=' DELIMITED BY SIZE
                    DBI-DB-STATUS        DELIMITED BY SIZE
                    ' 账号='             DELIMITED BY SIZE
                    RT-REF-ACCT-NO       DELIMITED BY SIZE
                                         INTO RPT-LINE
             WRITE RPT-LINE
             CLOSE                       RTN-FILE
                                         RPT-FILE
                                         ERR-FILE
             STOP RUN
           END-IF.
