      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAROPY1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSAROPY1                                *
      * DESCRIPTION........: OUTWARD PAYMENT INSTRUCTION EXTRACT     *
      *                      跨行汇出指令批量:扫描待发送跨行汇出      *
      *                      登记,按渠道分别产出大额(HVPS)与小额      *
      *                      (BEPS)汇出指令档(D-明细 T-尾记录带       *
      *                      笔数/金额控制合计),登记置已发送防重     *
      *                      发;同时出分渠道发送控制报告              *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAOPYD   SAOPYREG       R/U                                 *
      * BSAACND   SAACNACN       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HVP-FILE             ASSIGN TO OPYHVPOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT BEP-FILE             ASSIGN TO OPYBEPOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO OPYCTLRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    汇出指令档:大额/小额同一格式,原登记账号+序号作为
      *    端到端参考号,清算中心退汇报文原样回填
       FD  HVP-FILE.
       01  HVP-REC                     PIC X(480).
       FD  BEP-FILE.
       01  BEP-REC                     PIC X(480).
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
       01 SAOPYREG.
          COPY                         SAOPYREG.
       01 SAACNACN.
          COPY                         SAACNACN.
           COPY                        APPAREA.
       01  OI-REC.
           05  OI-REC-TYP              PIC X(01).
           05  OI-REF-ACCT-NO          PIC X(32).
           05  OI-REF-SEQ-N            PIC 9(05).
           05  OI-PAYER-ACCT-NO        PIC X(32).
           05  OI-PAYER-NAME           PIC X(120).
           05  OI-PAYER-BRANCH         PIC X(09).
           05  OI-PAYEE-ACCT-NO        PIC X(32).
           05  OI-PAYEE-BK-NO          PIC X(09).
           05  OI-PAYEE-NAME           PIC X(120).
           05  OI-CURR-COD             PIC X(03).
           05  OI-AMT                  PIC 9(16)V9(2).
           05  OI-REG-DT               PIC X(08).
           05  OI-RMRK                 PIC X(62).
           05  FILLER                  PIC X(29).
       01  OI-TRL-REC REDEFINES OI-REC.
           05  OT-REC-TYP              PIC X(01).
           05  OT-TOT-CNT              PIC 9(07).
           05  OT-TOT-AMT              PIC 9(16)V9(2).
           05  OT-SEND-DT              PIC X(08).
           05  FILLER                  PIC X(446).
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-SCAN-CNT             PIC 9(7)  VALUE ZEROS.
           05  WK-HVP-CNT              PIC 9(7)  VALUE ZEROS.
           05  WK-HVP-AMT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-BEP-CNT              PIC 9(7)  VALUE ZEROS.
           05  WK-BEP-AMT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-OPY-EOF                    VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-CHNL                PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-SEQ-N               PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PAYEE-BK-NO         PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PAYEE-ACCT-NO       PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-AMT                 PIC -(13)9.99.
           05  FILLER                  PIC X(23) VALUE SPACES.
       01  RPT-EDIT-AMT                PIC -(13)9.99.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-OPY-RTN UNTIL WK-OPY-EOF.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           MOVE WK-BUSN-DT             TO SYS-BUSN-DT.
           OPEN OUTPUT                 HVP-FILE
                                       BEP-FILE
                                       RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '跨行汇出指令发送控制报告 '
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 2010-OPEN-OPY-RTN.

       2010-OPEN-OPY-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAOPYREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAOPYD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SAOPYREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAOPYREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-OPY-EOF            TO TRUE
           END-IF.

       2000-SCAN-OPY-RTN.
           ADD 1                       TO WK-SCAN-CNT.
           IF SA-OPY-STS = '0'
           THEN
             PERFORM 3000-SEND-ONE-RTN
           END-IF.
           PERFORM 2020-NEXT-OPY-RTN.

       2020-NEXT-OPY-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAOPYD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SAOPYREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAOPYREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-OPY-EOF            TO TRUE
           END-IF.

      *    待发送汇出:按渠道落指令档,登记置已发送
       3000-SEND-ONE-RTN.
           PERFORM 3100-GET-PAYER-RTN.
           MOVE SPACES                 TO OI-REC.
           MOVE 'D'                    TO OI-REC-TYP.
           MOVE SA-OPY-ACCT-NO         TO OI-REF-ACCT-NO.
           MOVE SA-OPY-SEQ-N           TO OI-REF-SEQ-N.
           MOVE SA-OPY-ACCT-NO         TO OI-PAYER-ACCT-NO.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO OI-PAYER-NAME.
           MOVE SA-OPY-BRANCH-STD      TO OI-PAYER-BRANCH.
           MOVE SA-OPY-PAYEE-ACCT-NO   TO OI-PAYEE-ACCT-NO.
           MOVE SA-OPY-PAYEE-BK-NO     TO OI-PAYEE-BK-NO.
           MOVE SA-OPY-PAYEE-NAME      TO OI-PAYEE-NAME.
           MOVE SA-OPY-CURR-COD        TO OI-CURR-COD.
           MOVE SA-OPY-AMT             TO OI-AMT.
           MOVE SA-OPY-REG-DT          TO OI-REG-DT.
           MOVE SA-OPY-RMRK            TO OI-RMRK.
           MOVE SPACES                 TO RPT-DETAIL.
           IF SA-OPY-CHNL = C-SA-OPY-CHNL-HVPS
           THEN
             WRITE HVP-REC             FROM OI-REC
             ADD 1                     TO WK-HVP-CNT
             ADD SA-OPY-AMT            TO WK-HVP-AMT
             MOVE 'HVPS'               TO RPT-CHNL
           ELSE
             WRITE BEP-REC             FROM OI-REC
             ADD 1                     TO WK-BEP-CNT
             ADD SA-OPY-AMT            TO WK-BEP-AMT
             MOVE 'BEPS'               TO RPT-CHNL
           END-IF.
           MOVE '1'                    TO SA-OPY-STS.
           MOVE WK-BUSN-DT             TO SA-OPY-SEND-DT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAOPYD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAOPYREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE SA-OPY-ACCT-NO         TO RPT-ACCT-NO.
           MOVE SA-OPY-SEQ-N           TO RPT-SEQ-N.
           MOVE SA-OPY-PAYEE-BK-NO     TO RPT-PAYEE-BK-NO.
           MOVE SA-OPY-PAYEE-ACCT-NO   TO RPT-PAYEE-ACCT-NO.
           MOVE SA-OPY-AMT             TO RPT-AMT.
           WRITE RPT-LINE              FROM RPT-DETAIL.

      *    付款人户名取自主档,户不存在时户名置空照发
       3100-GET-PAYER-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-OPY-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    两档各落尾记录(笔数/金额控制合计)并出渠道汇总
       9000-END-RTN.
           MOVE SPACES                 TO OI-TRL-REC.
           MOVE 'T'                    TO OT-REC-TYP.
           MOVE WK-HVP-CNT             TO OT-TOT-CNT.
           MOVE WK-HVP-AMT             TO OT-TOT-AMT.
           MOVE WK-BUSN-DT             TO OT-SEND-DT.
           WRITE HVP-REC               FROM OI-TRL-REC.
           MOVE WK-BEP-CNT             TO OT-TOT-CNT.
           MOVE WK-BEP-AMT             TO OT-TOT-AMT.
           WRITE BEP-REC               FROM OI-TRL-REC.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-HVP-AMT             TO RPT-EDIT-AMT.
           STRING '大额笔数: '         DELIMITED BY SIZE
                  WK-HVP-CNT           DELIMITED BY SIZE
                  '  金额: '           DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-BEP-AMT             TO RPT-EDIT-AMT.
           STRING '小额笔数: '         DELIMITED BY SIZE
                  WK-BEP-CNT           DELIMITED BY SIZE
                  '  金额: '           DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '扫描登记数: '       DELIMITED BY SIZE
                  WK-SCAN-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                        HVP-FILE
                                        BEP-FILE
                                        RPT-FILE.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             MOVE SPACES                TO RPT-LINE
             STRING 'GDBIMAIN异常,DBI-DB-STATUS=' DELIMITED BY SIZE
                    DBI-DB-STATUS        DELIMITED BY SIZE
                                         INTO RPT-LINE
             WRITE RPT-LINE
             CLOSE                       HVP-FILE
                                         BEP-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
