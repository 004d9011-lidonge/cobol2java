      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARSTX1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARSTX1                                *
      * DESCRIPTION........: SUSPICIOUS TRANSACTION REPORT FILE      *
      *                      可疑交易报告文件生成(报反洗钱监测分析  *
      *                      中心):扫描可疑交易案件,已确认待上报    *
      *                      案件逐案写可疑主体记录及关联交易记录,  *
      *                      文件头尾记录含报告机构编码、文件名与    *
      *                      笔数合计;案件置已上报待回执并留文件名, *
      *                      出上报控制清单;每营业日日终运行         *
      * KB/CF TO BE CALLED:                                          *
      * INPUT..............: STXCTLIN(报告机构编码/当日批次号)       *
      * OUTPUT.............: STRRPTOT STXCTLRP                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSASTRD   SASTRCAS       R/U                                 *
      * BSASTRD   SASTRDTL       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE             ASSIGN TO STXCTLIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT STR-FILE             ASSIGN TO STRRPTOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO STXCTLRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-REC.
      *    报告机构编码(空则报表提示,不生成文件)
           05  CT-ORG-COD              PIC X(14).
      *    当日批次号(空取01,同日补报时递增)
           05  CT-BATCH-SEQ            PIC 9(02).
           05  FILLER                  PIC X(64).
      *    可疑交易报告文件:H-文件头 C-可疑主体 T-交易 E-文件尾
       FD  STR-FILE.
       01  STR-REC                     PIC X(600).
       01  STR-HEAD-REC.
           05  SH-REC-TYP              PIC X(01).
           05  SH-FILE-NM              PIC X(40).
           05  SH-ORG-COD              PIC X(14).
           05  SH-RPT-DT               PIC X(08).
           05  FILLER                  PIC X(537).
       01  STR-CASE-REC.
           05  SC-REC-TYP              PIC X(01).
           05  SC-CASE-NO              PIC X(24).
      *        N-首次上报 C-回执失败后重报
           05  SC-RPT-KIND             PIC X(01).
           05  SC-CUST-NO              PIC X(20).
           05  SC-CUST-NAME            PIC X(120).
           05  SC-CERT-TYP             PIC X(04).
           05  SC-CERT-ID              PIC X(32).
           05  SC-BRANCH-STD           PIC X(09).
           05  SC-SUSP-COD             PIC X(04).
           05  SC-ACTN-COD             PIC X(02).
           05  SC-CFM-DT               PIC X(08).
           05  SC-TXN-CNT              PIC 9(05).
           05  SC-TXN-AMT              PIC 9(16)V9(2).
           05  SC-SUSP-DESC            PIC X(200).
           05  FILLER                  PIC X(152).
       01  STR-TXN-REC.
           05  ST-REC-TYP              PIC X(01).
           05  ST-CASE-NO              PIC X(24).
           05  ST-SEQ-N                PIC 9(05).
           05  ST-ACCT-NO              PIC X(32).
           05  ST-DET-NO-N             PIC 9(07).
           05  ST-TX-DT                PIC X(08).
           05  ST-TX-TM                PIC X(08).
           05  ST-CURR-COD             PIC X(03).
      *        D-付 C-收
           05  ST-DRCR-FLG             PIC X(01).
      *        0-现金 1-转账
           05  ST-TX-TYP               PIC X(01).
           05  ST-AMT                  PIC 9(16)V9(2).
           05  ST-DSCRP-COD            PIC X(04).
           05  ST-TX-LOG-NO            PIC X(24).
           05  ST-OP-ACCT-NO           PIC X(32).
           05  ST-OP-BANK-NO           PIC X(09).
           05  ST-OP-NAME              PIC X(120).
           05  FILLER                  PIC X(304).
       01  STR-END-REC.
           05  SE-REC-TYP              PIC X(01).
           05  SE-FILE-NM              PIC X(40).
           05  SE-CASE-CNT             PIC 9(07).
           05  SE-TXN-CNT              PIC 9(09).
           05  FILLER                  PIC X(543).
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
       01 SASTRCAS.
          COPY                         SASTRCAS.
       01 SASTRDTL.
          COPY                         SASTRDTL.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-ORG-COD              PIC X(14).
           05  WK-BATCH-SEQ            PIC 9(04).
           05  WK-FILE-NM              PIC X(40).
           05  WK-CASE-NO              PIC X(24).
           05  WK-CTL-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CTL-EOF                    VALUE 'Y'.
           05  WK-CAS-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CAS-EOF                    VALUE 'Y'.
           05  WK-DTL-EOF-FLG          PIC X(01).
               88  WK-DTL-EOF                    VALUE 'Y'.
           05  WK-SCAN-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-CASE-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-TXN-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-CASE-TXN-CNT         PIC 9(05) VALUE ZEROS.
       01  RPT-AMT-ED                  PIC -----------------9.99.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           IF WK-ORG-COD NOT = SPACES
           THEN
             PERFORM 2010-OPEN-CAS-RTN
             PERFORM 2000-SCAN-CAS-RTN UNTIL WK-CAS-EOF
             PERFORM 2030-CLOSE-CAS-RTN
             PERFORM 8000-WRITE-END-RTN
           END-IF.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARSTX'.
           INITIALIZE                  PDBIMAIN.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT.
           MOVE SPACES                 TO WK-ORG-COD.
           MOVE 1                      TO WK-BATCH-SEQ.
           OPEN INPUT                  CTL-FILE.
           READ CTL-FILE
             AT END SET WK-CTL-EOF     TO TRUE
           END-READ.
           IF NOT WK-CTL-EOF
           THEN
             MOVE CT-ORG-COD           TO WK-ORG-COD
             IF CT-BATCH-SEQ IS NUMERIC AND CT-BATCH-SEQ > ZEROS
             THEN
               MOVE CT-BATCH-SEQ       TO WK-BATCH-SEQ
             END-IF
           END-IF.
           CLOSE                       CTL-FILE.
      *    文件名:NBS+报告机构编码-报告日期-批次号
           MOVE SPACES                 TO WK-FILE-NM.
           STRING 'NBS'                DELIMITED BY SIZE
                  WK-ORG-COD           DELIMITED BY SPACE
                  '-'                  DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WK-BATCH-SEQ         DELIMITED BY SIZE
                                       INTO WK-FILE-NM.
           OPEN OUTPUT                 STR-FILE
                                       RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '可疑交易报告上报控制清单 营业日:'
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                  ' 文件:'             DELIMITED BY SIZE
                  WK-FILE-NM           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WK-ORG-COD = SPACES
           THEN
             MOVE SPACES               TO RPT-LINE
             STRING '控制卡未提供报告机构编码,'
                                       DELIMITED BY SIZE
                    '本次不生成报告文件' DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           ELSE
             MOVE SPACES               TO STR-HEAD-REC
             MOVE 'H'                  TO SH-REC-TYP
             MOVE WK-FILE-NM           TO SH-FILE-NM
             MOVE WK-ORG-COD           TO SH-ORG-COD
             MOVE WK-BUSN-DT           TO SH-RPT-DT
             WRITE STR-HEAD-REC
           END-IF.

       2010-OPEN-CAS-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTRCAS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SASTRCAS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-CAS-EOF            TO TRUE
           END-IF.

      *    已确认待上报案件出报告
       2000-SCAN-CAS-RTN.
           ADD 1                       TO WK-SCAN-CNT.
           IF SA-STC-STS = '2'
           THEN
             PERFORM 3000-REPORT-CASE-RTN
           END-IF.
           PERFORM 2020-NEXT-CAS-RTN.

       2020-NEXT-CAS-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SASTRCAS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-CAS-EOF            TO TRUE
           END-IF.

       2030-CLOSE-CAS-RTN.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SASTRCAS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      ****************************************************************
      *    可疑主体记录+关联交易记录,案件置已上报待回执              *
      ****************************************************************
       3000-REPORT-CASE-RTN.
           ADD 1                       TO WK-CASE-CNT.
           MOVE SA-STC-CASE-NO         TO WK-CASE-NO.
           MOVE SPACES                 TO STR-CASE-REC.
           MOVE 'C'                    TO SC-REC-TYP.
           MOVE SA-STC-CASE-NO         TO SC-CASE-NO.
           IF SA-STC-RPT-CNT > ZEROS
           THEN
             MOVE 'C'                  TO SC-RPT-KIND
           ELSE
             MOVE 'N'                  TO SC-RPT-KIND
           END-IF.
           MOVE SA-STC-CUST-NO         TO SC-CUST-NO.
           MOVE SA-STC-CUST-NAME       TO SC-CUST-NAME.
           MOVE SA-STC-CUST-CERT-TYP   TO SC-CERT-TYP.
           MOVE SA-STC-CUST-CERT-ID    TO SC-CERT-ID.
           MOVE SA-STC-BRANCH-STD      TO SC-BRANCH-STD.
           MOVE SA-STC-SUSP-COD        TO SC-SUSP-COD.
           MOVE SA-STC-ACTN-COD        TO SC-ACTN-COD.
           MOVE SA-STC-CFM-DT          TO SC-CFM-DT.
           MOVE SA-STC-TXN-CNT         TO SC-TXN-CNT.
           MOVE SA-STC-TXN-AMT         TO SC-TXN-AMT.
           MOVE SA-STC-SUSP-DESC       TO SC-SUSP-DESC.
           WRITE STR-CASE-REC.
           MOVE ZEROS                  TO WK-CASE-TXN-CNT.
           PERFORM 3100-WRITE-TXN-RTN.
           PERFORM 3200-UPD-CASE-RTN.
           MOVE SA-STC-TXN-AMT         TO RPT-AMT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING '案件:'              DELIMITED BY SIZE
                  WK-CASE-NO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SC-RPT-KIND          DELIMITED BY SIZE
                  ' 客户:'             DELIMITED BY SIZE
                  SA-STC-CUST-NAME(1:30)
                                       DELIMITED BY SIZE
                  ' 特征:'             DELIMITED BY SIZE
                  SA-STC-SUSP-COD      DELIMITED BY SIZE
                  ' 交易笔数:'         DELIMITED BY SIZE
                  WK-CASE-TXN-CNT      DELIMITED BY SIZE
                  ' 金额:'             DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       3100-WRITE-TXN-RTN.
           MOVE SPACES                 TO WK-DTL-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTRDTL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SASTRDTL'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-CASE-NO             TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 3110-DTL-LOOP-RTN UNTIL WK-DTL-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRDTL
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       3110-DTL-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRDTL
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-DTL-EOF            TO TRUE
           ELSE
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
             IF SA-STD-REC-TYP = 'T'
             THEN
               PERFORM 3120-TXN-REC-RTN
             END-IF
           END-IF.

       3120-TXN-REC-RTN.
           ADD 1                       TO WK-TXN-CNT.
           ADD 1                       TO WK-CASE-TXN-CNT.
           MOVE SPACES                 TO STR-TXN-REC.
           MOVE 'T'                    TO ST-REC-TYP.
           MOVE WK-CASE-NO             TO ST-CASE-NO.
           MOVE SA-STD-SEQ-N           TO ST-SEQ-N.
           MOVE SA-STD-ACCT-NO         TO ST-ACCT-NO.
           MOVE SA-STD-DET-NO-N        TO ST-DET-NO-N.
           MOVE SA-STD-TX-DT           TO ST-TX-DT.
           MOVE SA-STD-TX-TM           TO ST-TX-TM.
           MOVE SA-STD-CURR-COD        TO ST-CURR-COD.
           MOVE SA-STD-DRCR-FLG        TO ST-DRCR-FLG.
           MOVE SA-STD-TX-TYP          TO ST-TX-TYP.
           MOVE SA-STD-AMT             TO ST-AMT.
           MOVE SA-STD-DSCRP-COD       TO ST-DSCRP-COD.
           MOVE SA-STD-TX-LOG-NO       TO ST-TX-LOG-NO.
           MOVE SA-STD-OP-ACCT-NO      TO ST-OP-ACCT-NO.
           MOVE SA-STD-OP-BANK-NO      TO ST-OP-BANK-NO.
           MOVE SA-STD-OP-NAME         TO ST-OP-NAME.
           WRITE STR-TXN-REC.

       3200-UPD-CASE-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTRCAS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-CASE-NO             TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRCAS
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE '3'                    TO SA-STC-STS.
           MOVE WK-FILE-NM             TO SA-STC-RPT-FILE-NM.
           MOVE WK-BUSN-DT             TO SA-STC-RPT-DT.
           ADD 1                       TO SA-STC-RPT-CNT.
           MOVE SPACES                 TO SA-STC-RCP-STS.
           MOVE SPACES                 TO SA-STC-RCP-DT.
           MOVE SPACES                 TO SA-STC-RCP-MSG.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRCAS
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       8000-WRITE-END-RTN.
           MOVE SPACES                 TO STR-END-REC.
           MOVE 'E'                    TO SE-REC-TYP.
           MOVE WK-FILE-NM             TO SE-FILE-NM.
           MOVE WK-CASE-CNT            TO SE-CASE-CNT.
           MOVE WK-TXN-CNT             TO SE-TXN-CNT.
           WRITE STR-END-REC.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '扫描案件:'          DELIMITED BY SIZE
                  WK-SCAN-CNT          DELIMITED BY SIZE
                  ' 上报案件:'         DELIMITED BY SIZE
                  WK-CASE-CNT          DELIMITED BY SIZE
                  ' 上报交易:'         DELIMITED BY SIZE
                  WK-TXN-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE                       STR-FILE
                                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARSTX'.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             CLOSE                       STR-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
