      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARSTK1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARSTK1                                *
      * DESCRIPTION........: SUSPICIOUS TRANSACTION RECEIPT/OVERDUE  *
      *                      可疑交易报告回执处理及案件时效监控:     *
      *                      读监测中心回执文件,已上报待回执案件按   *
      *                      文件名核对后置回执成功或回执失败待重报, *
      *                      登记回执明细;再扫描全部案件,列出调查   *
      *                      超期、确认后逾期未报、逾期未回执及待重报*
      *                      案件清单;每营业日日终运行               *
      * KB/CF TO BE CALLED:                                          *
      * INPUT..............: STRRCPIN(监测中心回执)                 *
      * OUTPUT.............: STRRCPRP STROVDRP                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSASTRD   SASTRCAS       R/U                                 *
      * BSASTRD   SASTRDTL       I                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCP-FILE             ASSIGN TO STRRCPIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO STRRCPRP
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT OVD-FILE             ASSIGN TO STROVDRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RCP-FILE.
       01  RCP-REC.
           05  RC-FILE-NM              PIC X(40).
           05  RC-CASE-NO              PIC X(24).
      *    0-接收成功 1-校验失败
           05  RC-RESULT               PIC X(01).
           05  RC-MSG                  PIC X(60).
           05  FILLER                  PIC X(75).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
       FD  OVD-FILE.
       01  OVD-LINE                    PIC X(132).
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
           05  WK-BUSN-DT-N            PIC 9(08).
      *    上报日早于此日仍无回执为逾期未回执
           05  WK-RCP-CUT-DT-N         PIC 9(08).
           05  WK-RCP-CUT-DT           PIC X(08).
           05  WK-RCP-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-RCP-EOF                    VALUE 'Y'.
           05  WK-CAS-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CAS-EOF                    VALUE 'Y'.
           05  WK-RCP-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-RCP-OK-CNT           PIC 9(07) VALUE ZEROS.
           05  WK-RCP-FAIL-CNT         PIC 9(07) VALUE ZEROS.
           05  WK-RCP-REJ-CNT          PIC 9(07) VALUE ZEROS.
           05  WK-INV-OVD-CNT          PIC 9(07) VALUE ZEROS.
           05  WK-RPT-OVD-CNT          PIC 9(07) VALUE ZEROS.
           05  WK-RCP-OVD-CNT          PIC 9(07) VALUE ZEROS.
           05  WK-RESUB-CNT            PIC 9(07) VALUE ZEROS.
       01  RPT-ACTN                    PIC X(24).
       01  OVD-TYPE                    PIC X(24).
       01  OVD-DT                      PIC X(08).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2010-READ-RCP-RTN.
           PERFORM 2000-RCP-LOOP-RTN UNTIL WK-RCP-EOF.
           PERFORM 3010-OPEN-CAS-RTN.
           PERFORM 3000-OVD-LOOP-RTN UNTIL WK-CAS-EOF.
           PERFORM 3030-CLOSE-CAS-RTN.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARSTK'.
           INITIALIZE                  PDBIMAIN.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT.
           MOVE WK-BUSN-DT             TO WK-BUSN-DT-N.
           COMPUTE WK-RCP-CUT-DT-N = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WK-BUSN-DT-N) -
                   C-SA-STR-RCP-DAYS).
           MOVE WK-RCP-CUT-DT-N        TO WK-RCP-CUT-DT.
           OPEN INPUT                  RCP-FILE.
           OPEN OUTPUT                 RPT-FILE
                                       OVD-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '可疑交易报告回执处理清单 营业日:'
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO OVD-LINE.
           STRING '可疑交易案件时效监控清单 营业日:'
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO OVD-LINE.
           WRITE OVD-LINE.

      ****************************************************************
      *    回执处理:案件须为已上报待回执且文件名一致                  *
      ****************************************************************
       2000-RCP-LOOP-RTN.
           ADD 1                       TO WK-RCP-CNT.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTRCAS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           MOVE RC-CASE-NO             TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRCAS
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           EVALUATE TRUE
             WHEN DBI-DB-STATUS = FT-RTRN-NOTFOUND
               ADD 1                   TO WK-RCP-REJ-CNT
               MOVE '案件不存在'       TO RPT-ACTN
             WHEN SA-STC-STS NOT = '3'
               ADD 1                   TO WK-RCP-REJ-CNT
               MOVE '状态非待回执'     TO RPT-ACTN
             WHEN SA-STC-RPT-FILE-NM NOT = RC-FILE-NM
               ADD 1                   TO WK-RCP-REJ-CNT
               MOVE '文件名不符'       TO RPT-ACTN
             WHEN OTHER
               PERFORM 2100-APPLY-RCP-RTN
           END-EVALUATE.
           MOVE SPACES                 TO RPT-LINE.
           STRING RPT-ACTN             DELIMITED BY SIZE
                  ' 案件:'             DELIMITED BY SIZE
                  RC-CASE-NO           DELIMITED BY SIZE
                  ' 文件:'             DELIMITED BY SIZE
                  RC-FILE-NM           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RC-MSG(1:40)         DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 2010-READ-RCP-RTN.

       2010-READ-RCP-RTN.
           READ RCP-FILE
             AT END SET WK-RCP-EOF     TO TRUE
           END-READ.

       2100-APPLY-RCP-RTN.
           IF RC-RESULT = '0'
           THEN
             ADD 1                     TO WK-RCP-OK-CNT
             MOVE '回执成功'           TO RPT-ACTN
             MOVE '4'                  TO SA-STC-STS
           ELSE
             ADD 1                     TO WK-RCP-FAIL-CNT
             MOVE '回执失败待重报'     TO RPT-ACTN
             MOVE '5'                  TO SA-STC-STS
           END-IF.
           MOVE RC-RESULT              TO SA-STC-RCP-STS.
           MOVE WK-BUSN-DT             TO SA-STC-RCP-DT.
           MOVE RC-MSG                 TO SA-STC-RCP-MSG.
           ADD 1                       TO SA-STC-DTL-SEQ-N.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRCAS
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           INITIALIZE                  SASTRDTL.
           MOVE SA-STC-DTL-SEQ-N       TO SA-STD-SEQ-N.
           MOVE 'R'                    TO SA-STD-REC-TYP.
           STRING RC-FILE-NM           DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
                  RC-RESULT            DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RC-MSG               DELIMITED BY SIZE
                                       INTO SA-STD-NOTE.
           MOVE WK-BUSN-DT             TO SA-STD-REG-DT.
           MOVE 'KSARSTK1'             TO SA-STD-OPR-NO.
           MOVE SA-LEGAL-PERSON-ID OF SASTRCAS
                                       TO SA-LEGAL-PERSON-ID
                                          OF SASTRDTL.
           MOVE SA-DB-PARTITION-ID OF SASTRCAS
                                       TO SA-DB-PARTITION-ID
                                          OF SASTRDTL.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           MOVE RC-CASE-NO             TO DBI-KEY-VALUE1(1).
           MOVE 'SASTRDTL'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRDTL
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      ****************************************************************
      *    时效监控                                                   *
      ****************************************************************
       3010-OPEN-CAS-RTN.
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

       3000-OVD-LOOP-RTN.
           MOVE SPACES                 TO OVD-TYPE.
           EVALUATE TRUE
             WHEN (SA-STC-STS = '0' OR SA-STC-STS = '1')
              AND SA-STC-DUE-DT < WK-BUSN-DT
               ADD 1                   TO WK-INV-OVD-CNT
               MOVE '调查超期'         TO OVD-TYPE
               MOVE SA-STC-DUE-DT      TO OVD-DT
             WHEN SA-STC-STS = '2'
              AND SA-STC-RPT-DUE-DT < WK-BUSN-DT
               ADD 1                   TO WK-RPT-OVD-CNT
               MOVE '确认后逾期未报'   TO OVD-TYPE
               MOVE SA-STC-RPT-DUE-DT  TO OVD-DT
             WHEN SA-STC-STS = '3'
              AND SA-STC-RPT-DT < WK-RCP-CUT-DT
               ADD 1                   TO WK-RCP-OVD-CNT
               MOVE '逾期未回执'       TO OVD-TYPE
               MOVE SA-STC-RPT-DT      TO OVD-DT
             WHEN SA-STC-STS = '5'
               ADD 1                   TO WK-RESUB-CNT
               MOVE '回执失败待重报'   TO OVD-TYPE
               MOVE SA-STC-RCP-DT      TO OVD-DT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF OVD-TYPE NOT = SPACES
           THEN
             MOVE SPACES               TO OVD-LINE
             STRING OVD-TYPE           DELIMITED BY SIZE
                    ' 案件:'           DELIMITED BY SIZE
                    SA-STC-CASE-NO     DELIMITED BY SIZE
                    ' 机构:'           DELIMITED BY SIZE
                    SA-STC-BRANCH-STD  DELIMITED BY SIZE
                    ' 调查员:'         DELIMITED BY SIZE
                    SA-STC-INV-OPR-NO  DELIMITED BY SIZE
                    ' 期限/日期:'      DELIMITED BY SIZE
                    OVD-DT             DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    SA-STC-CUST-NAME(1:30)
                                       DELIMITED BY SIZE
                                       INTO OVD-LINE
             WRITE OVD-LINE
           END-IF.
           PERFORM 3020-NEXT-CAS-RTN.

       3020-NEXT-CAS-RTN.
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

       3030-CLOSE-CAS-RTN.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SASTRCAS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '回执:'              DELIMITED BY SIZE
                  WK-RCP-CNT           DELIMITED BY SIZE
                  ' 成功:'             DELIMITED BY SIZE
                  WK-RCP-OK-CNT        DELIMITED BY SIZE
                  ' 失败:'             DELIMITED BY SIZE
                  WK-RCP-FAIL-CNT      DELIMITED BY SIZE
                  ' 不符未处理:'       DELIMITED BY SIZE
                  WK-RCP-REJ-CNT       DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO OVD-LINE.
           STRING '调查超期:'          DELIMITED BY SIZE
                  WK-INV-OVD-CNT       DELIMITED BY SIZE
                  ' 逾期未报:'         DELIMITED BY SIZE
                  WK-RPT-OVD-CNT       DELIMITED BY SIZE
                  ' 逾期未回执:'       DELIMITED BY SIZE
                  WK-RCP-OVD-CNT       DELIMITED BY SIZE
                  ' 待重报:'           DELIMITED BY SIZE
                  WK-RESUB-CNT         DELIMITED BY SIZE
                                       INTO OVD-LINE.
           WRITE OVD-LINE.
           CLOSE                       RCP-FILE
                                       RPT-FILE
                                       OVD-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARSTK'.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             CLOSE                       RCP-FILE
                                         RPT-FILE
                                         OVD-FILE
             STOP RUN
           END-IF.
