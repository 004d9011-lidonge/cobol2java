      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARFRF1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARFRF1                                *
      * DESCRIPTION........: MONTHLY FEE REFUND REPORT (BMP)         *
      *                      服务费退费月报:扫描退费登记簿取本月    *
      *                      退费,按经办网点/币种/服务代码(SATRFTBL) *
      *                      分组列示逐笔退费(原收费明细/流水、原收  *
      *                      费金额、退费金额、理由、经办/复核),出  *
      *                      服务代码小计与网点币种合计;原收费已开  *
      *                      蓝字发票的部分退费标注须人工处理发票;  *
      *                      每月末营业日运行                        *
      * KB/CF TO BE CALLED:                                          *
      * INPUT..............:                                         *
      * OUTPUT.............: FRFRPTOT                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAFRFD   SAFRFREG       R                                   *
      * BSATRFD   SATRFTBL       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRK-FILE             ASSIGN TO FRFRPTWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO FRFSRTWK.
           SELECT SRD-FILE             ASSIGN TO FRFRPTST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO FRFRPTOT
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  WRK-FILE.
       01  WRK-LINE                    PIC X(250).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-SORT-KEY             PIC X(58).
           05  FILLER                  PIC X(192).
       FD  SRD-FILE.
       01  SRD-LINE                    PIC X(250).
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
       01 SAFRFREG.
          COPY                         SAFRFREG.
       01 SATRFTBL.
          COPY                         SATRFTBL.
      *    报表工作记录:本月每笔退费一条
       01  WK-FRF-REC.
           05  WF-SORT-KEY.
               10  WF-BRANCH-STD       PIC X(09).
               10  WF-CURR-COD         PIC X(03).
               10  WF-CURR-IDEN        PIC X(01).
               10  WF-SVC-COD          PIC X(06).
               10  WF-ACCT-NO          PIC X(32).
               10  WF-SEQ-N            PIC 9(07).
           05  WF-ORIG-DET-NO-N        PIC 9(07).
           05  WF-ORIG-LOG-NO          PIC X(24).
           05  WF-ORIG-TX-DT           PIC X(08).
           05  WF-ORIG-AMT             PIC S9(16)V9(2).
           05  WF-AMT                  PIC S9(16)V9(2).
           05  WF-CUM-AMT              PIC S9(16)V9(2).
           05  WF-RSN-COD              PIC X(02).
           05  WF-TX-DT                PIC X(08).
           05  WF-OPR-NO               PIC X(12).
           05  WF-CHK-OPR-NO           PIC X(12).
           05  WF-CR-DET-NO-N          PIC 9(07).
      *    M-原收费已开蓝字发票且为部分退费,须人工处理发票
           05  WF-FLAG                 PIC X(01).
           05  FILLER                  PIC X(57).
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-RPT-MONTH            PIC X(06).
           05  WK-RPT-BRANCH-STD       PIC X(09).
           05  WK-RPT-CURR.
               10  WK-RPT-CURR-COD     PIC X(03).
               10  WK-RPT-CURR-IDEN    PIC X(01).
           05  WK-RPT-SVC-COD          PIC X(06).
           05  WK-FRF-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-FRF-EOF                    VALUE 'Y'.
           05  WK-SRD-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-SRD-EOF                    VALUE 'Y'.
           05  WK-REG-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-RFD-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-MAN-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-SVC-CNT              PIC 9(05) VALUE ZEROS.
           05  WK-SVC-AMT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-BR-CNT               PIC 9(05) VALUE ZEROS.
           05  WK-BR-AMT               PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
       01  RPT-AMT-ED                  PIC -----------------9.99.
       01  RPT-AMT-ED2                 PIC -----------------9.99.
       01  RPT-SVC-NAME                PIC X(40).
       01  RPT-RSN                     PIC X(12).
       01  RPT-FLAG                    PIC X(36).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2010-OPEN-FRF-RTN.
           PERFORM 2000-SCAN-FRF-RTN UNTIL WK-FRF-EOF.
           PERFORM 2030-CLOSE-FRF-RTN.
           PERFORM 5000-REPORT-RTN.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARFRF'.
           INITIALIZE                  PDBIMAIN.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT.
           MOVE WK-BUSN-DT(1:6)        TO WK-RPT-MONTH.
           OPEN OUTPUT                 WRK-FILE
                                       RPT-FILE.

       2010-OPEN-FRF-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAFRFREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAFRFD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAFRFREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAFRFREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-FRF-EOF            TO TRUE
           END-IF.

      *    本月退费写工作记录
       2000-SCAN-FRF-RTN.
           ADD 1                       TO WK-REG-CNT.
           IF SA-FRF-TX-DT(1:6) = WK-RPT-MONTH
           THEN
             PERFORM 3000-BUILD-REC-RTN
           END-IF.
           PERFORM 2020-NEXT-FRF-RTN.

       2020-NEXT-FRF-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAFRFD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAFRFREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAFRFREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-FRF-EOF            TO TRUE
           END-IF.

       2030-CLOSE-FRF-RTN.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAFRFREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       3000-BUILD-REC-RTN.
           ADD 1                       TO WK-RFD-CNT.
           MOVE SPACES                 TO WK-FRF-REC.
           MOVE SA-FRF-OPUN-COD        TO WF-BRANCH-STD.
           MOVE SA-FRF-CURR-COD        TO WF-CURR-COD.
           MOVE SA-FRF-CURR-IDEN       TO WF-CURR-IDEN.
           MOVE SA-FRF-SVC-COD         TO WF-SVC-COD.
           MOVE SA-FRF-ACCT-NO         TO WF-ACCT-NO.
           MOVE SA-FRF-SEQ-N           TO WF-SEQ-N.
           MOVE SA-FRF-ORIG-DET-NO-N   TO WF-ORIG-DET-NO-N.
           MOVE SA-FRF-ORIG-LOG-NO     TO WF-ORIG-LOG-NO.
           MOVE SA-FRF-ORIG-TX-DT      TO WF-ORIG-TX-DT.
           MOVE SA-FRF-ORIG-AMT        TO WF-ORIG-AMT.
           MOVE SA-FRF-AMT             TO WF-AMT.
           MOVE SA-FRF-CUM-AMT         TO WF-CUM-AMT.
           MOVE SA-FRF-RSN-COD         TO WF-RSN-COD.
           MOVE SA-FRF-TX-DT           TO WF-TX-DT.
           MOVE SA-FRF-OPR-NO          TO WF-OPR-NO.
           MOVE SA-FRF-CHK-OPR-NO      TO WF-CHK-OPR-NO.
           MOVE SA-FRF-CR-DET-NO-N     TO WF-CR-DET-NO-N.
           IF SA-FRF-INV-FLG = C-CM-FLAG-YES AND
              SA-FRF-CUM-AMT < SA-FRF-ORIG-AMT
           THEN
             MOVE 'M'                  TO WF-FLAG
             ADD 1                     TO WK-MAN-CNT
           END-IF.
           WRITE WRK-LINE              FROM WK-FRF-REC.

      ****************************************************************
      *    按网点/币种/服务代码排序出表                              *
      ****************************************************************
       5000-REPORT-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-SORT-KEY
                USING WRK-FILE
                GIVING SRD-FILE.
           OPEN INPUT                  SRD-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '服务费退费月报 月份:' DELIMITED BY SIZE
                  WK-RPT-MONTH         DELIMITED BY SIZE
                  ' 营业日:'           DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE LOW-VALUES             TO WK-RPT-BRANCH-STD.
           MOVE LOW-VALUES             TO WK-RPT-CURR.
           MOVE LOW-VALUES             TO WK-RPT-SVC-COD.
           PERFORM 5010-READ-SRD-RTN.
           PERFORM 5100-SRD-LOOP-RTN UNTIL WK-SRD-EOF.
           IF WK-RPT-BRANCH-STD NOT = LOW-VALUES
           THEN
             PERFORM 5200-SVC-TOTAL-RTN
             PERFORM 5300-BR-TOTAL-RTN
           END-IF.
           CLOSE                       SRD-FILE.

       5010-READ-SRD-RTN.
           READ SRD-FILE               INTO WK-FRF-REC
             AT END
               SET WK-SRD-EOF          TO TRUE
           END-READ.

       5100-SRD-LOOP-RTN.
           IF WF-BRANCH-STD NOT = WK-RPT-BRANCH-STD OR
              WF-CURR-COD NOT = WK-RPT-CURR-COD OR
              WF-CURR-IDEN NOT = WK-RPT-CURR-IDEN
           THEN
             IF WK-RPT-BRANCH-STD NOT = LOW-VALUES
             THEN
               PERFORM 5200-SVC-TOTAL-RTN
               PERFORM 5300-BR-TOTAL-RTN
             END-IF
             MOVE WF-BRANCH-STD        TO WK-RPT-BRANCH-STD
             MOVE WF-CURR-COD          TO WK-RPT-CURR-COD
             MOVE WF-CURR-IDEN         TO WK-RPT-CURR-IDEN
             MOVE ZEROS                TO WK-BR-CNT
             MOVE ZEROS                TO WK-BR-AMT
             MOVE SPACES               TO RPT-LINE
             STRING '经办网点:'        DELIMITED BY SIZE
                    WF-BRANCH-STD      DELIMITED BY SIZE
                    ' 币种:'           DELIMITED BY SIZE
                    WF-CURR-COD        DELIMITED BY SIZE
                    '/'                DELIMITED BY SIZE
                    WF-CURR-IDEN       DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
             PERFORM 5150-SVC-HEAD-RTN
           ELSE
             IF WF-SVC-COD NOT = WK-RPT-SVC-COD
             THEN
               PERFORM 5200-SVC-TOTAL-RTN
               PERFORM 5150-SVC-HEAD-RTN
             END-IF
           END-IF.
           PERFORM 5110-DETAIL-RTN.
           PERFORM 5010-READ-SRD-RTN.

       5110-DETAIL-RTN.
           ADD 1                       TO WK-SVC-CNT.
           ADD WF-AMT                  TO WK-SVC-AMT.
           EVALUATE WF-RSN-COD
             WHEN '01'
               MOVE '误收'             TO RPT-RSN
             WHEN '02'
               MOVE '事后豁免'         TO RPT-RSN
             WHEN '03'
               MOVE '价目差错'         TO RPT-RSN
             WHEN '04'
               MOVE '客户投诉'         TO RPT-RSN
             WHEN OTHER
               MOVE '其他'             TO RPT-RSN
           END-EVALUATE.
           MOVE WF-ORIG-AMT            TO RPT-AMT-ED.
           MOVE WF-AMT                 TO RPT-AMT-ED2.
           MOVE SPACES                 TO RPT-LINE.
           STRING '  账号:'            DELIMITED BY SIZE
                  WF-ACCT-NO           DELIMITED BY SIZE
                  ' 原明细'            DELIMITED BY SIZE
                  WF-ORIG-DET-NO-N     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WF-ORIG-TX-DT        DELIMITED BY SIZE
                  ' 原收费:'           DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                  ' 退费:'             DELIMITED BY SIZE
                  RPT-AMT-ED2          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WF-FLAG = 'M'
           THEN
             MOVE '已开票部分退,人工处理' TO RPT-FLAG
           ELSE
             MOVE SPACES               TO RPT-FLAG
           END-IF.
           MOVE SPACES                 TO RPT-LINE.
           STRING '    原流水:'        DELIMITED BY SIZE
                  WF-ORIG-LOG-NO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WF-TX-DT             DELIMITED BY SIZE
                  ' 贷记明细'          DELIMITED BY SIZE
                  WF-CR-DET-NO-N       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RPT-RSN              DELIMITED BY SIZE
                  ' 经办:'             DELIMITED BY SIZE
                  WF-OPR-NO            DELIMITED BY SIZE
                  ' 复核:'             DELIMITED BY SIZE
                  WF-CHK-OPR-NO        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RPT-FLAG             DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

      *    服务代码表头:名称取价目表,登记簿无服务代码者单列
       5150-SVC-HEAD-RTN.
           MOVE WF-SVC-COD             TO WK-RPT-SVC-COD.
           MOVE ZEROS                  TO WK-SVC-CNT.
           MOVE ZEROS                  TO WK-SVC-AMT.
           MOVE SPACES                 TO RPT-SVC-NAME.
           IF WF-SVC-COD = SPACES
           THEN
             MOVE '未登记服务代码'     TO RPT-SVC-NAME
           ELSE
             INITIALIZE                PDBIMAIN
             INITIALIZE                SATRFTBL
             MOVE FT-RTRN-NOTFOUND     TO DBI-NORMAL-STATUS(1)
             MOVE 'BSATRFD'            TO DBI-DB-NAME
             MOVE FT-GU                TO DBI-FT-NAME
             MOVE 'SATRFTBL'           TO DBI-SEGMENT-NAME(1)
             MOVE WF-SVC-COD           TO DBI-KEY-VALUE1(1)
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SATRFTBL
                                       AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
             IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
             THEN
               MOVE SA-TRF-SVC-NAME    TO RPT-SVC-NAME
             END-IF
           END-IF.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' 服务代码:'         DELIMITED BY SIZE
                  WF-SVC-COD           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RPT-SVC-NAME         DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       5200-SVC-TOTAL-RTN.
           ADD WK-SVC-CNT              TO WK-BR-CNT.
           ADD WK-SVC-AMT              TO WK-BR-AMT.
           MOVE WK-SVC-AMT             TO RPT-AMT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' 服务代码小计 笔数:' DELIMITED BY SIZE
                  WK-SVC-CNT           DELIMITED BY SIZE
                  ' 退费金额:'         DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       5300-BR-TOTAL-RTN.
           MOVE WK-BR-AMT              TO RPT-AMT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' 本网点本币种合计 笔数:' DELIMITED BY SIZE
                  WK-BR-CNT            DELIMITED BY SIZE
                  ' 退费金额:'         DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '扫描登记数:'        DELIMITED BY SIZE
                  WK-REG-CNT           DELIMITED BY SIZE
                  ' 本月退费笔数:'     DELIMITED BY SIZE
                  WK-RFD-CNT           DELIMITED BY SIZE
                  ' 须人工处理发票:'   DELIMITED BY SIZE
                  WK-MAN-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARFRF'.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             CLOSE                       WRK-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
