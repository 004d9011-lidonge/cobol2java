      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARSCN1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARSCN1                                *
      * DESCRIPTION........: DAILY SANCTIONS HIT/DISPOSITION LIST    *
      *                      制裁名单命中与处置日报(合规部门):扫描    *
      *                      合规审核挂起段,列示当日新增命中挂起、    *
      *                      当日放行/拒绝处置及全部未处置挂起(含     *
      *                      挂起天数),出分类合计;每营业日日终运行  *
      * KB/CF TO BE CALLED:                                          *
      * INPUT..............:                                         *
      * OUTPUT.............: SCNRPTOT                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSASCHD   SASCNHLD       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE             ASSIGN TO SCNRPTOT
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
       01 SASCNHLD.
          COPY                         SASCNHLD.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-BUSN-DT-N            PIC 9(08).
           05  WK-HOLD-DT-N            PIC 9(08).
           05  WK-TODAY-INT            PIC 9(09) COMP.
           05  WK-HOLD-DAYS            PIC 9(05).
           05  WK-SCH-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-SCH-EOF                    VALUE 'Y'.
           05  WK-REG-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-HIT-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-RLS-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-REJ-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-PND-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-PND-AMT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
       01  RPT-AMT-ED                  PIC -----------------9.99.
       01  RPT-TITLE                   PIC X(12).
       01  RPT-DSP                     PIC X(06).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2010-OPEN-SCH-RTN.
           PERFORM 2000-SCAN-SCH-RTN UNTIL WK-SCH-EOF.
           PERFORM 2030-CLOSE-SCH-RTN.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARSCN'.
           INITIALIZE                  PDBIMAIN.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT.
           MOVE WK-BUSN-DT             TO WK-BUSN-DT-N.
           COMPUTE WK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WK-BUSN-DT-N).
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '制裁名单命中与处置日报 营业日:'
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       2010-OPEN-SCH-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASCNHLD.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASCHD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SASCNHLD'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SASCNHLD
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-SCH-EOF            TO TRUE
           END-IF.

      *    一条挂起可同时出现在当日命中、当日处置或未处置中
       2000-SCAN-SCH-RTN.
           ADD 1                       TO WK-REG-CNT.
           IF SA-SCH-HOLD-DT = WK-BUSN-DT
           THEN
             ADD 1                     TO WK-HIT-CNT
             MOVE '当日命中'           TO RPT-TITLE
             PERFORM 3000-DETAIL-RTN
           END-IF.
           IF SA-SCH-STS NOT = '0' AND
              SA-SCH-DSP-DT = WK-BUSN-DT
           THEN
             PERFORM 3100-DISPOSE-RTN
           END-IF.
           IF SA-SCH-STS = '0'
           THEN
             PERFORM 3200-PENDING-RTN
           END-IF.
           PERFORM 2020-NEXT-SCH-RTN.

       2020-NEXT-SCH-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASCHD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SASCNHLD'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SASCNHLD
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-SCH-EOF            TO TRUE
           END-IF.

       2030-CLOSE-SCH-RTN.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SASCNHLD
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    挂起明细:交易、对手与命中名单各一行
       3000-DETAIL-RTN.
           MOVE SA-SCH-AMT             TO RPT-AMT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING RPT-TITLE            DELIMITED BY SIZE
                  ' 挂起编号:'         DELIMITED BY SIZE
                  SA-SCH-HOLD-NO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SA-SCH-SRC-PGM       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SA-SCH-DRCR-FLG      DELIMITED BY SIZE
                  ' 账号:'             DELIMITED BY SIZE
                  SA-SCH-ACCT-NO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SA-SCH-CURR-COD      DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '    对手:'          DELIMITED BY SIZE
                  SA-SCH-CP-NAME(1:40) DELIMITED BY SIZE
                  ' 行号:'             DELIMITED BY SIZE
                  SA-SCH-CP-BANK-NO    DELIMITED BY SIZE
                  ' 账号:'             DELIMITED BY SIZE
                  SA-SCH-CP-ACCT-NO    DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '    命中名单:'      DELIMITED BY SIZE
                  SA-SCH-LST-ID        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SA-SCH-LST-NAME(1:40)
                                       DELIMITED BY SIZE
                  ' 方式:'             DELIMITED BY SIZE
                  SA-SCH-MATCH-TYP     DELIMITED BY SIZE
                  ' 分值:'             DELIMITED BY SIZE
                  SA-SCH-SCORE         DELIMITED BY SIZE
                  ' 网点:'             DELIMITED BY SIZE
                  SA-SCH-BRANCH-STD    DELIMITED BY SIZE
                  ' 柜员:'             DELIMITED BY SIZE
                  SA-SCH-OPR-NO        DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       3100-DISPOSE-RTN.
           IF SA-SCH-STS = '1'
           THEN
             ADD 1                     TO WK-RLS-CNT
             MOVE '放行'               TO RPT-DSP
           ELSE
             ADD 1                     TO WK-REJ-CNT
             MOVE '拒绝'               TO RPT-DSP
           END-IF.
           MOVE '当日处置'             TO RPT-TITLE.
           PERFORM 3000-DETAIL-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '    处置:'          DELIMITED BY SIZE
                  RPT-DSP              DELIMITED BY SIZE
                  ' 柜员:'             DELIMITED BY SIZE
                  SA-SCH-DSP-OPR-NO    DELIMITED BY SIZE
                  ' 复核:'             DELIMITED BY SIZE
                  SA-SCH-DSP-CHK-OPR-NO
                                       DELIMITED BY SIZE
                  ' 放行流水:'         DELIMITED BY SIZE
                  SA-SCH-RLS-LOG-NO    DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '    意见:'          DELIMITED BY SIZE
                  SA-SCH-DSP-RMRK      DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

      *    未处置挂起:资金未入账/未付出,列挂起天数供催办
       3200-PENDING-RTN.
           ADD 1                       TO WK-PND-CNT.
           ADD SA-SCH-AMT              TO WK-PND-AMT.
           MOVE SA-SCH-HOLD-DT         TO WK-HOLD-DT-N.
           COMPUTE WK-HOLD-DAYS = WK-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(WK-HOLD-DT-N).
           MOVE '未处置'               TO RPT-TITLE.
           PERFORM 3000-DETAIL-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '    挂起日期:'      DELIMITED BY SIZE
                  SA-SCH-HOLD-DT       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SA-SCH-HOLD-TM       DELIMITED BY SIZE
                  ' 已挂起天数:'       DELIMITED BY SIZE
                  WK-HOLD-DAYS         DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '扫描挂起数:'        DELIMITED BY SIZE
                  WK-REG-CNT           DELIMITED BY SIZE
                  ' 当日命中:'         DELIMITED BY SIZE
                  WK-HIT-CNT           DELIMITED BY SIZE
                  ' 当日放行:'         DELIMITED BY SIZE
                  WK-RLS-CNT           DELIMITED BY SIZE
                  ' 当日拒绝:'         DELIMITED BY SIZE
                  WK-REJ-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
      *    未处置金额跨币种相加仅供核对,分币种见明细
           MOVE WK-PND-AMT             TO RPT-AMT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING '未处置挂起笔数:'    DELIMITED BY SIZE
                  WK-PND-CNT           DELIMITED BY SIZE
                  ' 金额合计:'         DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARSCN'.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             CLOSE                       RPT-FILE
             STOP RUN
           END-IF.
