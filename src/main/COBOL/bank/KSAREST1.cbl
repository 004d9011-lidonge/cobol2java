      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAREST1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAREST1                                *
      * DESCRIPTION........: EAST MONTHLY CORPORATE DEPOSIT EXTRACT  *
      *                      监管数据标准化(EAST)月报:单位活期存款 *
      *                      分户账(SAACNACN/SAACNAMT)、交易明细     *
      *                      (SAACNTXN及历史SAHISTXN)、冻结明细      *
      *                      (SAFRZDTL)按EAST代码映射转换;先执行    *
      *                      校验规则(字段完整性/代码有效性/余额    *
      *                      连续性),无错误方生成报送文件(头/明细/ *
      *                      校验尾),有错误只出错误清单待整改重跑   *
      * INPUT..............: ESTCTLIN ESTMAPIN                       *
      * OUTPUT.............: ESTACCOT ESTTXNOT ESTFRZOT ESTERROT     *
      *                      ESTCTLRP                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNAMT       R                                   *
      * BSAACND   SAACNTXN       R                                   *
      * BSAHISD   SAHISTXN       R                                   *
      * BSAFRZD   SAFRZDTL       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE             ASSIGN TO ESTCTLIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT MAP-FILE             ASSIGN TO ESTMAPIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT ACW-FILE             ASSIGN TO ESTACCWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT TXW-FILE             ASSIGN TO ESTTXNWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT FZW-FILE             ASSIGN TO ESTFRZWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT ACO-FILE             ASSIGN TO ESTACCOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT TXO-FILE             ASSIGN TO ESTTXNOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT FZO-FILE             ASSIGN TO ESTFRZOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT ERR-FILE             ASSIGN TO ESTERROT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO ESTCTLRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    控制卡:金融许可证号;报送月份(YYYYMM,空取上月)
       FD  CTL-FILE.
       01  CTL-REC.
           05  CT-INSTN-COD            PIC X(30).
           05  CT-RPT-MON              PIC X(06).
           05  FILLER                  PIC X(44).
      *    EAST代码映射:类别+行内代码->EAST代码
      *    CURR-币种 CHAR-账户性质 ASTS-账户状态 TTYP-现转
      *    CHAN-渠道 FSTS-冻结状态
       FD  MAP-FILE.
       01  MAP-REC.
           05  MP-TYPE                 PIC X(04).
           05  MP-INT-COD              PIC X(10).
           05  MP-EST-COD              PIC X(20).
           05  FILLER                  PIC X(46).
       FD  ACW-FILE.
       01  ACW-REC                     PIC X(400).
       FD  TXW-FILE.
       01  TXW-REC                     PIC X(400).
       FD  FZW-FILE.
       01  FZW-REC                     PIC X(400).
       FD  ACO-FILE.
       01  ACO-REC                     PIC X(400).
       FD  TXO-FILE.
       01  TXO-REC                     PIC X(400).
       FD  FZO-FILE.
       01  FZO-REC                     PIC X(400).
       FD  ERR-FILE.
       01  ERR-LINE                    PIC X(132).
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
       01 SAACNACN.
          COPY                         SAACNACN.
       01 SAACNAMT.
          COPY                         SAACNAMT.
       01 SAACNTXN.
          COPY                         SAACNTXN.
       01 SAHISTXN.
          COPY                         SAHISTXN.
       01 SAFRZDTL.
          COPY                         SAFRZDTL.
           COPY                        APPAREA.
      *    代码映射表,容量500
       01  WK-MP-TBL.
           05  WK-MP-CNT               PIC 9(04) VALUE ZEROS.
           05  WK-MP-ENT OCCURS 500 TIMES
                                       INDEXED BY WK-MP-IX.
               10  WK-MP-TYPE          PIC X(04).
               10  WK-MP-INT-COD       PIC X(10).
               10  WK-MP-EST-COD       PIC X(20).
      *    本账户各币种余额链:月内首笔起逐笔核对连续性
       01  WK-CB-TBL.
           05  WK-CB-CNT               PIC 9(02).
           05  WK-CB-ENT OCCURS 20 TIMES
                                       INDEXED BY WK-CB-IX.
               10  WK-CB-CURR-COD      PIC X(03).
               10  WK-CB-CURR-IDEN     PIC X(01).
      *        Y-月内已有明细(余额链已起)
               10  WK-CB-IN-FLG        PIC X(01).
      *        Y-月末后仍有明细(主档余额非月末余额)
               10  WK-CB-LATER-FLG     PIC X(01).
               10  WK-CB-BAL           PIC S9(16)V9(2) COMP-3.
      *        月末余额:月内末笔余额,或由月后首笔倒推
               10  WK-CB-MON-BAL       PIC S9(16)V9(2) COMP-3.
               10  WK-CB-MON-FLG       PIC X(01).
       01  WK-AREA.
           05  WK-INSTN-COD            PIC X(30).
           05  WK-TODAY                PIC X(08).
           05  WK-TODAY-R REDEFINES WK-TODAY.
               10  WK-TODAY-YY         PIC 9(04).
               10  WK-TODAY-MM         PIC 9(02).
               10  WK-TODAY-DD         PIC 9(02).
           05  WK-MON-STA-DT.
               10  WK-MON-YY           PIC 9(04).
               10  WK-MON-MM           PIC 9(02).
               10  WK-MON-DD           PIC 9(02).
           05  WK-MON-END-DT           PIC X(08).
           05  WK-NXT-MON-DT.
               10  WK-NXT-YY           PIC 9(04).
               10  WK-NXT-MM           PIC 9(02).
               10  WK-NXT-DD           PIC 9(02).
           05  WK-NXT-MON-N REDEFINES WK-NXT-MON-DT
                                       PIC 9(08).
           05  WK-DATE-INT             PIC 9(08).
           05  WK-MON-END-N            PIC 9(08).
           05  WK-MAP-TYPE             PIC X(04).
           05  WK-MAP-INT-COD          PIC X(10).
           05  WK-EST-COD              PIC X(20).
           05  WK-ERR-TBL              PIC X(08).
           05  WK-ERR-KEY              PIC X(44).
           05  WK-ERR-RULE             PIC X(04).
           05  WK-ERR-FLD              PIC X(20).
           05  WK-ERR-DESC             PIC X(50).
           05  WK-CALC-BAL             PIC S9(16)V9(2) COMP-3.
           05  WK-ACN-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-ACC-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-TXN-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-FRZ-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-ERR-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-ACC-BAL-TOT          PIC S9(18)V9(2) COMP-3
                                       VALUE ZEROS.
           05  WK-TXN-DR-TOT           PIC S9(18)V9(2) COMP-3
                                       VALUE ZEROS.
           05  WK-TXN-CR-TOT           PIC S9(18)V9(2) COMP-3
                                       VALUE ZEROS.
           05  WK-FRZ-AMT-TOT          PIC S9(18)V9(2) COMP-3
                                       VALUE ZEROS.
           05  WK-EDIT-CNT             PIC Z(08)9.
           05  WK-EDIT-AMT             PIC -(18)9.99.
           05  WK-FOUND-FLG            PIC X(01) VALUE 'N'.
               88  WK-KEY-FOUND                  VALUE 'Y'.
           05  WK-CTL-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CTL-EOF                    VALUE 'Y'.
           05  WK-MAP-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-MAP-EOF                    VALUE 'Y'.
           05  WK-ACN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACN-EOF                    VALUE 'Y'.
           05  WK-AMT-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-AMT-EOF                    VALUE 'Y'.
           05  WK-TXN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-TXN-EOF                    VALUE 'Y'.
           05  WK-HIS-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-HIS-EOF                    VALUE 'Y'.
           05  WK-FRZ-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-FRZ-EOF                    VALUE 'Y'.
           05  WK-CPY-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CPY-EOF                    VALUE 'Y'.
      *    分户账(单位活期存款分户账)
       01  EST-ACC-REC.
           05  EA-REC-TYP              PIC X(01).
           05  EA-INSTN-COD            PIC X(30).
           05  EA-BRANCH               PIC X(09).
           05  EA-CUST-NO              PIC X(20).
           05  EA-ACCT-NO              PIC X(32).
           05  EA-ACCT-NAME            PIC X(120).
           05  EA-CURR-COD             PIC X(03).
           05  EA-CURR-IDEN            PIC X(01).
           05  EA-ACCT-CHAR            PIC X(20).
           05  EA-ACCT-STS             PIC X(20).
           05  EA-OPAC-DT              PIC X(08).
           05  EA-BAL                  PIC -(16)9.99.
           05  EA-FRZ-AMT              PIC -(16)9.99.
           05  EA-COLL-DT              PIC X(08).
           05  FILLER                  PIC X(88).
      *    交易明细(单位活期存款交易明细)
       01  EST-TXN-REC.
           05  ET-REC-TYP              PIC X(01).
           05  ET-INSTN-COD            PIC X(30).
           05  ET-BRANCH               PIC X(09).
           05  ET-ACCT-NO              PIC X(32).
           05  ET-DET-N                PIC 9(07).
           05  ET-TX-DT                PIC X(08).
           05  ET-TX-TM                PIC X(08).
           05  ET-CURR-COD             PIC X(03).
      *        D-借 C-贷
           05  ET-DRCR-FLG             PIC X(01).
           05  ET-TX-AMT               PIC -(16)9.99.
           05  ET-BAL                  PIC -(16)9.99.
           05  ET-TX-TYP               PIC X(20).
           05  ET-CHAN                 PIC X(20).
           05  ET-EC-FLG               PIC X(01).
           05  ET-DSCRP-COD            PIC X(04).
           05  ET-OP-ACCT-NO           PIC X(32).
           05  ET-OP-CUST-NAME         PIC X(120).
           05  ET-OP-BANK-NO           PIC X(09).
           05  ET-OPR-NO               PIC X(12).
           05  ET-CHK-OPR-NO           PIC X(12).
           05  ET-TX-LOG-NO            PIC X(24).
           05  ET-COLL-DT              PIC X(08).
           05  FILLER                  PIC X(01).
      *    冻结明细
       01  EST-FRZ-REC.
           05  EF-REC-TYP              PIC X(01).
           05  EF-INSTN-COD            PIC X(30).
           05  EF-BRANCH               PIC X(09).
           05  EF-ACCT-NO              PIC X(32).
           05  EF-SEQ-N                PIC 9(05).
           05  EF-CURR-COD             PIC X(03).
           05  EF-AUTH-ORG             PIC X(60).
           05  EF-DOC-NO               PIC X(20).
           05  EF-FRZ-AMT              PIC -(16)9.99.
           05  EF-STA-DT               PIC X(08).
           05  EF-EXP-DT               PIC X(08).
           05  EF-FRZ-STS              PIC X(20).
           05  EF-REL-DT               PIC X(08).
           05  EF-COLL-DT              PIC X(08).
           05  FILLER                  PIC X(168).
      *    头/校验尾:笔数及金额校验和
       01  EST-CTL-REC.
           05  EC-REC-TYP              PIC X(01).
           05  EC-INSTN-COD            PIC X(30).
           05  EC-TBL-NAME             PIC X(08).
           05  EC-COLL-DT              PIC X(08).
           05  EC-REC-CNT              PIC 9(09).
           05  EC-SUM-1                PIC -(18)9.99.
           05  EC-SUM-2                PIC -(18)9.99.
           05  FILLER                  PIC X(300).
       01  ERR-DETAIL.
           05  ER-TBL                  PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ER-KEY                  PIC X(44).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ER-RULE                 PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ER-FLD                  PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ER-DESC                 PIC X(50).
           05  FILLER                  PIC X(02) VALUE SPACES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-ACN-RTN UNTIL WK-ACN-EOF.
           PERFORM 6000-SCAN-FRZ-RTN.
           CLOSE                       ACW-FILE
                                       TXW-FILE
                                       FZW-FILE.
      *    校验无错误方生成报送文件
           IF WK-ERR-CNT = ZEROS
           THEN
             PERFORM 8000-WRITE-EST-RTN
           END-IF.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-TODAY             FROM DATE YYYYMMDD.
           MOVE WK-TODAY               TO SYS-BUSN-DT.
           OPEN OUTPUT                 ACW-FILE
                                       TXW-FILE
                                       FZW-FILE
                                       ERR-FILE
                                       RPT-FILE.
           PERFORM 1100-READ-CTL-RTN.
           PERFORM 1200-SET-MON-RTN.
           PERFORM 1300-LOAD-MAP-RTN.
           MOVE SPACES                 TO ERR-LINE.
           STRING 'EAST报送校验错误清单 ' DELIMITED BY SIZE
                  WK-MON-STA-DT(1:6)   DELIMITED BY SIZE
                                       INTO ERR-LINE
           WRITE ERR-LINE.
           MOVE SPACES                 TO ERR-LINE.
           STRING '表名     键值'      DELIMITED BY SIZE
                  '                                         '
                                       DELIMITED BY SIZE
                  '规则 栏位                 说明'
                                       DELIMITED BY SIZE
                                       INTO ERR-LINE
           WRITE ERR-LINE.
           PERFORM 2010-OPEN-ACN-RTN.

       1100-READ-CTL-RTN.
           MOVE SPACES                 TO WK-INSTN-COD
                                          WK-MON-STA-DT.
           OPEN INPUT                  CTL-FILE.
           READ CTL-FILE
             AT END
               SET WK-CTL-EOF          TO TRUE
           END-READ.
           IF NOT WK-CTL-EOF
           THEN
             MOVE CT-INSTN-COD         TO WK-INSTN-COD
             IF CT-RPT-MON IS NUMERIC
             THEN
               MOVE CT-RPT-MON         TO WK-MON-STA-DT(1:6)
               MOVE '01'               TO WK-MON-STA-DT(7:2)
             END-IF
           END-IF.
           CLOSE                       CTL-FILE.
      *    金融许可证号为报送主键,缺失不予运行
           IF WK-INSTN-COD = SPACES
           THEN
             MOVE SPACES               TO RPT-LINE
             MOVE '控制卡未给金融许可证号,作业终止'
                                       TO RPT-LINE
             WRITE RPT-LINE
             CLOSE                     ACW-FILE
                                       TXW-FILE
                                       FZW-FILE
                                       ERR-FILE
                                       RPT-FILE
             STOP RUN
           END-IF.

      *    未指定月份取上月;采集日期为该月月末
       1200-SET-MON-RTN.
           IF WK-MON-STA-DT = SPACES
           THEN
             IF WK-TODAY-MM = 1
             THEN
               COMPUTE WK-MON-YY = WK-TODAY-YY - 1
               MOVE 12                 TO WK-MON-MM
             ELSE
               MOVE WK-TODAY-YY        TO WK-MON-YY
               COMPUTE WK-MON-MM = WK-TODAY-MM - 1
             END-IF
             MOVE 1                    TO WK-MON-DD
           END-IF.
           IF WK-MON-MM = 12
           THEN
             COMPUTE WK-NXT-YY = WK-MON-YY + 1
             MOVE 1                    TO WK-NXT-MM
           ELSE
             MOVE WK-MON-YY            TO WK-NXT-YY
             COMPUTE WK-NXT-MM = WK-MON-MM + 1
           END-IF.
           MOVE 1                      TO WK-NXT-DD.
           COMPUTE WK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WK-NXT-MON-N) - 1.
           COMPUTE WK-MON-END-N =
               FUNCTION DATE-OF-INTEGER(WK-DATE-INT).
           MOVE WK-MON-END-N           TO WK-MON-END-DT.

       1300-LOAD-MAP-RTN.
           OPEN INPUT                  MAP-FILE.
           PERFORM 1310-READ-MAP-RTN.
           PERFORM 1320-ADD-MAP-RTN UNTIL WK-MAP-EOF.
           CLOSE                       MAP-FILE.

       1310-READ-MAP-RTN.
           READ MAP-FILE
             AT END
               SET WK-MAP-EOF          TO TRUE
           END-READ.

       1320-ADD-MAP-RTN.
           IF WK-MP-CNT < 500
           THEN
             ADD 1                     TO WK-MP-CNT
             SET WK-MP-IX              TO WK-MP-CNT
             MOVE MP-TYPE              TO WK-MP-TYPE(WK-MP-IX)
             MOVE MP-INT-COD           TO WK-MP-INT-COD(WK-MP-IX)
             MOVE MP-EST-COD           TO WK-MP-EST-COD(WK-MP-IX)
           END-IF.
           PERFORM 1310-READ-MAP-RTN.

       2010-OPEN-ACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-ACN-EOF            TO TRUE
           END-IF.

      *    月末后开立的账户不报;先过明细建余额链,再出分户账
       2000-SCAN-ACN-RTN.
           ADD 1                       TO WK-ACN-CNT.
           IF SA-OPAC-DT OF SAACNACN NOT > WK-MON-END-DT
           THEN
             MOVE ZEROS                TO WK-CB-CNT
             PERFORM 3000-SCAN-HIS-RTN
             PERFORM 3100-SCAN-TXN-RTN
             PERFORM 4000-SCAN-AMT-RTN
           END-IF.
           PERFORM 2020-NEXT-ACN-RTN.

       2020-NEXT-ACN-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-ACN-EOF            TO TRUE
           END-IF.

      *    历史明细(年终归档)在前,布局与在线一致,搬入在线区共用
      *    过滤/校验逻辑
       3000-SCAN-HIS-RTN.
           MOVE 'N'                    TO WK-HIS-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAHISTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAHISD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAHISTXN'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAHISTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-HIS-EOF            TO TRUE
           END-IF.
           PERFORM 3010-HIS-LOOP-RTN UNTIL WK-HIS-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAHISTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       3010-HIS-LOOP-RTN.
           MOVE SAHISTXN               TO SAACNTXN.
           PERFORM 3200-CHECK-TXN-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAHISD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAHISTXN'             TO DBI-SEGMENT-NAME(1).
           MOVE '0'                    TO DBI-CMD-CODE(1 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAHISTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-HIS-EOF            TO TRUE
           END-IF.

       3100-SCAN-TXN-RTN.
           MOVE 'N'                    TO WK-TXN-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-EOF            TO TRUE
           END-IF.
           PERFORM 3110-TXN-LOOP-RTN UNTIL WK-TXN-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       3110-TXN-LOOP-RTN.
           PERFORM 3200-CHECK-TXN-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE '0'                    TO DBI-CMD-CODE(2 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-EOF            TO TRUE
           END-IF.

      *    月前明细跳过;月内明细校验后出明细记录;月后明细只用于
      *    倒推月末余额
       3200-CHECK-TXN-RTN.
           IF SA-TX-DT OF SAACNTXN NOT < WK-MON-STA-DT
           THEN
             PERFORM 3210-FIND-CB-RTN
             IF SA-TX-DT OF SAACNTXN > WK-MON-END-DT
             THEN
               IF WK-CB-LATER-FLG(WK-CB-IX) NOT = 'Y'
               THEN
                 MOVE 'Y'              TO WK-CB-LATER-FLG(WK-CB-IX)
                 IF WK-CB-MON-FLG(WK-CB-IX) NOT = 'Y'
                 THEN
                   COMPUTE WK-CB-MON-BAL(WK-CB-IX) =
                           SA-DDP-ACCT-BAL OF SAACNTXN
                         - SA-CR-AMT OF SAACNTXN
                         + SA-DR-AMT OF SAACNTXN
                   MOVE 'Y'            TO WK-CB-MON-FLG(WK-CB-IX)
                 END-IF
               END-IF
             ELSE
               PERFORM 3300-EDIT-TXN-RTN
             END-IF
           END-IF.

       3210-FIND-CB-RTN.
           MOVE 'N'                    TO WK-FOUND-FLG.
           SET WK-CB-IX                TO 1.
           PERFORM 3220-SEARCH-CB-RTN
                   UNTIL WK-CB-IX > WK-CB-CNT
                      OR WK-KEY-FOUND.
           IF NOT WK-KEY-FOUND
           THEN
             IF WK-CB-CNT < 20
             THEN
               ADD 1                   TO WK-CB-CNT
             END-IF
             SET WK-CB-IX              TO WK-CB-CNT
             MOVE SA-CURR-COD OF SAACNTXN
                                       TO WK-CB-CURR-COD(WK-CB-IX)
             MOVE SA-CURR-IDEN OF SAACNTXN
                                       TO WK-CB-CURR-IDEN(WK-CB-IX)
             MOVE 'N'                  TO WK-CB-IN-FLG(WK-CB-IX)
                                          WK-CB-LATER-FLG(WK-CB-IX)
                                          WK-CB-MON-FLG(WK-CB-IX)
             MOVE ZEROS                TO WK-CB-BAL(WK-CB-IX)
                                          WK-CB-MON-BAL(WK-CB-IX)
           END-IF.

       3220-SEARCH-CB-RTN.
           IF WK-CB-CURR-COD(WK-CB-IX) = SA-CURR-COD OF SAACNTXN AND
              WK-CB-CURR-IDEN(WK-CB-IX) = SA-CURR-IDEN OF SAACNTXN
           THEN
             SET WK-KEY-FOUND          TO TRUE
           ELSE
             SET WK-CB-IX              UP BY 1
           END-IF.

       3300-EDIT-TXN-RTN.
           MOVE SPACES                 TO EST-TXN-REC.
           MOVE 'D'                    TO ET-REC-TYP.
           MOVE WK-INSTN-COD           TO ET-INSTN-COD.
           MOVE SA-OPUN-COD OF SAACNTXN
                                       TO ET-BRANCH.
           MOVE SA-ACCT-NO OF SAACNACN TO ET-ACCT-NO.
           MOVE SA-DDP-ACCT-NO-DET-N OF SAACNTXN
                                       TO ET-DET-N.
           MOVE SA-TX-DT OF SAACNTXN   TO ET-TX-DT.
           MOVE SA-TX-TM OF SAACNTXN   TO ET-TX-TM.
           MOVE SA-EC-FLG OF SAACNTXN  TO ET-EC-FLG.
           MOVE SA-DSCRP-COD OF SAACNTXN
                                       TO ET-DSCRP-COD.
           MOVE SA-OP-ACCT-NO-32 OF SAACNTXN
                                       TO ET-OP-ACCT-NO.
           MOVE SA-OP-CUST-NAME OF SAACNTXN
                                       TO ET-OP-CUST-NAME.
           MOVE SA-OP-BANK-NO OF SAACNTXN
                                       TO ET-OP-BANK-NO.
           MOVE SA-OPR-NO OF SAACNTXN  TO ET-OPR-NO.
           MOVE SA-CHK-OPR-NO OF SAACNTXN
                                       TO ET-CHK-OPR-NO.
           MOVE SA-TX-LOG-NO OF SAACNTXN
                                       TO ET-TX-LOG-NO.
           MOVE WK-MON-END-DT          TO ET-COLL-DT.
           MOVE SA-DDP-ACCT-BAL OF SAACNTXN
                                       TO ET-BAL.
           IF SA-DR-AMT OF SAACNTXN NOT = ZEROS
           THEN
             MOVE 'D'                  TO ET-DRCR-FLG
             MOVE SA-DR-AMT OF SAACNTXN
                                       TO ET-TX-AMT
             ADD SA-DR-AMT OF SAACNTXN TO WK-TXN-DR-TOT
           ELSE
             MOVE 'C'                  TO ET-DRCR-FLG
             MOVE SA-CR-AMT OF SAACNTXN
                                       TO ET-TX-AMT
             ADD SA-CR-AMT OF SAACNTXN TO WK-TXN-CR-TOT
           END-IF.
           MOVE 'EASTTXN'              TO WK-ERR-TBL.
           MOVE SPACES                 TO WK-ERR-KEY.
           STRING SA-ACCT-NO OF SAACNACN
                                       DELIMITED BY SPACE
                  '/'                  DELIMITED BY SIZE
                  ET-DET-N             DELIMITED BY SIZE
                                       INTO WK-ERR-KEY.
      *    字段完整性
           IF SA-TX-LOG-NO OF SAACNTXN = SPACES
           THEN
             MOVE 'TX-LOG-NO'          TO WK-ERR-FLD
             PERFORM 7100-ERR-MISSING-RTN
           END-IF.
           IF SA-OPUN-COD OF SAACNTXN = SPACES
           THEN
             MOVE 'OPUN-COD'           TO WK-ERR-FLD
             PERFORM 7100-ERR-MISSING-RTN
           END-IF.
           IF SA-OPR-NO OF SAACNTXN = SPACES
           THEN
             MOVE 'OPR-NO'             TO WK-ERR-FLD
             PERFORM 7100-ERR-MISSING-RTN
           END-IF.
           IF SA-DR-AMT OF SAACNTXN = ZEROS AND
              SA-CR-AMT OF SAACNTXN = ZEROS
           THEN
             MOVE 'TX-AMT'             TO WK-ERR-FLD
             PERFORM 7100-ERR-MISSING-RTN
           END-IF.
      *    代码有效性
           MOVE 'CURR'                 TO WK-MAP-TYPE.
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO WK-MAP-INT-COD.
           PERFORM 7000-MAP-CODE-RTN.
           MOVE WK-EST-COD             TO ET-CURR-COD.
           MOVE 'TTYP'                 TO WK-MAP-TYPE.
           MOVE SA-TX-TYP OF SAACNTXN  TO WK-MAP-INT-COD.
           PERFORM 7000-MAP-CODE-RTN.
           MOVE WK-EST-COD             TO ET-TX-TYP.
           MOVE 'CHAN'                 TO WK-MAP-TYPE.
           MOVE SA-LCH-CHAN-NO OF SAACNTXN
                                       TO WK-MAP-INT-COD.
           PERFORM 7000-MAP-CODE-RTN.
           MOVE WK-EST-COD             TO ET-CHAN.
      *    余额连续性:上笔余额+贷-借=本笔余额
           IF WK-CB-IN-FLG(WK-CB-IX) = 'Y'
           THEN
             COMPUTE WK-CALC-BAL = WK-CB-BAL(WK-CB-IX)
                                 + SA-CR-AMT OF SAACNTXN
                                 - SA-DR-AMT OF SAACNTXN
             IF WK-CALC-BAL NOT = SA-DDP-ACCT-BAL OF SAACNTXN
             THEN
               MOVE 'R03'              TO WK-ERR-RULE
               MOVE 'DDP-ACCT-BAL'     TO WK-ERR-FLD
               MOVE '余额不连续:上笔余额加减发生额'
                                       TO WK-ERR-DESC
               MOVE '不等于本笔余额'   TO WK-ERR-DESC(44:)
               PERFORM 7200-WRITE-ERR-RTN
             END-IF
           END-IF.
           MOVE 'Y'                    TO WK-CB-IN-FLG(WK-CB-IX).
           MOVE SA-DDP-ACCT-BAL OF SAACNTXN
                                       TO WK-CB-BAL(WK-CB-IX).
           WRITE TXW-REC               FROM EST-TXN-REC.
           ADD 1                       TO WK-TXN-CNT.

      *    分户账:一币种一记录;月末余额取余额链,无月后明细时
      *    月内末笔余额须与主档余额一致
       4000-SCAN-AMT-RTN.
           MOVE 'N'                    TO WK-AMT-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AMT-EOF            TO TRUE
           END-IF.
           PERFORM 4010-AMT-LOOP-RTN UNTIL WK-AMT-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       4010-AMT-LOOP-RTN.
           PERFORM 4100-EDIT-ACC-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE '0'                    TO DBI-CMD-CODE(2 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AMT-EOF            TO TRUE
           END-IF.

       4100-EDIT-ACC-RTN.
           MOVE 'N'                    TO WK-FOUND-FLG.
           SET WK-CB-IX                TO 1.
           PERFORM 4110-SEARCH-CB-RTN
                   UNTIL WK-CB-IX > WK-CB-CNT
                      OR WK-KEY-FOUND.
      *    月初前已销户且月内外均无明细的币种不报
           IF SA-DDP-ACCT-STS OF SAACNAMT = C-SA-CLOSED-COD AND
              NOT WK-KEY-FOUND
           THEN
             CONTINUE
           ELSE
             PERFORM 4200-WRITE-ACC-RTN
           END-IF.

       4110-SEARCH-CB-RTN.
           IF WK-CB-CURR-COD(WK-CB-IX) = SA-CURR-COD OF SAACNAMT AND
              WK-CB-CURR-IDEN(WK-CB-IX) = SA-CURR-IDEN OF SAACNAMT
           THEN
             SET WK-KEY-FOUND          TO TRUE
           ELSE
             SET WK-CB-IX              UP BY 1
           END-IF.

       4200-WRITE-ACC-RTN.
           MOVE SPACES                 TO EST-ACC-REC.
           MOVE 'D'                    TO EA-REC-TYP.
           MOVE WK-INSTN-COD           TO EA-INSTN-COD.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO EA-BRANCH.
           MOVE SA-CUST-NO OF SAACNACN TO EA-CUST-NO.
           MOVE SA-ACCT-NO OF SAACNACN TO EA-ACCT-NO.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO EA-ACCT-NAME.
           MOVE SA-CURR-IDEN OF SAACNAMT
                                       TO EA-CURR-IDEN.
           MOVE SA-OPAC-DT OF SAACNACN TO EA-OPAC-DT.
           MOVE SA-FRZ-AMT OF SAACNAMT TO EA-FRZ-AMT.
           MOVE WK-MON-END-DT          TO EA-COLL-DT.
           MOVE SA-ACCT-BAL OF SAACNAMT
                                       TO WK-CALC-BAL.
           IF WK-KEY-FOUND
           THEN
             IF WK-CB-MON-FLG(WK-CB-IX) = 'Y'
             THEN
               MOVE WK-CB-MON-BAL(WK-CB-IX)
                                       TO WK-CALC-BAL
             ELSE
               IF WK-CB-IN-FLG(WK-CB-IX) = 'Y'
               THEN
                 MOVE WK-CB-BAL(WK-CB-IX)
                                       TO WK-CALC-BAL
               END-IF
             END-IF
           END-IF.
           MOVE WK-CALC-BAL            TO EA-BAL.
           ADD WK-CALC-BAL             TO WK-ACC-BAL-TOT.
           MOVE 'EASTACC'              TO WK-ERR-TBL.
           MOVE SPACES                 TO WK-ERR-KEY.
           STRING SA-ACCT-NO OF SAACNACN
                                       DELIMITED BY SPACE
                  '/'                  DELIMITED BY SIZE
                  SA-CURR-COD OF SAACNAMT
                                       DELIMITED BY SIZE
                  SA-CURR-IDEN OF SAACNAMT
                                       DELIMITED BY SIZE
                                       INTO WK-ERR-KEY.
      *    字段完整性
           IF SA-CUST-NO OF SAACNACN = SPACES
           THEN
             MOVE 'CUST-NO'            TO WK-ERR-FLD
             PERFORM 7100-ERR-MISSING-RTN
           END-IF.
           IF SA-ACCT-NAME OF SAACNACN = SPACES
           THEN
             MOVE 'ACCT-NAME'          TO WK-ERR-FLD
             PERFORM 7100-ERR-MISSING-RTN
           END-IF.
           IF SA-OPAC-INSTN-NO OF SAACNACN = SPACES
           THEN
             MOVE 'OPAC-INSTN-NO'      TO WK-ERR-FLD
             PERFORM 7100-ERR-MISSING-RTN
           END-IF.
           IF SA-OPAC-DT OF SAACNACN = SPACES
           THEN
             MOVE 'OPAC-DT'            TO WK-ERR-FLD
             PERFORM 7100-ERR-MISSING-RTN
           END-IF.
      *    代码有效性
           MOVE 'CURR'                 TO WK-MAP-TYPE.
           MOVE SA-CURR-COD OF SAACNAMT
                                       TO WK-MAP-INT-COD.
           PERFORM 7000-MAP-CODE-RTN.
           MOVE WK-EST-COD             TO EA-CURR-COD.
           MOVE 'CHAR'                 TO WK-MAP-TYPE.
           MOVE SA-ACCT-CHAR OF SAACNACN
                                       TO WK-MAP-INT-COD.
           PERFORM 7000-MAP-CODE-RTN.
           MOVE WK-EST-COD             TO EA-ACCT-CHAR.
           MOVE 'ASTS'                 TO WK-MAP-TYPE.
           MOVE SA-DDP-ACCT-STS OF SAACNAMT
                                       TO WK-MAP-INT-COD.
           PERFORM 7000-MAP-CODE-RTN.
           MOVE WK-EST-COD             TO EA-ACCT-STS.
      *    余额连续性:无月后明细时月内末笔余额即主档余额
           IF WK-KEY-FOUND
           THEN
             IF WK-CB-LATER-FLG(WK-CB-IX) NOT = 'Y' AND
                WK-CB-IN-FLG(WK-CB-IX) = 'Y' AND
                WK-CB-BAL(WK-CB-IX) NOT = SA-ACCT-BAL OF SAACNAMT
             THEN
               MOVE 'R04'              TO WK-ERR-RULE
               MOVE 'ACCT-BAL'         TO WK-ERR-FLD
               MOVE '末笔明细余额与分户账余额不符'
                                       TO WK-ERR-DESC
               PERFORM 7200-WRITE-ERR-RTN
             END-IF
           END-IF.
           WRITE ACW-REC               FROM EST-ACC-REC.
           ADD 1                       TO WK-ACC-CNT.

      *    冻结明细:月末存续/轮候的,及月内新冻结或解除的
       6000-SCAN-FRZ-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAFRZDTL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAFRZD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAFRZDTL'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAFRZDTL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-FRZ-EOF            TO TRUE
           END-IF.
           PERFORM 6010-FRZ-LOOP-RTN UNTIL WK-FRZ-EOF.

       6010-FRZ-LOOP-RTN.
           IF SA-FRZ-STA-DT NOT > WK-MON-END-DT AND
              ( SA-FRZ-STS = '0' OR '3' OR
                SA-FRZ-REL-DT NOT < WK-MON-STA-DT )
           THEN
             PERFORM 6100-EDIT-FRZ-RTN
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAFRZD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAFRZDTL'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAFRZDTL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-FRZ-EOF            TO TRUE
           END-IF.

       6100-EDIT-FRZ-RTN.
           MOVE SPACES                 TO EST-FRZ-REC.
           MOVE 'D'                    TO EF-REC-TYP.
           MOVE WK-INSTN-COD           TO EF-INSTN-COD.
           MOVE SA-FRZ-REG-BRANCH      TO EF-BRANCH.
           MOVE SA-FRZ-ACCT-NO         TO EF-ACCT-NO.
           MOVE SA-FRZ-SEQ-N           TO EF-SEQ-N.
           MOVE SA-FRZ-AUTH-ORG        TO EF-AUTH-ORG.
           MOVE SA-FRZ-DOC-NO          TO EF-DOC-NO.
           MOVE SA-FRZ-DTL-AMT         TO EF-FRZ-AMT.
           MOVE SA-FRZ-STA-DT          TO EF-STA-DT.
           MOVE SA-FRZ-EXP-DT          TO EF-EXP-DT.
           MOVE SA-FRZ-REL-DT          TO EF-REL-DT.
           MOVE WK-MON-END-DT          TO EF-COLL-DT.
           ADD SA-FRZ-DTL-AMT          TO WK-FRZ-AMT-TOT.
           MOVE 'EASTFRZ'              TO WK-ERR-TBL.
           MOVE SPACES                 TO WK-ERR-KEY.
           STRING SA-FRZ-ACCT-NO       DELIMITED BY SPACE
                  '/'                  DELIMITED BY SIZE
                  SA-FRZ-SEQ-N         DELIMITED BY SIZE
                                       INTO WK-ERR-KEY.
           IF SA-FRZ-AUTH-ORG = SPACES
           THEN
             MOVE 'FRZ-AUTH-ORG'       TO WK-ERR-FLD
             PERFORM 7100-ERR-MISSING-RTN
           END-IF.
           IF SA-FRZ-DOC-NO = SPACES
           THEN
             MOVE 'FRZ-DOC-NO'         TO WK-ERR-FLD
             PERFORM 7100-ERR-MISSING-RTN
           END-IF.
           IF SA-FRZ-DTL-AMT NOT > ZEROS
           THEN
             MOVE 'FRZ-DTL-AMT'        TO WK-ERR-FLD
             PERFORM 7100-ERR-MISSING-RTN
           END-IF.
           IF SA-FRZ-EXP-DT NOT = SPACES AND
              SA-FRZ-EXP-DT < SA-FRZ-STA-DT
           THEN
             MOVE 'R05'                TO WK-ERR-RULE
             MOVE 'FRZ-EXP-DT'         TO WK-ERR-FLD
             MOVE '冻结到期日早于起始日'
                                       TO WK-ERR-DESC
             PERFORM 7200-WRITE-ERR-RTN
           END-IF.
           MOVE 'CURR'                 TO WK-MAP-TYPE.
           MOVE SA-FRZ-CURR-COD        TO WK-MAP-INT-COD.
           PERFORM 7000-MAP-CODE-RTN.
           MOVE WK-EST-COD             TO EF-CURR-COD.
           MOVE 'FSTS'                 TO WK-MAP-TYPE.
           MOVE SA-FRZ-STS             TO WK-MAP-INT-COD.
           PERFORM 7000-MAP-CODE-RTN.
           MOVE WK-EST-COD             TO EF-FRZ-STS.
           WRITE FZW-REC               FROM EST-FRZ-REC.
           ADD 1                       TO WK-FRZ-CNT.

      *    行内代码转EAST代码;映射表无此代码即代码有效性错误
       7000-MAP-CODE-RTN.
           MOVE SPACES                 TO WK-EST-COD.
           MOVE 'N'                    TO WK-FOUND-FLG.
           SET WK-MP-IX                TO 1.
           PERFORM 7010-SEARCH-MAP-RTN
                   UNTIL WK-MP-IX > WK-MP-CNT
                      OR WK-KEY-FOUND.
           IF WK-KEY-FOUND
           THEN
             MOVE WK-MP-EST-COD(WK-MP-IX)
                                       TO WK-EST-COD
           ELSE
             MOVE 'R02'                TO WK-ERR-RULE
             MOVE SPACES               TO WK-ERR-FLD
             STRING WK-MAP-TYPE        DELIMITED BY SIZE
                    '='                DELIMITED BY SIZE
                    WK-MAP-INT-COD     DELIMITED BY SIZE
                                       INTO WK-ERR-FLD
             MOVE '代码无EAST映射'     TO WK-ERR-DESC
             PERFORM 7200-WRITE-ERR-RTN
           END-IF.
      *    映射查找已借用命中标志,复位免影响调用方
           MOVE 'N'                    TO WK-FOUND-FLG.

       7010-SEARCH-MAP-RTN.
           IF WK-MP-TYPE(WK-MP-IX) = WK-MAP-TYPE AND
              WK-MP-INT-COD(WK-MP-IX) = WK-MAP-INT-COD
           THEN
             SET WK-KEY-FOUND          TO TRUE
           ELSE
             SET WK-MP-IX              UP BY 1
           END-IF.

       7100-ERR-MISSING-RTN.
           MOVE 'R01'                  TO WK-ERR-RULE.
           MOVE '必填字段为空'         TO WK-ERR-DESC.
           PERFORM 7200-WRITE-ERR-RTN.

       7200-WRITE-ERR-RTN.
           MOVE SPACES                 TO ERR-DETAIL.
           MOVE WK-ERR-TBL             TO ER-TBL.
           MOVE WK-ERR-KEY             TO ER-KEY.
           MOVE WK-ERR-RULE            TO ER-RULE.
           MOVE WK-ERR-FLD             TO ER-FLD.
           MOVE WK-ERR-DESC            TO ER-DESC.
           WRITE ERR-LINE              FROM ERR-DETAIL.
           ADD 1                       TO WK-ERR-CNT.

      *    报送文件:头记录+明细+校验尾(笔数/金额校验和)
       8000-WRITE-EST-RTN.
           OPEN OUTPUT                 ACO-FILE
                                       TXO-FILE
                                       FZO-FILE.
           MOVE 'EASTACC'              TO EC-TBL-NAME.
           PERFORM 8900-SET-HDR-RTN.
           WRITE ACO-REC               FROM EST-CTL-REC.
           OPEN INPUT                  ACW-FILE.
           MOVE 'N'                    TO WK-CPY-EOF-FLG.
           PERFORM 8110-READ-ACW-RTN.
           PERFORM 8100-COPY-ACC-RTN UNTIL WK-CPY-EOF.
           CLOSE                       ACW-FILE.
           MOVE 'T'                    TO EC-REC-TYP.
           MOVE WK-ACC-CNT             TO EC-REC-CNT.
           MOVE WK-ACC-BAL-TOT         TO EC-SUM-1.
           MOVE ZEROS                  TO EC-SUM-2.
           WRITE ACO-REC               FROM EST-CTL-REC.
           MOVE 'EASTTXN'              TO EC-TBL-NAME.
           PERFORM 8900-SET-HDR-RTN.
           WRITE TXO-REC               FROM EST-CTL-REC.
           OPEN INPUT                  TXW-FILE.
           MOVE 'N'                    TO WK-CPY-EOF-FLG.
           PERFORM 8210-READ-TXW-RTN.
           PERFORM 8200-COPY-TXN-RTN UNTIL WK-CPY-EOF.
           CLOSE                       TXW-FILE.
           MOVE 'T'                    TO EC-REC-TYP.
           MOVE WK-TXN-CNT             TO EC-REC-CNT.
           MOVE WK-TXN-DR-TOT          TO EC-SUM-1.
           MOVE WK-TXN-CR-TOT          TO EC-SUM-2.
           WRITE TXO-REC               FROM EST-CTL-REC.
           MOVE 'EASTFRZ'              TO EC-TBL-NAME.
           PERFORM 8900-SET-HDR-RTN.
           WRITE FZO-REC               FROM EST-CTL-REC.
           OPEN INPUT                  FZW-FILE.
           MOVE 'N'                    TO WK-CPY-EOF-FLG.
           PERFORM 8310-READ-FZW-RTN.
           PERFORM 8300-COPY-FRZ-RTN UNTIL WK-CPY-EOF.
           CLOSE                       FZW-FILE.
           MOVE 'T'                    TO EC-REC-TYP.
           MOVE WK-FRZ-CNT             TO EC-REC-CNT.
           MOVE WK-FRZ-AMT-TOT         TO EC-SUM-1.
           MOVE ZEROS                  TO EC-SUM-2.
           WRITE FZO-REC               FROM EST-CTL-REC.
           CLOSE                       ACO-FILE
                                       TXO-FILE
                                       FZO-FILE.

       8100-COPY-ACC-RTN.
           WRITE ACO-REC               FROM ACW-REC.
           PERFORM 8110-READ-ACW-RTN.

       8110-READ-ACW-RTN.
           READ ACW-FILE
             AT END
               SET WK-CPY-EOF          TO TRUE
           END-READ.

       8200-COPY-TXN-RTN.
           WRITE TXO-REC               FROM TXW-REC.
           PERFORM 8210-READ-TXW-RTN.

       8210-READ-TXW-RTN.
           READ TXW-FILE
             AT END
               SET WK-CPY-EOF          TO TRUE
           END-READ.

       8300-COPY-FRZ-RTN.
           WRITE FZO-REC               FROM FZW-REC.
           PERFORM 8310-READ-FZW-RTN.

       8310-READ-FZW-RTN.
           READ FZW-FILE
             AT END
               SET WK-CPY-EOF          TO TRUE
           END-READ.

       8900-SET-HDR-RTN.
           MOVE SPACES                 TO EC-INSTN-COD
                                          EC-COLL-DT.
           MOVE 'H'                    TO EC-REC-TYP.
           MOVE WK-INSTN-COD           TO EC-INSTN-COD.
           MOVE WK-MON-END-DT          TO EC-COLL-DT.
           MOVE ZEROS                  TO EC-REC-CNT
                                          EC-SUM-1
                                          EC-SUM-2.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING 'EAST月报控制表 采集日期:' DELIMITED BY SIZE
                  WK-MON-END-DT        DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WK-ACN-CNT             TO WK-EDIT-CNT.
           MOVE SPACES                 TO RPT-LINE.
           STRING '扫描账户数:'        DELIMITED BY SIZE
                  WK-EDIT-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WK-ACC-CNT             TO WK-EDIT-CNT.
           MOVE WK-ACC-BAL-TOT         TO WK-EDIT-AMT.
           MOVE SPACES                 TO RPT-LINE.
           STRING '分户账笔数:'        DELIMITED BY SIZE
                  WK-EDIT-CNT          DELIMITED BY SIZE
                  ' 余额合计:'         DELIMITED BY SIZE
                  WK-EDIT-AMT          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WK-TXN-CNT             TO WK-EDIT-CNT.
           MOVE SPACES                 TO RPT-LINE.
           STRING '交易明细笔数:'      DELIMITED BY SIZE
                  WK-EDIT-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WK-TXN-DR-TOT          TO WK-EDIT-AMT.
           MOVE SPACES                 TO RPT-LINE.
           STRING '  借方合计:'        DELIMITED BY SIZE
                  WK-EDIT-AMT          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WK-TXN-CR-TOT          TO WK-EDIT-AMT.
           MOVE SPACES                 TO RPT-LINE.
           STRING '  贷方合计:'        DELIMITED BY SIZE
                  WK-EDIT-AMT          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WK-FRZ-CNT             TO WK-EDIT-CNT.
           MOVE WK-FRZ-AMT-TOT         TO WK-EDIT-AMT.
           MOVE SPACES                 TO RPT-LINE.
           STRING '冻结明细笔数:'      DELIMITED BY SIZE
                  WK-EDIT-CNT          DELIMITED BY SIZE
                  ' 冻结金额合计:'     DELIMITED BY SIZE
                  WK-EDIT-AMT          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WK-ERR-CNT             TO WK-EDIT-CNT.
           MOVE SPACES                 TO RPT-LINE.
           IF WK-ERR-CNT = ZEROS
           THEN
             STRING '校验通过,报送文件已生成'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
           ELSE
             STRING '校验错误笔数:'    DELIMITED BY SIZE
                    WK-EDIT-CNT        DELIMITED BY SIZE
                    ',报送文件未生成,整改后重跑'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
             MOVE 4                    TO RETURN-CODE
           END-IF.
           WRITE RPT-LINE.
           CLOSE                       ERR-FILE
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
             CLOSE                       RPT-FILE
             STOP RUN
           END-IF.
