      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARDQS1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARDQS1                                *
      * DESCRIPTION........: MASTER DATA-QUALITY SWEEP (BMP)         *
      *                      账户主档数据质量周检:按控制盘启停的规则 *
      *                      集扫描BSAACND及相关登记簿,异常按开户机 *
      *                      构出整改清单(规则码+建议处理),并与前 *
      *                      四周各机构异常数比对出趋势报告          *
      *                      DQ01-联系电话为空                       *
      *                      DQ02-账户用途代码不在代码表             *
      *                      DQ03-金额档法人号与主档不一致           *
      *                      DQ04-电子对账单交付无对账签约           *
      *                      DQ05-主档明细序号低于已有明细号         *
      *                      DQ06-客户账户索引缺失                   *
      * INPUT..............: DQSCTLIN DQSTRDIN                       *
      * OUTPUT.............: DQSEXCOT DQSTRDRP DQSTRDOT              *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNAMT       R                                   *
      * BSAACND   SAACNTXN       R                                   *
      * BSAERPD   SAERPENR       R                                   *
      * BSACUSIX  SACUSIDX       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    控制盘:'R'+规则码+Y/N 启停规则(未列者默认启用);
      *    'U'+用途代码 登记账户用途代码表
           SELECT CTL-FILE             ASSIGN TO DQSCTLIN
                                       ORGANIZATION IS SEQUENTIAL.
      *    前四周各机构异常数(上周输出即本周输入)
           SELECT TRI-FILE             ASSIGN TO DQSTRDIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-FILE             ASSIGN TO DQSEXCWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO DQSSRTWK.
           SELECT EXC-FILE             ASSIGN TO DQSEXCOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO DQSTRDRP
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT TRO-FILE             ASSIGN TO DQSTRDOT
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-TYPE                PIC X(01).
           05  CTL-CODE                PIC X(04).
           05  CTL-FLG                 PIC X(01).
           05  FILLER                  PIC X(74).
       FD  TRI-FILE.
       01  TRI-REC.
           05  TR-BRANCH               PIC X(09).
           05  TR-WEEK-CNT             PIC 9(07) OCCURS 4.
           05  FILLER                  PIC X(03).
       FD  WRK-FILE.
       01  WRK-LINE                    PIC X(132).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-BRANCH               PIC X(09).
           05  FILLER                  PIC X(02).
           05  SR-ACCT-NO              PIC X(32).
           05  FILLER                  PIC X(02).
           05  SR-RULE                 PIC X(04).
           05  FILLER                  PIC X(83).
       FD  EXC-FILE.
       01  EXC-LINE                    PIC X(132).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
       FD  TRO-FILE.
       01  TRO-REC                     PIC X(40).
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
       01 SAERPENR.
          COPY                         SAERPENR.
       01 SACUSIDX.
          COPY                         SACUSIDX.
           COPY                        APPAREA.
      *    规则启停表:下标即规则码后两位
       01  WK-RULE-TBL.
           05  WK-RULE-ON-FLG          PIC X(01) OCCURS 6.
       01  WK-USE-TBL.
           05  WK-USE-CNT              PIC 9(03) VALUE ZEROS.
           05  WK-USE-COD              PIC X(04) OCCURS 200 TIMES
                                       INDEXED BY WK-USE-IX.
      *    机构异常数表:本周数+前四周数,容量500
       01  WK-BR-TBL.
           05  WK-BR-CNT               PIC 9(03) VALUE ZEROS.
           05  WK-BR-ENT OCCURS 500 TIMES
                                       INDEXED BY WK-BR-IX.
               10  WK-BR-BRANCH        PIC X(09).
               10  WK-BR-CUR-CNT       PIC 9(07).
               10  WK-BR-WEEK-CNT      PIC 9(07) OCCURS 4.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-RULE-IX              PIC 9(02).
           05  WK-IX2                  PIC 9(03).
           05  WK-ACCT-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-EXC-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-OVFL-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-RULE-EXC-CNT         PIC 9(07) OCCURS 6.
           05  WK-DIFF-CNT             PIC S9(07).
           05  WK-ERR-BRANCH           PIC X(09).
           05  WK-FOUND-FLG            PIC X(01) VALUE 'N'.
               88  WK-KEY-FOUND                  VALUE 'Y'.
           05  WK-LP-ERR-FLG           PIC X(01).
               88  WK-LP-ERR                     VALUE 'Y'.
           05  WK-CTL-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CTL-EOF                    VALUE 'Y'.
           05  WK-TRI-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-TRI-EOF                    VALUE 'Y'.
           05  WK-ACN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACN-EOF                    VALUE 'Y'.
           05  WK-AMT-EOF-FLG          PIC X(01).
               88  WK-AMT-EOF                    VALUE 'Y'.
       01  EXC-DETAIL.
           05  EXC-BRANCH              PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXC-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXC-RULE                PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXC-VALUE               PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXC-FIX                 PIC X(59).
       01  RPT-DETAIL.
           05  RPT-BRANCH              PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CUR-CNT             PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-WEEK-GRP            OCCURS 4.
               10  RPT-WEEK-CNT        PIC Z(06)9.
               10  FILLER              PIC X(02).
           05  RPT-DIFF                PIC -(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TREND               PIC X(12).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  TRO-DETAIL.
           05  TO-BRANCH               PIC X(09).
           05  TO-WEEK-CNT             PIC 9(07) OCCURS 4.
           05  FILLER                  PIC X(03) VALUE SPACES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 1100-LOAD-CTL-RTN UNTIL WK-CTL-EOF.
           PERFORM 1200-LOAD-TRI-RTN UNTIL WK-TRI-EOF.
           PERFORM 2000-SCAN-ACN-RTN UNTIL WK-ACN-EOF.
           PERFORM 7000-SORT-EXC-RTN.
           PERFORM 8000-TREND-RTN.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           MOVE 'YYYYYY'               TO WK-RULE-TBL.
           MOVE 1                      TO WK-RULE-IX.
           PERFORM 1010-CLEAR-RULE-CNT-RTN UNTIL WK-RULE-IX > 6.
           OPEN INPUT                  CTL-FILE
                                       TRI-FILE.
           OPEN OUTPUT                 WRK-FILE
                                       RPT-FILE
                                       TRO-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '账户主档数据质量周检趋势报告 '
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           READ CTL-FILE
             AT END SET WK-CTL-EOF     TO TRUE
           END-READ.
           READ TRI-FILE
             AT END SET WK-TRI-EOF     TO TRUE
           END-READ.
           PERFORM 2010-OPEN-ACN-RTN.

       1010-CLEAR-RULE-CNT-RTN.
           MOVE ZEROS                  TO WK-RULE-EXC-CNT(WK-RULE-IX).
           ADD 1                       TO WK-RULE-IX.

       1100-LOAD-CTL-RTN.
           IF CTL-TYPE = 'R' AND
              CTL-CODE(1:2) = 'DQ' AND
              CTL-CODE(3:2) IS NUMERIC
           THEN
             MOVE CTL-CODE(3:2)        TO WK-RULE-IX
             IF WK-RULE-IX > 0 AND WK-RULE-IX NOT > 6
             THEN
               MOVE CTL-FLG            TO WK-RULE-ON-FLG(WK-RULE-IX)
             END-IF
           END-IF.
           IF CTL-TYPE = 'U' AND
              CTL-CODE NOT = SPACES AND
              WK-USE-CNT < 200
           THEN
             ADD 1                     TO WK-USE-CNT
             MOVE CTL-CODE             TO WK-USE-COD(WK-USE-CNT)
           END-IF.
           READ CTL-FILE
             AT END SET WK-CTL-EOF     TO TRUE
           END-READ.

      *    历史各机构异常数入表,本周数先置零
       1200-LOAD-TRI-RTN.
           MOVE TR-BRANCH              TO WK-ERR-BRANCH.
           PERFORM 6100-FIND-BR-RTN.
           IF WK-KEY-FOUND
           THEN
             MOVE TR-WEEK-CNT(1)       TO WK-BR-WEEK-CNT(WK-BR-IX , 1)
             MOVE TR-WEEK-CNT(2)       TO WK-BR-WEEK-CNT(WK-BR-IX , 2)
             MOVE TR-WEEK-CNT(3)       TO WK-BR-WEEK-CNT(WK-BR-IX , 3)
             MOVE TR-WEEK-CNT(4)       TO WK-BR-WEEK-CNT(WK-BR-IX , 4)
           END-IF.
           READ TRI-FILE
             AT END SET WK-TRI-EOF     TO TRUE
           END-READ.

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

      *    已销户账户不检
       2000-SCAN-ACN-RTN.
           IF SA-ACCT-STS OF SAACNACN NOT = '1'
           THEN
             ADD 1                     TO WK-ACCT-CNT
             PERFORM 3000-CHECK-ACN-RTN
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

       3000-CHECK-ACN-RTN.
           IF WK-RULE-ON-FLG(1) = 'Y' AND
              SA-CUST-TEL OF SAACNACN = SPACES
           THEN
             MOVE SPACES               TO EXC-DETAIL
             MOVE 'DQ01'               TO EXC-RULE
             MOVE '(空)'               TO EXC-VALUE
             MOVE '经KSAMNT0补录客户联系电话'
                                       TO EXC-FIX
             PERFORM 6000-WRITE-EXC-RTN
           END-IF.
      *    代码表未登记时本规则无从判定,不报
           IF WK-RULE-ON-FLG(2) = 'Y' AND
              WK-USE-CNT > 0 AND
              SA-ACCT-USE-COD OF SAACNACN NOT = SPACES
           THEN
             PERFORM 3200-CHECK-USE-RTN
           END-IF.
           IF WK-RULE-ON-FLG(3) = 'Y'
           THEN
             PERFORM 3300-CHECK-AMT-LP-RTN
           END-IF.
           IF WK-RULE-ON-FLG(4) = 'Y' AND
              ( SA-STMT-DLV-PREF OF SAACNACN = '2' OR
                SA-STMT-DLV-PREF OF SAACNACN = '3' )
           THEN
             PERFORM 3400-CHECK-ERP-RTN
           END-IF.
           IF WK-RULE-ON-FLG(5) = 'Y'
           THEN
             PERFORM 3500-CHECK-DET-N-RTN
           END-IF.
           IF WK-RULE-ON-FLG(6) = 'Y' AND
              SA-CUST-NO OF SAACNACN NOT = SPACES
           THEN
             PERFORM 3600-CHECK-IDX-RTN
           END-IF.

       3200-CHECK-USE-RTN.
           MOVE 'N'                    TO WK-FOUND-FLG.
           SET WK-USE-IX               TO 1.
           PERFORM 3210-SEARCH-USE-RTN
                   UNTIL WK-USE-IX > WK-USE-CNT
                      OR WK-KEY-FOUND.
           IF NOT WK-KEY-FOUND
           THEN
             MOVE SPACES               TO EXC-DETAIL
             MOVE 'DQ02'               TO EXC-RULE
             MOVE SA-ACCT-USE-COD OF SAACNACN
                                       TO EXC-VALUE
             MOVE '经KSAMNT0按代码表更正账户用途代码'
                                       TO EXC-FIX
             PERFORM 6000-WRITE-EXC-RTN
           END-IF.

       3210-SEARCH-USE-RTN.
           IF WK-USE-COD(WK-USE-IX) = SA-ACCT-USE-COD OF SAACNACN
           THEN
             SET WK-KEY-FOUND          TO TRUE
           ELSE
             SET WK-USE-IX             UP BY 1
           END-IF.

      *    任一金额档法人号与主档不同即报一条
       3300-CHECK-AMT-LP-RTN.
           MOVE 'N'                    TO WK-AMT-EOF-FLG.
           MOVE 'N'                    TO WK-LP-ERR-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           PERFORM 3310-AMT-LOOP-RTN UNTIL WK-AMT-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           IF WK-LP-ERR
           THEN
             MOVE SPACES               TO EXC-DETAIL
             MOVE 'DQ03'               TO EXC-RULE
             MOVE SA-LEGAL-PERSON-ID OF SAACNAMT
                                       TO EXC-VALUE
             MOVE '金额档法人号与主档不符,提数据修复'
                                       TO EXC-FIX
             PERFORM 6000-WRITE-EXC-RTN
           END-IF.

       3310-AMT-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AMT-EOF            TO TRUE
           ELSE
             IF SA-LEGAL-PERSON-ID OF SAACNAMT NOT =
                SA-LEGAL-PERSON-ID OF SAACNACN
             THEN
               SET WK-LP-ERR           TO TRUE
               SET WK-AMT-EOF          TO TRUE
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
           END-IF.

      *    电子/纸电双份交付须有存续的银企对账签约
       3400-CHECK-ERP-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAERPENR.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAERPD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAERPENR'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAERPENR
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-ERP-STS NOT = '0'
           THEN
             MOVE SPACES               TO EXC-DETAIL
             MOVE 'DQ04'               TO EXC-RULE
             MOVE SA-STMT-DLV-PREF OF SAACNACN
                                       TO EXC-VALUE
             MOVE '经KSAERP0办理对账签约或KSAMNT0改纸质'
                                       TO EXC-FIX
             PERFORM 6000-WRITE-EXC-RTN
           END-IF.

      *    有明细号大于主档明细序号的明细即序号落后
       3500-CHECK-DET-N-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '> '                   TO DBI-OP1(2).
           MOVE SA-DET-ITEM-N OF SAACNACN
                                       TO DBI-KEY-VALUE1(2).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE SPACES               TO EXC-DETAIL
             MOVE 'DQ05'               TO EXC-RULE
             MOVE SA-DET-ITEM-N OF SAACNACN
                                       TO EXC-VALUE
             MOVE '明细序号落后已有明细号,提数据修复'
                                       TO EXC-FIX
             PERFORM 6000-WRITE-EXC-RTN
           END-IF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.

       3600-CHECK-IDX-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACUSIDX.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACUSIX'             TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SACUSIDX'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-CUST-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(2).
           MOVE 'SACUSIDX'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACUSIDX
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE SPACES               TO EXC-DETAIL
             MOVE 'DQ06'               TO EXC-RULE
             MOVE SA-CUST-NO OF SAACNACN
                                       TO EXC-VALUE
             MOVE '客户账户索引缺失,提数据修复补登'
                                       TO EXC-FIX
             PERFORM 6000-WRITE-EXC-RTN
           END-IF.

      *    落异常工作盘并累计机构本周数与规则数
       6000-WRITE-EXC-RTN.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO EXC-BRANCH.
           MOVE SA-ACCT-NO OF SAACNACN TO EXC-ACCT-NO.
           WRITE WRK-LINE              FROM EXC-DETAIL.
           ADD 1                       TO WK-EXC-CNT.
           MOVE EXC-RULE(3:2)          TO WK-RULE-IX.
           ADD 1                       TO WK-RULE-EXC-CNT(WK-RULE-IX).
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO WK-ERR-BRANCH.
           PERFORM 6100-FIND-BR-RTN.
           IF WK-KEY-FOUND
           THEN
             ADD 1                     TO WK-BR-CUR-CNT(WK-BR-IX)
           END-IF.

      *    查机构表,无则新增;表满计溢出
       6100-FIND-BR-RTN.
           MOVE 'N'                    TO WK-FOUND-FLG.
           SET WK-BR-IX                TO 1.
           PERFORM 6110-SEARCH-BR-RTN
                   UNTIL WK-BR-IX > WK-BR-CNT
                      OR WK-KEY-FOUND.
           IF NOT WK-KEY-FOUND
           THEN
             IF WK-BR-CNT < 500
             THEN
               ADD 1                   TO WK-BR-CNT
               SET WK-BR-IX            TO WK-BR-CNT
               MOVE WK-ERR-BRANCH      TO WK-BR-BRANCH(WK-BR-IX)
               MOVE ZEROS              TO WK-BR-CUR-CNT(WK-BR-IX)
                                          WK-BR-WEEK-CNT(WK-BR-IX , 1)
                                          WK-BR-WEEK-CNT(WK-BR-IX , 2)
                                          WK-BR-WEEK-CNT(WK-BR-IX , 3)
                                          WK-BR-WEEK-CNT(WK-BR-IX , 4)
               SET WK-KEY-FOUND        TO TRUE
             ELSE
               ADD 1                   TO WK-OVFL-CNT
             END-IF
           END-IF.

       6110-SEARCH-BR-RTN.
           IF WK-BR-BRANCH(WK-BR-IX) = WK-ERR-BRANCH
           THEN
             SET WK-KEY-FOUND          TO TRUE
           ELSE
             SET WK-BR-IX              UP BY 1
           END-IF.

      *    异常清单按机构+账号+规则码排序交各机构整改
       7000-SORT-EXC-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-BRANCH
                                 SR-ACCT-NO
                                 SR-RULE
                USING WRK-FILE
                GIVING EXC-FILE.

      *    趋势:本周较上周差数,且本周不高于上周及四周前判下降
       8000-TREND-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '机构      本周    上周    前二周  '
                                       DELIMITED BY SIZE
                  '前三周  前四周  较上周  趋势'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE 1                      TO WK-IX2.
           PERFORM 8010-TREND-ONE-RTN UNTIL WK-IX2 > WK-BR-CNT.

       8010-TREND-ONE-RTN.
           SET WK-BR-IX                TO WK-IX2.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE WK-BR-BRANCH(WK-BR-IX) TO RPT-BRANCH.
           MOVE WK-BR-CUR-CNT(WK-BR-IX)
                                       TO RPT-CUR-CNT.
           MOVE WK-BR-WEEK-CNT(WK-BR-IX , 1) TO RPT-WEEK-CNT(1).
           MOVE WK-BR-WEEK-CNT(WK-BR-IX , 2) TO RPT-WEEK-CNT(2).
           MOVE WK-BR-WEEK-CNT(WK-BR-IX , 3) TO RPT-WEEK-CNT(3).
           MOVE WK-BR-WEEK-CNT(WK-BR-IX , 4) TO RPT-WEEK-CNT(4).
           COMPUTE WK-DIFF-CNT = WK-BR-CUR-CNT(WK-BR-IX) -
                                 WK-BR-WEEK-CNT(WK-BR-IX , 1).
           MOVE WK-DIFF-CNT            TO RPT-DIFF.
           IF WK-BR-CUR-CNT(WK-BR-IX) = ZEROS
           THEN
             MOVE '已清零'             TO RPT-TREND
           ELSE
             IF WK-DIFF-CNT < 0 AND
                WK-BR-CUR-CNT(WK-BR-IX) <
                                 WK-BR-WEEK-CNT(WK-BR-IX , 4)
             THEN
               MOVE '下降'             TO RPT-TREND
             ELSE
               IF WK-DIFF-CNT > 0
               THEN
                 MOVE '上升'           TO RPT-TREND
               ELSE
                 MOVE '未改善'         TO RPT-TREND
               END-IF
             END-IF
           END-IF.
           WRITE RPT-LINE              FROM RPT-DETAIL.
      *    历史前移一周:本周数成为下周的上周数
           MOVE WK-BR-BRANCH(WK-BR-IX) TO TO-BRANCH.
           MOVE WK-BR-CUR-CNT(WK-BR-IX)
                                       TO TO-WEEK-CNT(1).
           MOVE WK-BR-WEEK-CNT(WK-BR-IX , 1) TO TO-WEEK-CNT(2).
           MOVE WK-BR-WEEK-CNT(WK-BR-IX , 2) TO TO-WEEK-CNT(3).
           MOVE WK-BR-WEEK-CNT(WK-BR-IX , 3) TO TO-WEEK-CNT(4).
           WRITE TRO-REC               FROM TRO-DETAIL.
           ADD 1                       TO WK-IX2.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '检查账户数:'        DELIMITED BY SIZE
                  WK-ACCT-CNT          DELIMITED BY SIZE
                  ' 异常总数:'         DELIMITED BY SIZE
                  WK-EXC-CNT           DELIMITED BY SIZE
                  ' 机构表溢出:'       DELIMITED BY SIZE
                  WK-OVFL-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE 1                      TO WK-RULE-IX.
           PERFORM 9010-RULE-LINE-RTN UNTIL WK-RULE-IX > 6.
           CLOSE                       CTL-FILE
                                       TRI-FILE
                                       RPT-FILE
                                       TRO-FILE.

       9010-RULE-LINE-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '规则DQ0'            DELIMITED BY SIZE
                  WK-RULE-IX(2:1)      DELIMITED BY SIZE
                  ' 启用:'             DELIMITED BY SIZE
                  WK-RULE-ON-FLG(WK-RULE-IX)
                                       DELIMITED BY SIZE
                  ' 异常数:'           DELIMITED BY SIZE
                  WK-RULE-EXC-CNT(WK-RULE-IX)
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           ADD 1                       TO WK-RULE-IX.

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
