      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARCON1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARCON1                                *
      * DESCRIPTION........: TOP DEPOSITOR CONCENTRATION (BMP)       *
      *                      存款集中度报告:经客户账户索引按客户号     *
      *                      汇总名下全部存续账户各币种段正余额,       *
      *                      外币按CCMCUR2总行现汇牌价折人民币;按     *
      *                      法人排名,列示客户占本法人及其主办机构     *
      *                      (折人民币余额最大账户的开户机构)存款      *
      *                      比重,超控制卡阈值者标识;集团(CCICOA1    *
      *                      总公司账号)汇总超阈值另列;与上期排名     *
      *                      (上期本批量排名档)比对名次与余额变动,     *
      *                      并列出跌出前N名的上期客户                 *
      *                      季末跑批,排名档留作下期比对               *
      * KB/CF TO BE CALLED: CCMCUR2 CCICOA1                          *
      * INPUT..............: CONCTLIN(前N名/客户/集团阈值%) CONRNKIN *
      * OUTPUT.............: CONCENRP CONRNKOT                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSACUSIX  SACUSIDX       R                                   *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNAMT       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE             ASSIGN TO CONCTLIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT PRV-FILE             ASSIGN TO CONRNKIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RNK-FILE             ASSIGN TO CONRNKOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-FILE             ASSIGN TO CONCUSWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO CONSRTWK.
           SELECT CUS-FILE             ASSIGN TO CONCUSST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO CONCENRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-REC.
      *    列示前N名(空取50)
           05  CT-TOP-N                PIC 9(03).
      *    客户/集团占本法人存款比重阈值%(空取5.00/10.00)
           05  CT-CUST-PCT             PIC 9(03)V9(2).
           05  CT-GRP-PCT              PIC 9(03)V9(2).
           05  FILLER                  PIC X(67).
      *    排名档:本期写出,下期读入比对
       FD  PRV-FILE.
       01  PRV-REC.
           05  PV-LEGAL-PERSON-ID      PIC X(03).
           05  PV-RANK                 PIC 9(05).
           05  PV-CUST-NO              PIC X(20).
           05  PV-CNY-AMT              PIC S9(16)V9(2).
           05  PV-STAT-DT              PIC X(08).
           05  FILLER                  PIC X(26).
       FD  RNK-FILE.
       01  RNK-REC                     PIC X(80).
       FD  WRK-FILE.
       01  WRK-REC                     PIC X(90).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-LEGAL-PERSON-ID      PIC X(03).
           05  SR-CNY-AMT              PIC S9(16)V9(2).
           05  SR-CUST-NO              PIC X(20).
           05  FILLER                  PIC X(49).
       FD  CUS-FILE.
       01  CUS-REC                     PIC X(90).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  PCICONST.
           COPY                        PCICONST.
       01  PCCMCUR2.
           COPY                        PCCMCUR2.
       01  PCCICOA1.
           COPY                        PCCICOA1.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SACUSIDX.
          COPY                         SACUSIDX.
       01 SAACNAMT.
          COPY                         SAACNAMT.
      *    客户汇总记录(排序前后同布局)
       01  WK-CUS-REC.
           05  WC-LEGAL-PERSON-ID      PIC X(03).
           05  WC-CNY-AMT              PIC S9(16)V9(2).
           05  WC-CUST-NO              PIC X(20).
           05  WC-BRANCH-STD           PIC X(09).
           05  WC-GRP-ACCT-NO          PIC X(32).
           05  FILLER                  PIC X(08).
       01  WK-RNK-REC.
           05  WR-LEGAL-PERSON-ID      PIC X(03).
           05  WR-RANK                 PIC 9(05).
           05  WR-CUST-NO              PIC X(20).
           05  WR-CNY-AMT              PIC S9(16)V9(2).
           05  WR-STAT-DT              PIC X(08).
           05  FILLER                  PIC X(26).
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-TOP-N                PIC 9(03).
           05  WK-CUST-PCT             PIC 9(03)V9(2).
           05  WK-GRP-PCT              PIC 9(03)V9(2).
           05  WK-CUR-CUST-NO          PIC X(20).
           05  WK-CUR-LP-ID            PIC X(03).
           05  WK-CUS-CNY-AMT          PIC S9(16)V9(2).
           05  WK-MAX-ACCT-AMT         PIC S9(16)V9(2).
           05  WK-ACCT-CNY-AMT         PIC S9(16)V9(2).
           05  WK-SEG-CNY-AMT          PIC S9(16)V9(2).
           05  WK-CUS-BRANCH-STD       PIC X(09).
           05  WK-CUS-GRP-ACCT-NO      PIC X(32).
           05  WK-RATE                 PIC S9(07)V9(08) COMP-3.
           05  WK-LE-PCT               PIC 9(03)V9(2).
           05  WK-BR-PCT               PIC 9(03)V9(2).
           05  WK-RANK                 PIC 9(05).
           05  WK-BRK-LP-ID            PIC X(03).
           05  WK-DIFF-AMT             PIC S9(16)V9(2).
           05  WK-IDX-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-CUST-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-NO-RATE-CNT          PIC 9(07) VALUE ZEROS.
           05  WK-OVER-CNT             PIC 9(05) VALUE ZEROS.
           05  WK-CTL-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CTL-EOF                    VALUE 'Y'.
           05  WK-PRV-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-PRV-EOF                    VALUE 'Y'.
           05  WK-IDX-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-IDX-EOF                    VALUE 'Y'.
           05  WK-AMT-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-AMT-EOF                    VALUE 'Y'.
           05  WK-CUS-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CUS-EOF                    VALUE 'Y'.
      *    折人民币汇率缓存(币种)
       01  WK-RATE-TBL.
           05  WK-RT-CNT               PIC 9(03) COMP VALUE ZEROS.
           05  WK-RT-ENT               OCCURS 60 TIMES.
               10  WK-RT-CURR-COD      PIC X(03).
               10  WK-RT-RATE          PIC S9(07)V9(08) COMP-3.
      *    法人存款合计
       01  WK-LE-TBL.
           05  WK-LE-CNT               PIC 9(03) COMP VALUE ZEROS.
           05  WK-LE-ENT               OCCURS 50 TIMES.
               10  WK-LE-ID            PIC X(03).
               10  WK-LE-AMT           PIC S9(18)V9(2) COMP-3.
               10  WK-LE-CUST-CNT      PIC 9(07).
      *    法人+机构存款合计
       01  WK-BR-TBL.
           05  WK-BR-CNT               PIC 9(04) COMP VALUE ZEROS.
           05  WK-BR-ENT               OCCURS 3000 TIMES.
               10  WK-BR-LE-ID         PIC X(03).
               10  WK-BR-BRANCH-STD    PIC X(09).
               10  WK-BR-AMT           PIC S9(18)V9(2) COMP-3.
      *    法人+集团(总公司账号)存款合计
       01  WK-GRP-TBL.
           05  WK-GRP-CNT              PIC 9(04) COMP VALUE ZEROS.
           05  WK-GRP-ENT              OCCURS 2000 TIMES.
               10  WK-GRP-LE-ID        PIC X(03).
               10  WK-GRP-ACCT-NO      PIC X(32).
               10  WK-GRP-AMT          PIC S9(18)V9(2) COMP-3.
               10  WK-GRP-CUST-CNT     PIC 9(05).
      *    上期排名(前N名)
       01  WK-PRV-TBL.
           05  WK-PRV-CNT              PIC 9(04) COMP VALUE ZEROS.
           05  WK-PRV-ENT              OCCURS 2000 TIMES.
               10  WK-PRV-LE-ID        PIC X(03).
               10  WK-PRV-RANK         PIC 9(05).
               10  WK-PRV-CUST-NO      PIC X(20).
               10  WK-PRV-AMT          PIC S9(16)V9(2).
               10  WK-PRV-HIT-FLG      PIC X(01).
       01  WK-IX                       PIC 9(04) COMP.
       01  WK-HIT                      PIC 9(04) COMP.
       01  WK-GX                       PIC 9(04) COMP.
       01  RPT-DETAIL.
           05  RPT-RANK                PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-CUST-NO             PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-BRANCH-STD          PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-CNY-AMT             PIC ---------------9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-LE-PCT              PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-BR-PCT              PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-PRV-RANK            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-DIFF-AMT            PIC ---------------9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-FLAG                PIC X(14).
           05  FILLER                  PIC X(03) VALUE SPACES.
       01  RPT-PRV-ED                  PIC ZZZZ9.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-IDX-RTN UNTIL WK-IDX-EOF.
           IF WK-CUR-CUST-NO NOT = SPACES
           THEN
             PERFORM 2100-END-CUST-RTN
           END-IF.
           PERFORM 4000-RANK-RTN.
           PERFORM 5000-GRP-RTN.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARCON'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  WK-RATE-TBL.
           INITIALIZE                  WK-LE-TBL.
           INITIALIZE                  WK-BR-TBL.
           INITIALIZE                  WK-GRP-TBL.
           INITIALIZE                  WK-PRV-TBL.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT.
           MOVE SPACES                 TO WK-CUR-CUST-NO.
           MOVE 50                     TO WK-TOP-N.
           MOVE 5                      TO WK-CUST-PCT.
           MOVE 10                     TO WK-GRP-PCT.
           OPEN INPUT                  CTL-FILE.
           READ CTL-FILE
             AT END SET WK-CTL-EOF     TO TRUE
           END-READ.
           IF NOT WK-CTL-EOF
           THEN
             IF CT-TOP-N IS NUMERIC AND CT-TOP-N > ZEROS
             THEN
               MOVE CT-TOP-N           TO WK-TOP-N
             END-IF
             IF CT-CUST-PCT IS NUMERIC AND CT-CUST-PCT > ZEROS
             THEN
               MOVE CT-CUST-PCT        TO WK-CUST-PCT
             END-IF
             IF CT-GRP-PCT IS NUMERIC AND CT-GRP-PCT > ZEROS
             THEN
               MOVE CT-GRP-PCT         TO WK-GRP-PCT
             END-IF
           END-IF.
           CLOSE                       CTL-FILE.
      *    装载上期排名(首期盘可为空)
           OPEN INPUT                  PRV-FILE.
           PERFORM 1100-LOAD-PRV-RTN UNTIL WK-PRV-EOF.
           CLOSE                       PRV-FILE.
           OPEN OUTPUT                 WRK-FILE
                                       RNK-FILE
                                       RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '存款集中度报告 统计日:' DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                  ' 前'                DELIMITED BY SIZE
                  WK-TOP-N             DELIMITED BY SIZE
                  '名 客户阈值%:'      DELIMITED BY SIZE
                  WK-CUST-PCT          DELIMITED BY SIZE
                  ' 集团阈值%:'        DELIMITED BY SIZE
                  WK-GRP-PCT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 2010-OPEN-IDX-RTN.

       1100-LOAD-PRV-RTN.
           READ PRV-FILE
             AT END
               SET WK-PRV-EOF          TO TRUE
             NOT AT END
               IF WK-PRV-CNT < 2000
               THEN
                 ADD 1                 TO WK-PRV-CNT
                 MOVE PV-LEGAL-PERSON-ID
                                       TO WK-PRV-LE-ID(WK-PRV-CNT)
                 MOVE PV-RANK          TO WK-PRV-RANK(WK-PRV-CNT)
                 MOVE PV-CUST-NO       TO WK-PRV-CUST-NO(WK-PRV-CNT)
                 MOVE PV-CNY-AMT       TO WK-PRV-AMT(WK-PRV-CNT)
                 MOVE 'N'              TO WK-PRV-HIT-FLG(WK-PRV-CNT)
               END-IF
           END-READ.

      ****************************************************************
      *    客户账户索引按客户号顺序扫描,客户断点汇总                 *
      ****************************************************************
       2010-OPEN-IDX-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACUSIDX.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACUSIX'             TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SACUSIDX'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACUSIDX
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-IDX-EOF            TO TRUE
           END-IF.

       2000-SCAN-IDX-RTN.
           IF SA-IDX-STS = '0'
           THEN
             ADD 1                     TO WK-IDX-CNT
             IF SA-IDX-CUST-NO NOT = WK-CUR-CUST-NO
             THEN
               IF WK-CUR-CUST-NO NOT = SPACES
               THEN
                 PERFORM 2100-END-CUST-RTN
               END-IF
               MOVE SA-IDX-CUST-NO     TO WK-CUR-CUST-NO
               MOVE SA-LEGAL-PERSON-ID OF SACUSIDX
                                       TO WK-CUR-LP-ID
               MOVE ZEROS              TO WK-CUS-CNY-AMT
               MOVE ZEROS              TO WK-MAX-ACCT-AMT
               MOVE SA-IDX-OPAC-INSTN-NO
                                       TO WK-CUS-BRANCH-STD
               MOVE SPACES             TO WK-CUS-GRP-ACCT-NO
             END-IF
             PERFORM 2200-ACCT-RTN
           END-IF.
           PERFORM 2020-NEXT-IDX-RTN.

       2020-NEXT-IDX-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACUSIX'             TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SACUSIDX'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACUSIDX
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-IDX-EOF            TO TRUE
           END-IF.

      *    客户汇总完毕:写排序工作档,累加法人/机构/集团合计
       2100-END-CUST-RTN.
           IF WK-CUS-CNY-AMT > ZEROS
           THEN
             ADD 1                     TO WK-CUST-CNT
             MOVE SPACES               TO WK-CUS-REC
             MOVE WK-CUR-LP-ID         TO WC-LEGAL-PERSON-ID
             MOVE WK-CUS-CNY-AMT       TO WC-CNY-AMT
             MOVE WK-CUR-CUST-NO       TO WC-CUST-NO
             MOVE WK-CUS-BRANCH-STD    TO WC-BRANCH-STD
             MOVE WK-CUS-GRP-ACCT-NO   TO WC-GRP-ACCT-NO
             WRITE WRK-REC             FROM WK-CUS-REC
             PERFORM 3100-ADD-LE-RTN
             PERFORM 3200-ADD-BR-RTN
             IF WK-CUS-GRP-ACCT-NO NOT = SPACES
             THEN
               PERFORM 3300-ADD-GRP-RTN
             END-IF
           END-IF.

      *    单户:各币种段正余额折人民币
       2200-ACCT-RTN.
           MOVE ZEROS                  TO WK-ACCT-CNY-AMT.
           MOVE 'N'                    TO WK-AMT-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-IDX-ACCT-NO         TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 98                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AMT-EOF            TO TRUE
           END-IF.
           PERFORM 2210-AMT-LOOP-RTN UNTIL WK-AMT-EOF.
           ADD WK-ACCT-CNY-AMT         TO WK-CUS-CNY-AMT.
           IF WK-ACCT-CNY-AMT > WK-MAX-ACCT-AMT
           THEN
             MOVE WK-ACCT-CNY-AMT      TO WK-MAX-ACCT-AMT
             MOVE SA-IDX-OPAC-INSTN-NO TO WK-CUS-BRANCH-STD
           END-IF.
           IF WK-CUS-GRP-ACCT-NO = SPACES
           THEN
             PERFORM 2300-GET-GRP-RTN
           END-IF.

       2210-AMT-LOOP-RTN.
           IF SA-DDP-ACCT-STS NOT = C-SA-CLOSED-COD AND
              SA-ACCT-BAL OF SAACNAMT > ZEROS
           THEN
             PERFORM 2220-GET-RATE-RTN
             COMPUTE WK-SEG-CNY-AMT ROUNDED =
                     SA-ACCT-BAL OF SAACNAMT * WK-RATE
             ADD WK-SEG-CNY-AMT        TO WK-ACCT-CNY-AMT
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE 98                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AMT-EOF            TO TRUE
           END-IF.

      *    折人民币汇率:先查缓存,未命中经CCMCUR2取总行现汇牌价;
      *    取价失败按零计并计数,报表尾部列示
       2220-GET-RATE-RTN.
           IF SA-CURR-COD OF SAACNAMT = C-CM-RMB-COD
           THEN
             MOVE 1                    TO WK-RATE
           ELSE
             MOVE ZEROS                TO WK-HIT
             MOVE 1                    TO WK-IX
             PERFORM 2230-FIND-RATE-RTN UNTIL WK-IX > WK-RT-CNT
             IF WK-HIT NOT = ZEROS
             THEN
               MOVE WK-RT-RATE(WK-HIT) TO WK-RATE
             ELSE
               INITIALIZE              PCCMCUR2
               MOVE SA-CURR-COD OF SAACNAMT
                                       TO I-CURR-COD OF PCCMCUR2
               MOVE SA-IDX-ACCT-NO     TO I-ACCT-NO OF PCCMCUR2
               MOVE '2'                TO I-QUOTE-FUNC OF PCCMCUR2
               MOVE C-CM-RMB-COD       TO I-TGT-CURR-COD OF PCCMCUR2
               CALL 'CCMCUR2' USING    AIF-AREA
                                       PCCMCUR2
                                       SYS-AREA
               IF O-MSG-TYPE OF PCCMCUR2 NOT = SPACE OR
                  O-EXC-RATE OF PCCMCUR2 NOT > ZEROS
               THEN
                 MOVE ZEROS            TO WK-RATE
                 ADD 1                 TO WK-NO-RATE-CNT
               ELSE
                 MOVE O-EXC-RATE OF PCCMCUR2
                                       TO WK-RATE
                 IF WK-RT-CNT < 60
                 THEN
                   ADD 1               TO WK-RT-CNT
                   MOVE SA-CURR-COD OF SAACNAMT
                                       TO WK-RT-CURR-COD(WK-RT-CNT)
                   MOVE WK-RATE        TO WK-RT-RATE(WK-RT-CNT)
                 END-IF
               END-IF
             END-IF
           END-IF.

       2230-FIND-RATE-RTN.
           IF WK-RT-CURR-COD(WK-IX) = SA-CURR-COD OF SAACNAMT
           THEN
             MOVE WK-IX                TO WK-HIT
             MOVE WK-RT-CNT            TO WK-IX
           END-IF.
           ADD 1                       TO WK-IX.

      *    集团归属:取账户所属集团总公司账号
       2300-GET-GRP-RTN.
           INITIALIZE                  PCCICOA1.
           MOVE SA-IDX-ACCT-NO         TO I-ACCT-NO OF PCCICOA1.
           MOVE C-CI-BRA-OFF           TO I-HEAD-BRA-ACCT-FLAG
                                       OF PCCICOA1.
           CALL 'CCICOA1'              USING AIF-AREA
                                             PCCICOA1
                                             SYS-AREA.
           IF O-RTRN-CODE OF PCCICOA1 = SPACES
           THEN
             MOVE CI-HEAD-OFF-ACCT-NO OF O-CICOACOA OF PCCICOA1
                                       TO WK-CUS-GRP-ACCT-NO
           END-IF.

       3100-ADD-LE-RTN.
           MOVE ZEROS                  TO WK-HIT.
           MOVE 1                      TO WK-IX.
           PERFORM 3110-FIND-LE-RTN UNTIL WK-IX > WK-LE-CNT.
           IF WK-HIT = ZEROS
           THEN
             IF WK-LE-CNT < 50
             THEN
               ADD 1                   TO WK-LE-CNT
               MOVE WK-LE-CNT          TO WK-HIT
               MOVE WK-CUR-LP-ID       TO WK-LE-ID(WK-HIT)
             ELSE
               MOVE WK-LE-CNT          TO WK-HIT
             END-IF
           END-IF.
           ADD WK-CUS-CNY-AMT          TO WK-LE-AMT(WK-HIT).
           ADD 1                       TO WK-LE-CUST-CNT(WK-HIT).

       3110-FIND-LE-RTN.
           IF WK-LE-ID(WK-IX) = WK-CUR-LP-ID
           THEN
             MOVE WK-IX                TO WK-HIT
             MOVE WK-LE-CNT            TO WK-IX
           END-IF.
           ADD 1                       TO WK-IX.

       3120-LOOKUP-LE-RTN.
           MOVE ZEROS                  TO WK-HIT.
           MOVE 1                      TO WK-IX.
           PERFORM 3110-FIND-LE-RTN UNTIL WK-IX > WK-LE-CNT.

       3200-ADD-BR-RTN.
           MOVE ZEROS                  TO WK-HIT.
           MOVE 1                      TO WK-IX.
           PERFORM 3210-FIND-BR-RTN UNTIL WK-IX > WK-BR-CNT.
           IF WK-HIT = ZEROS
           THEN
             IF WK-BR-CNT < 3000
             THEN
               ADD 1                   TO WK-BR-CNT
               MOVE WK-BR-CNT          TO WK-HIT
               MOVE WK-CUR-LP-ID       TO WK-BR-LE-ID(WK-HIT)
               MOVE WK-CUS-BRANCH-STD  TO WK-BR-BRANCH-STD(WK-HIT)
             ELSE
               MOVE WK-BR-CNT          TO WK-HIT
             END-IF
           END-IF.
           ADD WK-CUS-CNY-AMT          TO WK-BR-AMT(WK-HIT).

       3210-FIND-BR-RTN.
           IF WK-BR-LE-ID(WK-IX) = WK-CUR-LP-ID AND
              WK-BR-BRANCH-STD(WK-IX) = WK-CUS-BRANCH-STD
           THEN
             MOVE WK-IX                TO WK-HIT
             MOVE WK-BR-CNT            TO WK-IX
           END-IF.
           ADD 1                       TO WK-IX.

       3220-LOOKUP-BR-RTN.
           MOVE ZEROS                  TO WK-HIT.
           MOVE 1                      TO WK-IX.
           PERFORM 3210-FIND-BR-RTN UNTIL WK-IX > WK-BR-CNT.

       3300-ADD-GRP-RTN.
           MOVE ZEROS                  TO WK-HIT.
           MOVE 1                      TO WK-IX.
           PERFORM 3310-FIND-GRP-RTN UNTIL WK-IX > WK-GRP-CNT.
           IF WK-HIT = ZEROS
           THEN
             IF WK-GRP-CNT < 2000
             THEN
               ADD 1                   TO WK-GRP-CNT
               MOVE WK-GRP-CNT         TO WK-HIT
               MOVE WK-CUR-LP-ID       TO WK-GRP-LE-ID(WK-HIT)
               MOVE WK-CUS-GRP-ACCT-NO TO WK-GRP-ACCT-NO(WK-HIT)
             ELSE
               MOVE WK-GRP-CNT         TO WK-HIT
             END-IF
           END-IF.
           ADD WK-CUS-CNY-AMT          TO WK-GRP-AMT(WK-HIT).
           ADD 1                       TO WK-GRP-CUST-CNT(WK-HIT).

       3310-FIND-GRP-RTN.
           IF WK-GRP-LE-ID(WK-IX) = WK-CUR-LP-ID AND
              WK-GRP-ACCT-NO(WK-IX) = WK-CUS-GRP-ACCT-NO
           THEN
             MOVE WK-IX                TO WK-HIT
             MOVE WK-GRP-CNT           TO WK-IX
           END-IF.
           ADD 1                       TO WK-IX.

      ****************************************************************
      *    法人内按折人民币余额降序排名                               *
      ****************************************************************
       4000-RANK-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-LEGAL-PERSON-ID
                ON DESCENDING KEY SR-CNY-AMT
                ON ASCENDING KEY SR-CUST-NO
                USING WRK-FILE
                GIVING CUS-FILE.
           OPEN INPUT                  CUS-FILE.
           MOVE SPACES                 TO WK-BRK-LP-ID.
           PERFORM 4010-READ-CUS-RTN.
           PERFORM 4100-CUS-LOOP-RTN UNTIL WK-CUS-EOF.
           IF WK-BRK-LP-ID NOT = SPACES
           THEN
             PERFORM 4300-DROP-OUT-RTN
           END-IF.
           CLOSE                       CUS-FILE.

       4010-READ-CUS-RTN.
           READ CUS-FILE               INTO WK-CUS-REC
             AT END
               SET WK-CUS-EOF          TO TRUE
           END-READ.

       4100-CUS-LOOP-RTN.
           IF WC-LEGAL-PERSON-ID NOT = WK-BRK-LP-ID
           THEN
             IF WK-BRK-LP-ID NOT = SPACES
             THEN
               PERFORM 4300-DROP-OUT-RTN
             END-IF
             MOVE WC-LEGAL-PERSON-ID   TO WK-BRK-LP-ID
             MOVE ZEROS                TO WK-RANK
             PERFORM 4200-LE-HEAD-RTN
           END-IF.
           ADD 1                       TO WK-RANK.
           MOVE WC-LEGAL-PERSON-ID     TO WK-CUR-LP-ID.
           PERFORM 3120-LOOKUP-LE-RTN.
           COMPUTE WK-LE-PCT ROUNDED =
                   WC-CNY-AMT * 100 / WK-LE-AMT(WK-HIT).
           MOVE WC-BRANCH-STD          TO WK-CUS-BRANCH-STD.
           PERFORM 3220-LOOKUP-BR-RTN.
           COMPUTE WK-BR-PCT ROUNDED =
                   WC-CNY-AMT * 100 / WK-BR-AMT(WK-HIT).
           IF WK-RANK NOT > WK-TOP-N OR
              WK-LE-PCT > WK-CUST-PCT
           THEN
             PERFORM 4110-WRITE-CUS-RTN
           END-IF.
           PERFORM 4010-READ-CUS-RTN.

       4110-WRITE-CUS-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE WK-RANK                TO RPT-RANK.
           MOVE WC-CUST-NO             TO RPT-CUST-NO.
           MOVE WC-BRANCH-STD          TO RPT-BRANCH-STD.
           MOVE WC-CNY-AMT             TO RPT-CNY-AMT.
           MOVE WK-LE-PCT              TO RPT-LE-PCT.
           MOVE WK-BR-PCT              TO RPT-BR-PCT.
      *    上期名次比对
           MOVE ZEROS                  TO WK-HIT.
           MOVE 1                      TO WK-IX.
           PERFORM 4120-FIND-PRV-RTN UNTIL WK-IX > WK-PRV-CNT.
           IF WK-HIT = ZEROS
           THEN
             MOVE '新进'               TO RPT-PRV-RANK
             MOVE WC-CNY-AMT           TO WK-DIFF-AMT
           ELSE
             MOVE WK-PRV-RANK(WK-HIT)  TO RPT-PRV-ED
             MOVE RPT-PRV-ED           TO RPT-PRV-RANK
             MOVE 'Y'                  TO WK-PRV-HIT-FLG(WK-HIT)
             COMPUTE WK-DIFF-AMT = WC-CNY-AMT - WK-PRV-AMT(WK-HIT)
           END-IF.
           MOVE WK-DIFF-AMT            TO RPT-DIFF-AMT.
           IF WK-LE-PCT > WK-CUST-PCT
           THEN
             MOVE '*超阈值'            TO RPT-FLAG
             ADD 1                     TO WK-OVER-CNT
           END-IF.
           WRITE RPT-LINE              FROM RPT-DETAIL.
      *    本期排名档(下期比对)
           IF WK-RANK NOT > WK-TOP-N
           THEN
             MOVE SPACES               TO WK-RNK-REC
             MOVE WC-LEGAL-PERSON-ID   TO WR-LEGAL-PERSON-ID
             MOVE WK-RANK              TO WR-RANK
             MOVE WC-CUST-NO           TO WR-CUST-NO
             MOVE WC-CNY-AMT           TO WR-CNY-AMT
             MOVE WK-BUSN-DT           TO WR-STAT-DT
             WRITE RNK-REC             FROM WK-RNK-REC
           END-IF.

       4120-FIND-PRV-RTN.
           IF WK-PRV-LE-ID(WK-IX) = WC-LEGAL-PERSON-ID AND
              WK-PRV-CUST-NO(WK-IX) = WC-CUST-NO
           THEN
             MOVE WK-IX                TO WK-HIT
             MOVE WK-PRV-CNT           TO WK-IX
           END-IF.
           ADD 1                       TO WK-IX.

       4200-LE-HEAD-RTN.
           MOVE WC-LEGAL-PERSON-ID     TO WK-CUR-LP-ID.
           PERFORM 3120-LOOKUP-LE-RTN.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-LE-AMT(WK-HIT)      TO RPT-CNY-AMT.
           STRING '法人:'              DELIMITED BY SIZE
                  WC-LEGAL-PERSON-ID   DELIMITED BY SIZE
                  ' 存款合计(折人民币):' DELIMITED BY SIZE
                  RPT-CNY-AMT          DELIMITED BY SIZE
                  ' 客户数:'           DELIMITED BY SIZE
                  WK-LE-CUST-CNT(WK-HIT)
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' 名次 客户号               机构     '
                                       DELIMITED BY SIZE
                  '   折人民币余额   占法人% 占机构% '
                                       DELIMITED BY SIZE
                  '上期  较上期变动'   DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.

      *    上期在前N名、本期未进前N名者
       4300-DROP-OUT-RTN.
           MOVE 1                      TO WK-IX.
           PERFORM 4310-DROP-ONE-RTN UNTIL WK-IX > WK-PRV-CNT.

       4310-DROP-ONE-RTN.
           IF WK-PRV-LE-ID(WK-IX) = WK-BRK-LP-ID AND
              WK-PRV-HIT-FLG(WK-IX) = 'N'
           THEN
             MOVE SPACES               TO RPT-DETAIL
             MOVE WK-PRV-CUST-NO(WK-IX) TO RPT-CUST-NO
             MOVE WK-PRV-RANK(WK-IX)   TO RPT-PRV-ED
             MOVE RPT-PRV-ED           TO RPT-PRV-RANK
             MOVE WK-PRV-AMT(WK-IX)    TO RPT-DIFF-AMT
             MOVE '跌出前N名'          TO RPT-FLAG
             WRITE RPT-LINE            FROM RPT-DETAIL
             MOVE 'Y'                  TO WK-PRV-HIT-FLG(WK-IX)
           END-IF.
           ADD 1                       TO WK-IX.

      ****************************************************************
      *    集团超阈值列示                                             *
      ****************************************************************
       5000-GRP-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '集团存款超阈值清单'  DELIMITED BY SIZE
                  '(法人/集团总公司账号/'
                                       DELIMITED BY SIZE
                  '成员客户数/折人民币余额/'
                                       DELIMITED BY SIZE
                  '占法人%)'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE 1                      TO WK-GX.
           PERFORM 5100-GRP-ONE-RTN UNTIL WK-GX > WK-GRP-CNT.

       5100-GRP-ONE-RTN.
           MOVE WK-GRP-LE-ID(WK-GX) TO WK-CUR-LP-ID.
           PERFORM 3120-LOOKUP-LE-RTN.
           COMPUTE WK-LE-PCT ROUNDED =
                   WK-GRP-AMT(WK-GX) * 100 / WK-LE-AMT(WK-HIT).
           IF WK-LE-PCT > WK-GRP-PCT
           THEN
             MOVE SPACES               TO RPT-LINE
             MOVE WK-GRP-AMT(WK-GX) TO RPT-CNY-AMT
             MOVE WK-LE-PCT            TO RPT-LE-PCT
             STRING WK-GRP-LE-ID(WK-GX)
                                       DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WK-GRP-ACCT-NO(WK-GX)
                                       DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WK-GRP-CUST-CNT(WK-GX)
                                       DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    RPT-CNY-AMT        DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    RPT-LE-PCT         DELIMITED BY SIZE
                    ' *超阈值'         DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
             ADD 1                     TO WK-OVER-CNT
           END-IF.
           ADD 1                       TO WK-GX.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '统计客户数:'        DELIMITED BY SIZE
                  WK-CUST-CNT          DELIMITED BY SIZE
                  ' 存续账户数:'       DELIMITED BY SIZE
                  WK-IDX-CNT           DELIMITED BY SIZE
                  ' 超阈值笔数:'       DELIMITED BY SIZE
                  WK-OVER-CNT          DELIMITED BY SIZE
                  ' 未取得牌价币种段:' DELIMITED BY SIZE
                  WK-NO-RATE-CNT       DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                       RNK-FILE
                                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARCON'.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             MOVE SPACES               TO RPT-LINE
             STRING 'GDBIMAIN异常,DBI-DB-STATUS=' DELIMITED BY SIZE
                    DBI-DB-STATUS      DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
             CLOSE                     WRK-FILE
                                       RNK-FILE
                                       RPT-FILE
             STOP RUN
           END-IF.
