      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARTSV1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARTSV1                                *
      * DESCRIPTION........: TELLER BEHAVIOR SURVEILLANCE (BMP)      *
      *                      柜员异常操作监测:逐户扫描当日明细,按经 *
      *                      办柜员(SA-OPR-NO)汇总五类模式并评分:   *
      *                      关系人账户(员工关系名单)、营业时间外 *
      *                      交易、冲正占比高、双人复核阈值下临界   *
      *                      金额反复出现、同一经办/复核搭档反复;   *
      *                      评分表按分值降序交内审部,异常明细另出 *
      *                      明细档供逐笔追查                       *
      * KB/CF TO BE CALLED: CPDPSA0                                  *
      * INPUT..............: STFRELIN                                *
      * OUTPUT.............: TSVDTLOT TSVSUMOT TSVSCRRP              *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNTXN       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REL-FILE             ASSIGN TO STFRELIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-FILE             ASSIGN TO TSVDTLWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO TSVSRTWK.
           SELECT DTL-FILE             ASSIGN TO TSVDTLOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SWK-FILE             ASSIGN TO TSVSUMWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SSR-FILE             ASSIGN TO TSVSSRWK.
           SELECT SUM-FILE             ASSIGN TO TSVSUMOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO TSVSCRRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    员工关系名单:柜员本人及亲属名下客户号/账号,
      *    客户号、账号至少送一项
       FD  REL-FILE.
       01  REL-REC.
           05  RL-TELLER-ID            PIC X(12).
      *        00-本人 01-配偶 02-父母 03-子女 09-其他
           05  RL-REL-TYP              PIC X(02).
           05  RL-CUST-NO              PIC X(20).
           05  RL-ACCT-NO              PIC X(32).
           05  RL-REL-NAME             PIC X(60).
           05  FILLER                  PIC X(24).
       FD  WRK-FILE.
       01  WRK-REC                     PIC X(200).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-OPR-NO               PIC X(12).
           05  SR-CHK-OPR-NO           PIC X(12).
           05  SR-TX-TM                PIC X(08).
           05  SR-ACCT-NO              PIC X(32).
           05  FILLER                  PIC X(136).
      *    明细档(追查用):当日全部柜员经办明细,带各类标志
       FD  DTL-FILE.
       01  DTL-REC.
           05  DT-OPR-NO               PIC X(12).
           05  DT-CHK-OPR-NO           PIC X(12).
           05  DT-TX-TM                PIC X(08).
           05  DT-ACCT-NO              PIC X(32).
           05  DT-CUST-NO              PIC X(20).
           05  DT-TX-LOG-NO            PIC X(24).
           05  DT-OPUN-COD             PIC X(09).
           05  DT-CURR-COD             PIC X(03).
           05  DT-TX-AMT               PIC S9(16)V9(2).
           05  DT-AUTH-NO              PIC X(08).
           05  DT-EC-FLG               PIC X(01).
      *        R-关系人账户 H-营业时间外 N-临界金额,无为空
           05  DT-REL-FLG              PIC X(01).
           05  DT-REL-TYP              PIC X(02).
           05  DT-OFF-FLG              PIC X(01).
           05  DT-NEAR-FLG             PIC X(01).
           05  DT-DUAL-CHK-AMT         PIC S9(16)V9(2).
           05  FILLER                  PIC X(30).
       FD  SWK-FILE.
       01  SWK-REC                     PIC X(120).
       SD  SSR-FILE.
       01  SSR-REC.
           05  SS-SCORE                PIC 9(03).
           05  SS-OPR-NO               PIC X(12).
           05  FILLER                  PIC X(105).
      *    评分档:柜员一笔,按分值降序
       FD  SUM-FILE.
       01  SUM-REC.
           05  SM-SCORE                PIC 9(03).
           05  SM-OPR-NO               PIC X(12).
           05  SM-TX-CNT               PIC 9(07).
           05  SM-REL-CNT              PIC 9(07).
           05  SM-OFF-CNT              PIC 9(07).
           05  SM-EC-CNT               PIC 9(07).
           05  SM-EC-PCT               PIC 9(03).
           05  SM-NEAR-CNT             PIC 9(07).
           05  SM-PAIR-CHK-OPR-NO      PIC X(12).
           05  SM-PAIR-CNT             PIC 9(07).
      *        命中模式:R-关系人 H-时间外 E-冲正 N-临界 P-搭档
           05  SM-HIT-FLGS             PIC X(05).
           05  FILLER                  PIC X(43).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  PCPDPSA0.
           COPY                        PCPDPSA0.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAACNACN.
          COPY                         SAACNACN.
       01 SAACNTXN.
          COPY                         SAACNTXN.
           COPY                        APPAREA.
      *    员工关系名单表,容量5000
       01  WK-RL-TBL.
           05  WK-RL-CNT               PIC 9(05) VALUE ZEROS.
           05  WK-RL-ENT OCCURS 5000 TIMES
                                       INDEXED BY WK-RL-IX.
               10  WK-RL-TELLER-ID     PIC X(12).
               10  WK-RL-REL-TYP       PIC X(02).
               10  WK-RL-CUST-NO       PIC X(20).
               10  WK-RL-ACCT-NO       PIC X(32).
      *    各模式分值,合计满分100
       01  WK-SCORE-TBL.
           05  WK-SCR-REL              PIC 9(03) VALUE 40.
           05  WK-SCR-OFF              PIC 9(03) VALUE 10.
           05  WK-SCR-EC               PIC 9(03) VALUE 20.
           05  WK-SCR-NEAR             PIC 9(03) VALUE 20.
           05  WK-SCR-PAIR             PIC 9(03) VALUE 10.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-OVFL-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-TXN-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-TLR-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-HIT-TLR-CNT          PIC 9(07) VALUE ZEROS.
      *        产品双人复核阈值缓存(产品+币种)
           05  WK-PDP-KEY.
               10  WK-PDP-CODE         PIC X(11).
               10  WK-PDP-CURR         PIC X(03).
           05  WK-DUAL-CHK-AMT         PIC S9(16)V9(2) COMP-3.
           05  WK-NEAR-AMT             PIC S9(16)V9(2) COMP-3.
      *        柜员汇总
           05  WK-OPR-NO               PIC X(12).
           05  WK-CHK-OPR-NO           PIC X(12).
           05  WK-T-TX-CNT             PIC 9(07).
           05  WK-T-REL-CNT            PIC 9(07).
           05  WK-T-OFF-CNT            PIC 9(07).
           05  WK-T-EC-CNT             PIC 9(07).
           05  WK-T-NEAR-CNT           PIC 9(07).
           05  WK-T-PAIR-CNT           PIC 9(07).
           05  WK-T-PAIR-MAX           PIC 9(07).
           05  WK-T-PAIR-OPR-NO        PIC X(12).
           05  WK-T-EC-PCT             PIC 9(03).
           05  WK-T-SCORE              PIC 9(03).
           05  WK-FOUND-FLG            PIC X(01) VALUE 'N'.
               88  WK-KEY-FOUND                  VALUE 'Y'.
           05  WK-REL-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-REL-EOF                    VALUE 'Y'.
           05  WK-ACN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACN-EOF                    VALUE 'Y'.
           05  WK-TXN-EOF-FLG          PIC X(01).
               88  WK-TXN-EOF                    VALUE 'Y'.
           05  WK-DTL-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-DTL-EOF                    VALUE 'Y'.
           05  WK-SUM-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-SUM-EOF                    VALUE 'Y'.
       01  RPT-SUM-DETAIL.
           05  RPT-S-SCORE             PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-S-OPR-NO            PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-S-HIT-FLGS          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-S-TX-CNT            PIC Z(6)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-S-REL-CNT           PIC Z(6)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-S-OFF-CNT           PIC Z(6)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-S-EC-CNT            PIC Z(6)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-S-EC-PCT            PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE '%'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-S-NEAR-CNT          PIC Z(6)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-S-PAIR-OPR-NO       PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-S-PAIR-CNT          PIC Z(6)9.
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  RPT-DTL-DETAIL.
           05  RPT-D-OPR-NO            PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-D-FLGS              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-D-TX-TM             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-D-ACCT-NO           PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-D-TX-AMT            PIC -(13)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-D-CHK-OPR-NO        PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-D-TX-LOG-NO         PIC X(24).
           05  FILLER                  PIC X(17) VALUE SPACES.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-LOAD-REL-RTN UNTIL WK-REL-EOF.
           PERFORM 3000-SCAN-ACN-RTN UNTIL WK-ACN-EOF.
           PERFORM 6000-SORT-DTL-RTN.
           PERFORM 7000-SUMMARY-RTN.
           PERFORM 8000-REPORT-RTN.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           MOVE WK-BUSN-DT             TO SYS-BUSN-DT.
           MOVE SPACES                 TO WK-PDP-KEY.
           OPEN INPUT                  REL-FILE.
           OPEN OUTPUT                 WRK-FILE
                                       RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '柜员异常操作监测评分表 营业日:'
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           READ REL-FILE
             AT END SET WK-REL-EOF     TO TRUE
           END-READ.
           PERFORM 3010-OPEN-ACN-RTN.

       2000-LOAD-REL-RTN.
           IF WK-RL-CNT < 5000
           THEN
             ADD 1                     TO WK-RL-CNT
             SET WK-RL-IX              TO WK-RL-CNT
             MOVE RL-TELLER-ID         TO WK-RL-TELLER-ID(WK-RL-IX)
             MOVE RL-REL-TYP           TO WK-RL-REL-TYP(WK-RL-IX)
             MOVE RL-CUST-NO           TO WK-RL-CUST-NO(WK-RL-IX)
             MOVE RL-ACCT-NO           TO WK-RL-ACCT-NO(WK-RL-IX)
           ELSE
             ADD 1                     TO WK-OVFL-CNT
           END-IF.
           READ REL-FILE
             AT END SET WK-REL-EOF     TO TRUE
           END-READ.

       3010-OPEN-ACN-RTN.
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

      *    当日无动账的账户不读明细
       3000-SCAN-ACN-RTN.
           IF SA-LAST-TXN-DT OF SAACNACN = WK-BUSN-DT(3:6)
           THEN
             PERFORM 4000-SCAN-TXN-RTN
           END-IF.
           PERFORM 3020-NEXT-ACN-RTN.

       3020-NEXT-ACN-RTN.
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

       4000-SCAN-TXN-RTN.
           MOVE SPACES                 TO WK-TXN-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           PERFORM 4010-TXN-LOOP-RTN UNTIL WK-TXN-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.

      *    只计柜员经办的当日明细(批量/系统入账无经办柜员)
       4010-TXN-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-EOF            TO TRUE
           ELSE
             IF SA-TX-DT OF SAACNTXN = WK-BUSN-DT AND
                SA-OPR-NO OF SAACNTXN NOT = SPACES
             THEN
               PERFORM 5000-CHECK-ONE-RTN
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
           END-IF.

       5000-CHECK-ONE-RTN.
           ADD 1                       TO WK-TXN-CNT.
           MOVE SPACES                 TO DTL-REC.
           MOVE SA-OPR-NO OF SAACNTXN  TO DT-OPR-NO.
           MOVE SA-CHK-OPR-NO OF SAACNTXN
                                       TO DT-CHK-OPR-NO.
           MOVE SA-TX-TM OF SAACNTXN   TO DT-TX-TM.
           MOVE SA-ACCT-NO OF SAACNACN TO DT-ACCT-NO.
           MOVE SA-CUST-NO OF SAACNACN TO DT-CUST-NO.
           MOVE SA-TX-LOG-NO OF SAACNTXN
                                       TO DT-TX-LOG-NO.
           MOVE SA-OPUN-COD OF SAACNTXN
                                       TO DT-OPUN-COD.
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO DT-CURR-COD.
           MOVE SA-TX-AMT OF SAACNTXN  TO DT-TX-AMT.
           MOVE SA-AUTH-NO OF SAACNTXN TO DT-AUTH-NO.
           MOVE SA-EC-FLG OF SAACNTXN  TO DT-EC-FLG.
           MOVE ZEROS                  TO DT-DUAL-CHK-AMT.
      *    关系人账户:本柜员名单内账号或客户号命中
           MOVE 'N'                    TO WK-FOUND-FLG.
           SET WK-RL-IX                TO 1.
           PERFORM 5010-SEARCH-REL-RTN
                   UNTIL WK-RL-IX > WK-RL-CNT
                      OR WK-KEY-FOUND.
           IF WK-KEY-FOUND
           THEN
             MOVE 'R'                  TO DT-REL-FLG
           END-IF.
      *    营业时间外
           IF SA-TX-TM OF SAACNTXN(1:6) < C-SA-TSV-BGN-TM OR
              SA-TX-TM OF SAACNTXN(1:6) > C-SA-TSV-END-TM
           THEN
             MOVE 'H'                  TO DT-OFF-FLG
           END-IF.
      *    未经复核且落在产品双人复核阈值下临界区间
           IF SA-CHK-OPR-NO OF SAACNTXN = SPACES AND
              SA-EC-FLG OF SAACNTXN NOT = C-CLG-TXT-EC
           THEN
             PERFORM 5100-CHECK-NEAR-RTN
           END-IF.
           WRITE WRK-REC               FROM DTL-REC.

       5010-SEARCH-REL-RTN.
           IF WK-RL-TELLER-ID(WK-RL-IX) = SA-OPR-NO OF SAACNTXN AND
              ( ( WK-RL-ACCT-NO(WK-RL-IX) NOT = SPACES AND
                  WK-RL-ACCT-NO(WK-RL-IX) = SA-ACCT-NO OF SAACNACN )
              OR
                ( WK-RL-CUST-NO(WK-RL-IX) NOT = SPACES AND
                  WK-RL-CUST-NO(WK-RL-IX) = SA-CUST-NO OF SAACNACN ) )
           THEN
             SET WK-KEY-FOUND          TO TRUE
             MOVE WK-RL-REL-TYP(WK-RL-IX)
                                       TO DT-REL-TYP
           ELSE
             SET WK-RL-IX              UP BY 1
           END-IF.

       5100-CHECK-NEAR-RTN.
           IF SA-PDP-CODE OF SAACNACN NOT = WK-PDP-CODE OR
              SA-CURR-COD OF SAACNTXN NOT = WK-PDP-CURR
           THEN
             PERFORM 9712-CALL-CPDPSA0-RTN
           END-IF.
           IF WK-DUAL-CHK-AMT > ZEROS
           THEN
             COMPUTE WK-NEAR-AMT ROUNDED =
                     WK-DUAL-CHK-AMT * C-SA-TSV-NEAR-PCT / 100
             IF SA-TX-AMT OF SAACNTXN NOT < WK-NEAR-AMT AND
                SA-TX-AMT OF SAACNTXN NOT > WK-DUAL-CHK-AMT
             THEN
               MOVE 'N'                TO DT-NEAR-FLG
               MOVE WK-DUAL-CHK-AMT    TO DT-DUAL-CHK-AMT
             END-IF
           END-IF.

      *    按经办、复核、时间排列,即追查明细档
       6000-SORT-DTL-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-OPR-NO
                                 SR-CHK-OPR-NO
                                 SR-TX-TM
                                 SR-ACCT-NO
                USING WRK-FILE
                GIVING DTL-FILE.

      *    回读明细档按柜员汇总评分,评分档再按分值降序排列
       7000-SUMMARY-RTN.
           OPEN INPUT                  DTL-FILE.
           OPEN OUTPUT                 SWK-FILE.
           PERFORM 7020-READ-DTL-RTN.
           PERFORM 7010-TELLER-RTN UNTIL WK-DTL-EOF.
           CLOSE                       DTL-FILE
                                       SWK-FILE.
           SORT SSR-FILE
                ON DESCENDING KEY SS-SCORE
                ON ASCENDING KEY SS-OPR-NO
                USING SWK-FILE
                GIVING SUM-FILE.

       7010-TELLER-RTN.
           MOVE DT-OPR-NO              TO WK-OPR-NO.
           MOVE ZEROS                  TO WK-T-TX-CNT
                                          WK-T-REL-CNT
                                          WK-T-OFF-CNT
                                          WK-T-EC-CNT
                                          WK-T-NEAR-CNT
                                          WK-T-PAIR-MAX
                                          WK-T-EC-PCT
                                          WK-T-SCORE.
           MOVE SPACES                 TO WK-T-PAIR-OPR-NO.
           PERFORM 7030-PAIR-RTN
                   UNTIL WK-DTL-EOF
                      OR DT-OPR-NO NOT = WK-OPR-NO.
           PERFORM 7100-SCORE-RTN.

      *    同一经办+复核搭档成段计数,取最多的搭档
       7030-PAIR-RTN.
           MOVE DT-CHK-OPR-NO          TO WK-CHK-OPR-NO.
           MOVE ZEROS                  TO WK-T-PAIR-CNT.
           PERFORM 7040-COUNT-DTL-RTN
                   UNTIL WK-DTL-EOF
                      OR DT-OPR-NO NOT = WK-OPR-NO
                      OR DT-CHK-OPR-NO NOT = WK-CHK-OPR-NO.
           IF WK-CHK-OPR-NO NOT = SPACES AND
              WK-T-PAIR-CNT > WK-T-PAIR-MAX
           THEN
             MOVE WK-T-PAIR-CNT        TO WK-T-PAIR-MAX
             MOVE WK-CHK-OPR-NO        TO WK-T-PAIR-OPR-NO
           END-IF.

       7040-COUNT-DTL-RTN.
           ADD 1                       TO WK-T-TX-CNT
                                          WK-T-PAIR-CNT.
           IF DT-REL-FLG = 'R'
           THEN
             ADD 1                     TO WK-T-REL-CNT
           END-IF.
           IF DT-OFF-FLG = 'H'
           THEN
             ADD 1                     TO WK-T-OFF-CNT
           END-IF.
           IF DT-NEAR-FLG = 'N'
           THEN
             ADD 1                     TO WK-T-NEAR-CNT
           END-IF.
           IF DT-EC-FLG = C-CLG-TXT-EC
           THEN
             ADD 1                     TO WK-T-EC-CNT
           END-IF.
           PERFORM 7020-READ-DTL-RTN.

       7020-READ-DTL-RTN.
           READ DTL-FILE
             AT END SET WK-DTL-EOF     TO TRUE
           END-READ.

       7100-SCORE-RTN.
           ADD 1                       TO WK-TLR-CNT.
           MOVE SPACES                 TO SUM-REC.
           COMPUTE WK-T-EC-PCT = WK-T-EC-CNT * 100 / WK-T-TX-CNT.
           IF WK-T-REL-CNT > ZEROS
           THEN
             ADD WK-SCR-REL            TO WK-T-SCORE
             MOVE 'R'                  TO SM-HIT-FLGS(1:1)
           END-IF.
           IF WK-T-OFF-CNT > ZEROS
           THEN
             ADD WK-SCR-OFF            TO WK-T-SCORE
             MOVE 'H'                  TO SM-HIT-FLGS(2:1)
           END-IF.
           IF WK-T-EC-CNT NOT < C-SA-TSV-REV-MIN AND
              WK-T-EC-PCT NOT < C-SA-TSV-REV-PCT
           THEN
             ADD WK-SCR-EC             TO WK-T-SCORE
             MOVE 'E'                  TO SM-HIT-FLGS(3:1)
           END-IF.
           IF WK-T-NEAR-CNT NOT < C-SA-TSV-NEAR-CNT
           THEN
             ADD WK-SCR-NEAR           TO WK-T-SCORE
             MOVE 'N'                  TO SM-HIT-FLGS(4:1)
           END-IF.
           IF WK-T-PAIR-MAX NOT < C-SA-TSV-PAIR-CNT
           THEN
             ADD WK-SCR-PAIR           TO WK-T-SCORE
             MOVE 'P'                  TO SM-HIT-FLGS(5:1)
           END-IF.
           IF WK-T-SCORE > ZEROS
           THEN
             ADD 1                     TO WK-HIT-TLR-CNT
           END-IF.
           MOVE WK-T-SCORE             TO SM-SCORE.
           MOVE WK-OPR-NO              TO SM-OPR-NO.
           MOVE WK-T-TX-CNT            TO SM-TX-CNT.
           MOVE WK-T-REL-CNT           TO SM-REL-CNT.
           MOVE WK-T-OFF-CNT           TO SM-OFF-CNT.
           MOVE WK-T-EC-CNT            TO SM-EC-CNT.
           MOVE WK-T-EC-PCT            TO SM-EC-PCT.
           MOVE WK-T-NEAR-CNT          TO SM-NEAR-CNT.
           MOVE WK-T-PAIR-OPR-NO       TO SM-PAIR-CHK-OPR-NO.
           MOVE WK-T-PAIR-MAX          TO SM-PAIR-CNT.
           WRITE SWK-REC               FROM SUM-REC.

      *    评分表(分值降序,零分不列)及命中明细
       8000-REPORT-RTN.
           MOVE SPACES                 TO RPT-LINE.
           MOVE '分值 柜员号       模式  经办笔数'
                                       TO RPT-LINE.
           MOVE ' 关系人  时间外   冲正 占比'
                                       TO RPT-LINE(40:).
           MOVE '  临界 最多搭档'     TO RPT-LINE(80:).
           WRITE RPT-LINE.
           OPEN INPUT                  SUM-FILE.
           PERFORM 8020-READ-SUM-RTN.
           PERFORM 8010-WRITE-SUM-RTN
                   UNTIL WK-SUM-EOF
                      OR SM-SCORE = ZEROS.
           CLOSE                       SUM-FILE.
           MOVE SPACES                 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           MOVE '命中明细(R-关系人 H-时间外'
                                       TO RPT-LINE.
           MOVE ' N-临界 E-冲正)'     TO RPT-LINE(45:).
           WRITE RPT-LINE.
           MOVE 'N'                    TO WK-DTL-EOF-FLG.
           OPEN INPUT                  DTL-FILE.
           PERFORM 7020-READ-DTL-RTN.
           PERFORM 8030-WRITE-DTL-RTN UNTIL WK-DTL-EOF.
           CLOSE                       DTL-FILE.

       8010-WRITE-SUM-RTN.
           MOVE SPACES                 TO RPT-SUM-DETAIL.
           MOVE SM-SCORE               TO RPT-S-SCORE.
           MOVE SM-OPR-NO              TO RPT-S-OPR-NO.
           MOVE SM-HIT-FLGS            TO RPT-S-HIT-FLGS.
           MOVE SM-TX-CNT              TO RPT-S-TX-CNT.
           MOVE SM-REL-CNT             TO RPT-S-REL-CNT.
           MOVE SM-OFF-CNT             TO RPT-S-OFF-CNT.
           MOVE SM-EC-CNT              TO RPT-S-EC-CNT.
           MOVE SM-EC-PCT              TO RPT-S-EC-PCT.
           MOVE SM-NEAR-CNT            TO RPT-S-NEAR-CNT.
           MOVE SM-PAIR-CHK-OPR-NO     TO RPT-S-PAIR-OPR-NO.
           MOVE SM-PAIR-CNT            TO RPT-S-PAIR-CNT.
           WRITE RPT-LINE              FROM RPT-SUM-DETAIL.
           PERFORM 8020-READ-SUM-RTN.

       8020-READ-SUM-RTN.
           READ SUM-FILE
             AT END SET WK-SUM-EOF     TO TRUE
           END-READ.

      *    关系人/时间外/临界命中笔及冲正笔逐笔列示
       8030-WRITE-DTL-RTN.
           IF DT-REL-FLG = 'R' OR DT-OFF-FLG = 'H' OR
              DT-NEAR-FLG = 'N' OR DT-EC-FLG = C-CLG-TXT-EC
           THEN
             MOVE SPACES               TO RPT-DTL-DETAIL
             MOVE DT-OPR-NO            TO RPT-D-OPR-NO
             MOVE DT-REL-FLG           TO RPT-D-FLGS(1:1)
             MOVE DT-OFF-FLG           TO RPT-D-FLGS(2:1)
             MOVE DT-NEAR-FLG          TO RPT-D-FLGS(3:1)
             IF DT-EC-FLG = C-CLG-TXT-EC
             THEN
               MOVE 'E'                TO RPT-D-FLGS(4:1)
             END-IF
             MOVE DT-TX-TM             TO RPT-D-TX-TM
             MOVE DT-ACCT-NO           TO RPT-D-ACCT-NO
             MOVE DT-TX-AMT            TO RPT-D-TX-AMT
             MOVE DT-CHK-OPR-NO        TO RPT-D-CHK-OPR-NO
             MOVE DT-TX-LOG-NO         TO RPT-D-TX-LOG-NO
             WRITE RPT-LINE            FROM RPT-DTL-DETAIL
           END-IF.
           PERFORM 7020-READ-DTL-RTN.

       9712-CALL-CPDPSA0-RTN.
           MOVE SA-PDP-CODE OF SAACNACN
                                       TO WK-PDP-CODE.
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO WK-PDP-CURR.
           INITIALIZE                  PCPDPSA0.
           MOVE WK-PDP-CURR            TO I-CURR-COD OF PCPDPSA0.
           MOVE WK-PDP-CODE            TO I-PDP-CODE OF PCPDPSA0.
           MOVE '2'                    TO I-CUST-TYP OF PCPDPSA0.
           MOVE '1'                    TO I-QRY-TYPE OF PCPDPSA0.
           MOVE 'SAC'                  TO I-PD-PRT-COD
                                       OF I-PDP-PRT-COD-GRP
                                       OF PCPDPSA0(1).
           CALL 'CPDPSA0'              USING AIF-AREA
                                             PCPDPSA0
                                             SYS-AREA.
           MOVE PD-DUAL-CHK-AMT OF O-PDPRTSAC OF PCPDPSA0
                                       TO WK-DUAL-CHK-AMT.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '经办明细笔数: '     DELIMITED BY SIZE
                  WK-TXN-CNT           DELIMITED BY SIZE
                  '  柜员数: '         DELIMITED BY SIZE
                  WK-TLR-CNT           DELIMITED BY SIZE
                  '  命中柜员数: '     DELIMITED BY SIZE
                  WK-HIT-TLR-CNT       DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           IF WK-OVFL-CNT > ZEROS
           THEN
             MOVE SPACES               TO RPT-LINE
             STRING '员工关系名单超出容量未装入: '
                                       DELIMITED BY SIZE
                    WK-OVFL-CNT        DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           CLOSE                       REL-FILE
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
