      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARBKO1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARBKO1                                *
      * DESCRIPTION........: 季度结息选择性冲回:按机构/产品/账号清单  *
      *                      选取指定结息日的结息历史(SAITSHIS),冲回 *
      *                      KSARITS1所记结息贷记(本户或收息账户)、   *
      *                      代扣税款归集、透支息挂收,按结息前积数   *
      *                      快照(SAITSSNP)恢复普通/协定/透支积数及   *
      *                      上次结息日,输出冲回前后对照清单及重结   *
      *                      清单ITSRRNOT,供KSARITS1以RERUN模式只对   *
      *                      该部分重新结息;已销户、冻结、质押或余额 *
      *                      不足冲回的一律拒绝并列示原因            *
      *                      模式卡TRIAL(默认)只出对照清单不更新      *
      *                      结息时转出的应付利息计提同时恢复,并经    *
      *                      CGLJRNL反向落转出(R)及差额(D)分录        *
      * KB/CF TO BE CALLED: CGLJRNL  CSNFQUE                         *
      * INPUT..............: BKOCTLIN(控制卡) BKOACTIN(账号清单)     *
      * OUTPUT.............: BKORPTOT(对照清单) ITSRRNOT(重结清单)   *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R/U (U:POST)                        *
      * BSAACND   SAACNAMT       R/U (U:POST)                        *
      * BSAACND   SAACNTXN       R/U/I (U/I:POST)                    *
      * BSAACND   SAACNAGR       R/U (U:POST)                        *
      * BSAITHD   SAITSHIS       R/U (U:POST)                        *
      * BSAITHD   SAITSSNP       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE             ASSIGN TO BKOCTLIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT ACT-FILE             ASSIGN TO BKOACTIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO BKORPTOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RRN-FILE             ASSIGN TO ITSRRNOT
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-REC.
      *    TRIAL-只出对照清单(默认) POST-实际冲回
           05  CT-MODE                 PIC X(05).
      *    待冲回的结息日YYYYMMDD
           05  CT-STL-DT               PIC X(08).
      *    选取方式:B-开户机构 P-产品代码 A-账号清单(BKOACTIN)
           05  CT-SEL-TYP              PIC X(01).
           05  CT-SEL-VAL              PIC X(11).
           05  FILLER                  PIC X(47).
       FD  ACT-FILE.
       01  ACT-REC.
           05  AC-ACCT-NO              PIC X(32).
           05  FILLER                  PIC X(48).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      *    重结清单:KSARITS1以RERUN模式读入(ITSRRNIN)
       FD  RRN-FILE.
       01  RRN-REC.
           05  RR-ACCT-NO              PIC X(32).
           05  RR-CURR-COD             PIC X(03).
           05  RR-CURR-IDEN            PIC X(01).
           05  RR-ORIG-STL-DT          PIC X(08).
           05  RR-ORIG-GROSS           PIC S9(14)V9(2).
           05  RR-ORIG-OD-INT          PIC S9(14)V9(2).
           05  FILLER                  PIC X(04).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  MEMCONST.
           COPY                        MEMCONST.
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
       01 SANTFSUB.
          COPY                         SANTFSUB.
       01 SANTFQUE.
          COPY                         SANTFQUE.
       01 SAACNAGR.
          COPY                         SAACNAGR.
       01 SAITSHIS.
          COPY                         SAITSHIS.
       01 SAITSSNP.
          COPY                         SAITSSNP.
      *    冲回对象账户(收息账户/代扣税款归集账户)缓冲
       01 T-SAACNACN.
          COPY                         SAACNACN.
       01 T-SAACNAMT.
          COPY                         SAACNAMT.
       01  PCGLJRNL.
           COPY                        PCGLJRNL.
       01  PCSNFQUE.
           COPY                        PCSNFQUE.
           COPY                        APPAREA.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-MODE                 PIC X(05) VALUE 'TRIAL'.
               88  WK-POST                       VALUE 'POST '.
           05  WK-STL-DT               PIC X(08).
           05  WK-SEL-TYP              PIC X(01).
               88  WK-SEL-BRANCH                 VALUE 'B'.
               88  WK-SEL-PDP                    VALUE 'P'.
               88  WK-SEL-LIST                   VALUE 'A'.
           05  WK-SEL-VAL              PIC X(11).
           05  WK-ACCT-CNT             PIC 9(7)  VALUE ZEROS.
           05  WK-HIT-CNT              PIC 9(7)  VALUE ZEROS.
           05  WK-BKO-CNT              PIC 9(7)  VALUE ZEROS.
           05  WK-REJ-CNT              PIC 9(7)  VALUE ZEROS.
           05  WK-CTL-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CTL-EOF                    VALUE 'Y'.
           05  WK-ACN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACN-EOF                    VALUE 'Y'.
           05  WK-ACT-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACT-EOF                    VALUE 'Y'.
           05  WK-ITH-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ITH-EOF                    VALUE 'Y'.
           05  WK-ITP-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ITP-EOF                    VALUE 'Y'.
           05  WK-AGR-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-AGR-EOF                    VALUE 'Y'.
      *    本账号该结息日待冲回的币种段
           05  WK-HIS-CNT              PIC 9(02).
           05  WK-HIS-GRP              OCCURS 20.
               10  WK-HS-CURR-COD      PIC X(03).
               10  WK-HS-CURR-IDEN     PIC X(01).
           05  WK-HIS-IX               PIC 9(02).
           05  WK-AMT-KEY.
               10  WK-AK-CURR-COD      PIC X(03).
               10  WK-AK-CURR-IDEN     PIC X(01).
           05  WK-ITH-KEY.
               10  WK-IK-CURR-COD      PIC X(03).
               10  WK-IK-CURR-IDEN     PIC X(01).
               10  WK-IK-STL-DT        PIC X(08).
      *    结息前积数快照:币种段及协定各档
           05  WK-SNP-FND-FLG          PIC X(01) VALUE 'N'.
               88  WK-SNP-FND                    VALUE 'Y'.
           05  WK-SNP-DDP-PDT          PIC S9(16)V9(2) COMP-3.
           05  WK-SNP-ACTU-PDT         PIC S9(16)V9(2) COMP-3.
           05  WK-SNP-OD-PDT           PIC S9(16)V9(2) COMP-3.
           05  WK-SNP-LTM-STL-DT       PIC X(08).
           05  WK-TIER-CNT             PIC 9(02).
           05  WK-TIER-GRP             OCCURS 20.
               10  WK-TIER-FL-NO       PIC 9(02).
               10  WK-TIER-PDT         PIC S9(16)V9(2) COMP-3.
           05  WK-TIER-IX              PIC 9(02).
           05  WK-SNP-NGO-TOT          PIC S9(16)V9(2) COMP-3.
      *    结息时转出的已计提应付利息
           05  WK-SNP-ACR-AMT          PIC S9(16)V9(2) COMP-3.
      *    反向计提分录:流水号为程序名+营业日+序号
           05  WK-JRN-SEQ              PIC 9(7)  VALUE ZEROS.
           05  WK-JRN-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-JRN-TYP              PIC X(01).
           05  WK-QUE-CNT              PIC 9(7)  VALUE ZEROS.
           05  WK-JRN-LOG-NO.
               10  FILLER              PIC X(08) VALUE 'KSARBKO1'.
               10  WK-JRN-LOG-DT       PIC X(08).
               10  WK-JRN-LOG-SEQ      PIC 9(08).
      *    原结息:净息入账账户及明细号、代扣税、透支息
           05  WK-NET-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-WHT-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-OD-INT-AMT           PIC S9(16)V9(2) COMP-3.
           05  WK-GROSS-AMT            PIC S9(16)V9(2) COMP-3.
           05  WK-REV-ACCT-NO          PIC X(32).
           05  WK-REV-DET-NO           PIC 9(07).
      *    冲回前后对照
           05  WK-BF-BAL               PIC S9(16)V9(2) COMP-3.
           05  WK-AF-BAL               PIC S9(16)V9(2) COMP-3.
           05  WK-BF-PDT               PIC S9(16)V9(2) COMP-3.
           05  WK-AF-PDT               PIC S9(16)V9(2) COMP-3.
           05  WK-BF-NGO-PRDT          PIC S9(16)V9(2) COMP-3.
           05  WK-AF-NGO-PRDT          PIC S9(16)V9(2) COMP-3.
           05  WK-BF-OD-PDT            PIC S9(16)V9(2) COMP-3.
           05  WK-AF-OD-PDT            PIC S9(16)V9(2) COMP-3.
           05  WK-BF-OD-INT            PIC S9(16)V9(2) COMP-3.
           05  WK-AF-OD-INT            PIC S9(16)V9(2) COMP-3.
           05  WK-REJ-RSN              PIC X(48).
           05  WK-ACTION               PIC X(12).
           05  WK-ED-AMT1              PIC -(15)9.99.
           05  WK-ED-AMT2              PIC -(15)9.99.
           05  WK-ED-AMT3              PIC -(15)9.99.
           05  WK-ED-AMT4              PIC -(15)9.99.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           IF WK-SEL-LIST
           THEN
             PERFORM 2100-LIST-ACN-RTN UNTIL WK-ACT-EOF
           ELSE
             PERFORM 2000-SCAN-ACN-RTN UNTIL WK-ACN-EOF
           END-IF.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           MOVE WK-BUSN-DT             TO SYS-BUSN-DT.
           MOVE WK-BUSN-DT             TO WK-JRN-LOG-DT.
           OPEN OUTPUT                 RPT-FILE.
           PERFORM 1100-READ-CTL-RTN.
           OPEN OUTPUT                 RRN-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '季度结息冲回对照清单 冲回结息日:'
                                       DELIMITED BY SIZE
                  WK-STL-DT            DELIMITED BY SIZE
                  ' 处理日:'           DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                  ' 模式:'             DELIMITED BY SIZE
                  WK-MODE              DELIMITED BY SIZE
                  ' 选取:'             DELIMITED BY SIZE
                  WK-SEL-TYP           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WK-SEL-VAL           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           IF WK-SEL-LIST
           THEN
             OPEN INPUT                ACT-FILE
             PERFORM 2110-READ-ACT-RTN
           ELSE
             PERFORM 2010-OPEN-ACN-RTN
           END-IF.

      *    控制卡:结息日必须为数字且早于处理日(当日结息当日
      *    冲回重结会与原历史同键,须次日处理);选取方式B/P须
      *    给出机构号/产品代码
       1100-READ-CTL-RTN.
           OPEN INPUT                  CTL-FILE.
           READ CTL-FILE
             AT END SET WK-CTL-EOF     TO TRUE
           END-READ.
           IF WK-CTL-EOF
           THEN
             MOVE '缺控制卡'           TO WK-REJ-RSN
             PERFORM 1190-CTL-ERR-RTN
           END-IF.
           IF CT-MODE = 'POST '
           THEN
             MOVE CT-MODE              TO WK-MODE
           END-IF.
           MOVE CT-STL-DT              TO WK-STL-DT.
           MOVE CT-SEL-TYP             TO WK-SEL-TYP.
           MOVE CT-SEL-VAL             TO WK-SEL-VAL.
           CLOSE                       CTL-FILE.
           IF WK-STL-DT IS NOT NUMERIC OR
              WK-STL-DT NOT < WK-BUSN-DT
           THEN
             MOVE '结息日无效或不早于处理日'
                                       TO WK-REJ-RSN
             PERFORM 1190-CTL-ERR-RTN
           END-IF.
           IF NOT WK-SEL-BRANCH AND NOT WK-SEL-PDP AND
              NOT WK-SEL-LIST
           THEN
             MOVE '选取方式须为B/P/A'  TO WK-REJ-RSN
             PERFORM 1190-CTL-ERR-RTN
           END-IF.
           IF NOT WK-SEL-LIST AND WK-SEL-VAL = SPACES
           THEN
             MOVE '未给出机构号/产品代码'
                                       TO WK-REJ-RSN
             PERFORM 1190-CTL-ERR-RTN
           END-IF.

       1190-CTL-ERR-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '控制卡错误,不处理:' DELIMITED BY SIZE
                  WK-REJ-RSN           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                       RPT-FILE.
           STOP RUN.

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

      *    按开户机构或产品代码选取
       2000-SCAN-ACN-RTN.
           ADD 1                       TO WK-ACCT-CNT.
           IF WK-SEL-BRANCH AND
              SA-OPAC-INSTN-NO OF SAACNACN = WK-SEL-VAL(1:9)
           THEN
             PERFORM 3000-ACCOUNT-RTN
           END-IF.
           IF WK-SEL-PDP AND
              SA-PDP-CODE OF SAACNACN = WK-SEL-VAL
           THEN
             PERFORM 3000-ACCOUNT-RTN
           END-IF.
           PERFORM 2020-NEXT-ACN-RTN.

       2020-NEXT-ACN-RTN.
           INITIALIZE                  PDBIMAIN.
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

      *    按账号清单逐户定位
       2100-LIST-ACN-RTN.
           ADD 1                       TO WK-ACCT-CNT.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE AC-ACCT-NO             TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             ADD 1                     TO WK-REJ-CNT
             MOVE SPACES               TO RPT-LINE
             STRING AC-ACCT-NO         DELIMITED BY SIZE
                    ' 拒绝:账户不存在' DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           ELSE
             PERFORM 3000-ACCOUNT-RTN
           END-IF.
           PERFORM 2110-READ-ACT-RTN.

       2110-READ-ACT-RTN.
           READ ACT-FILE
             AT END SET WK-ACT-EOF     TO TRUE
           END-READ.

      *    收集本账号该结息日未冲回的结息历史,逐币种冲回
       3000-ACCOUNT-RTN.
           MOVE ZEROS                  TO WK-HIS-CNT.
           MOVE 'N'                    TO WK-ITH-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAITSHIS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAITHD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAITSHIS'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 97                     TO DBI-DB-SEQUENCE.
           PERFORM 3010-HIS-LOOP-RTN UNTIL WK-ITH-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAITSHIS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE 1                      TO WK-HIS-IX.
           PERFORM 3100-BACKOUT-CCY-RTN UNTIL WK-HIS-IX > WK-HIS-CNT.

       3010-HIS-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAITSHIS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-ITH-EOF            TO TRUE
           ELSE
             IF SA-ITH-STL-DT = WK-STL-DT AND
                SA-ITH-STS NOT = '1' AND
                WK-HIS-CNT < 20
             THEN
               ADD 1                   TO WK-HIS-CNT
               MOVE SA-ITH-CURR-COD    TO WK-HS-CURR-COD(WK-HIS-CNT)
               MOVE SA-ITH-CURR-IDEN   TO WK-HS-CURR-IDEN(WK-HIS-CNT)
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

      *    单个币种段:取历史/金额档/快照,检查后冲回并出对照
       3100-BACKOUT-CCY-RTN.
           ADD 1                       TO WK-HIT-CNT.
           MOVE SPACES                 TO WK-REJ-RSN.
           MOVE WK-HS-CURR-COD(WK-HIS-IX)
                                       TO WK-AK-CURR-COD
                                          WK-IK-CURR-COD.
           MOVE WK-HS-CURR-IDEN(WK-HIS-IX)
                                       TO WK-AK-CURR-IDEN
                                          WK-IK-CURR-IDEN.
           MOVE WK-STL-DT              TO WK-IK-STL-DT.
           PERFORM 3110-GET-HIS-RTN.
           PERFORM 3120-GET-AMT-RTN.
           PERFORM 3130-LOAD-SNP-RTN.
           PERFORM 3140-CHECK-RTN.
           PERFORM 3160-CALC-CMP-RTN.
           IF WK-REJ-RSN NOT = SPACES
           THEN
             ADD 1                     TO WK-REJ-CNT
             MOVE '拒绝'               TO WK-ACTION
           ELSE
             ADD 1                     TO WK-BKO-CNT
             IF WK-POST
             THEN
               PERFORM 5000-POST-BKO-RTN
               PERFORM 5900-WRITE-RRN-RTN
               MOVE '已冲回'           TO WK-ACTION
             ELSE
               MOVE '试算可冲回'       TO WK-ACTION
             END-IF
           END-IF.
           PERFORM 6000-WRITE-CMP-RTN.
           ADD 1                       TO WK-HIS-IX.

       3110-GET-HIS-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAITSHIS.
           MOVE 'BSAITHD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAITSHIS'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE 'SAITSHIS'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-ITH-KEY             TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAITSHIS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE SA-ITH-NET-AMT         TO WK-NET-AMT.
           MOVE SA-ITH-WHT-AMT         TO WK-WHT-AMT.
           MOVE SA-ITH-OD-INT-AMT      TO WK-OD-INT-AMT.
           COMPUTE WK-GROSS-AMT = SA-ITH-INT-AMT + SA-ITH-NGO-INT-AMT.
           IF SA-ITH-PAYOUT-FLG = '1'
           THEN
             MOVE SA-ITH-TGT-ACCT-NO   TO WK-REV-ACCT-NO
           ELSE
             MOVE SA-ACCT-NO OF SAACNACN
                                       TO WK-REV-ACCT-NO
           END-IF.
           MOVE SA-ITH-CR-DET-NO-N     TO WK-REV-DET-NO.

       3120-GET-AMT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE WK-AMT-KEY             TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE '币种段不存在'       TO WK-REJ-RSN
           END-IF.

      *    读结息前积数快照:档次00为币种段,其余为协定各档
       3130-LOAD-SNP-RTN.
           MOVE 'N'                    TO WK-SNP-FND-FLG.
           MOVE 'N'                    TO WK-ITP-EOF-FLG.
           MOVE ZEROS                  TO WK-TIER-CNT
                                          WK-SNP-NGO-TOT
                                          WK-SNP-ACR-AMT
                                          WK-SNP-DDP-PDT
                                          WK-SNP-ACTU-PDT
                                          WK-SNP-OD-PDT.
           MOVE SPACES                 TO WK-SNP-LTM-STL-DT.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAITSSNP.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAITHD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAITSSNP'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 96                     TO DBI-DB-SEQUENCE.
           PERFORM 3135-SNP-LOOP-RTN UNTIL WK-ITP-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAITSSNP
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       3135-SNP-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAITSSNP
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-ITP-EOF            TO TRUE
           ELSE
             IF SA-ITP-CURR-COD = WK-AK-CURR-COD AND
                SA-ITP-CURR-IDEN = WK-AK-CURR-IDEN AND
                SA-ITP-STL-DT = WK-STL-DT
             THEN
               PERFORM 3137-TAKE-SNP-RTN
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

       3137-TAKE-SNP-RTN.
           IF SA-ITP-FL-NO-N = ZEROS
           THEN
             SET WK-SNP-FND            TO TRUE
             MOVE SA-ITP-DDP-PDT       TO WK-SNP-DDP-PDT
             MOVE SA-ITP-ACTU-PDT      TO WK-SNP-ACTU-PDT
             MOVE SA-ITP-OD-PDT        TO WK-SNP-OD-PDT
             MOVE SA-ITP-LTM-STL-DT    TO WK-SNP-LTM-STL-DT
             IF SA-ITP-ACR-INT-AMT IS NUMERIC
             THEN
               MOVE SA-ITP-ACR-INT-AMT TO WK-SNP-ACR-AMT
             END-IF
           ELSE
             IF WK-TIER-CNT < 20
             THEN
               ADD 1                   TO WK-TIER-CNT
               MOVE SA-ITP-FL-NO-N     TO WK-TIER-FL-NO(WK-TIER-CNT)
               MOVE SA-ITP-NGO-PRDT    TO WK-TIER-PDT(WK-TIER-CNT)
               COMPUTE WK-SNP-NGO-TOT = WK-SNP-NGO-TOT
                                      + SA-ITP-NGO-PRDT
             END-IF
           END-IF.

      *    拒绝条件:无快照、已销户/冻结/质押、透支息已收回、
      *    原贷记明细已冲正或不符、入账账户余额不足冲回、
      *    代扣税款归集户余额不足
       3140-CHECK-RTN.
           IF WK-REJ-RSN = SPACES AND NOT WK-SNP-FND
           THEN
             MOVE '无结息前积数快照,须手工调整'
                                       TO WK-REJ-RSN
           END-IF.
           IF WK-REJ-RSN = SPACES AND
              SA-DDP-ACCT-STS OF SAACNAMT = C-SA-CLOSED-COD
           THEN
             MOVE '已销户'             TO WK-REJ-RSN
           END-IF.
           IF WK-REJ-RSN = SPACES AND
              SA-FRZ-AMT OF SAACNAMT > ZEROS
           THEN
             MOVE '已冻结'             TO WK-REJ-RSN
           END-IF.
           IF WK-REJ-RSN = SPACES AND
              SA-PLG-AMT OF SAACNAMT > ZEROS
           THEN
             MOVE '已质押'             TO WK-REJ-RSN
           END-IF.
           IF WK-REJ-RSN = SPACES AND
              SA-OD-INT OF SAACNAMT < WK-OD-INT-AMT
           THEN
             MOVE '透支息已收回,不能冲回'
                                       TO WK-REJ-RSN
           END-IF.
           IF WK-REJ-RSN = SPACES AND WK-NET-AMT > ZEROS
           THEN
             PERFORM 3150-CHECK-REV-ACN-RTN
           END-IF.
           IF WK-REJ-RSN = SPACES AND WK-WHT-AMT > ZEROS
           THEN
             PERFORM 3155-CHECK-TAX-ACN-RTN
           END-IF.

      *    净息入账账户(本户或收息账户)及原贷记明细检查
       3150-CHECK-REV-ACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  T-SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-REV-ACCT-NO         TO DBI-KEY-VALUE1(1).
           MOVE WK-AMT-KEY             TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-DDP-ACCT-STS OF T-SAACNAMT = C-SA-CLOSED-COD
           THEN
             MOVE '入账账户已销户'     TO WK-REJ-RSN
           ELSE
             IF SA-FRZ-AMT OF T-SAACNAMT > ZEROS OR
                SA-PLG-AMT OF T-SAACNAMT > ZEROS
             THEN
               MOVE '收息账户已冻结/质押'
                                       TO WK-REJ-RSN
             ELSE
               IF SA-AVL-BAL OF T-SAACNAMT < WK-NET-AMT
               THEN
                 MOVE '入账账户可用余额不足冲回利息'
                                       TO WK-REJ-RSN
               END-IF
             END-IF
           END-IF.
           IF WK-REJ-RSN = SPACES
           THEN
             PERFORM 3152-CHECK-ORIG-TXN-RTN
           END-IF.

       3152-CHECK-ORIG-TXN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-REV-ACCT-NO         TO DBI-KEY-VALUE1(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-REV-DET-NO          TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-EC-FLG OF SAACNTXN NOT = C-CLG-TXT-NOR OR
              SA-CR-AMT OF SAACNTXN NOT = WK-NET-AMT
           THEN
             MOVE '原结息贷记明细已冲正或不符'
                                       TO WK-REJ-RSN
           END-IF.

       3155-CHECK-TAX-ACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  T-SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE C-SA-TAX-RMT-ACCT-NO   TO DBI-KEY-VALUE1(1).
           MOVE WK-AMT-KEY             TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE '代扣税款归集账户缺币种段'
                                       TO WK-REJ-RSN
           ELSE
             IF SA-ACCT-BAL OF T-SAACNAMT < WK-WHT-AMT
             THEN
               MOVE '代扣税款已划缴,归集户余额不足'
                                       TO WK-REJ-RSN
             END-IF
           END-IF.

      *    冲回前后对照:本户余额(划付模式不变)、普通/协定/
      *    透支积数(现积数加快照积数)、挂收透支息
       3160-CALC-CMP-RTN.
           MOVE SA-ACCT-BAL OF SAACNAMT
                                       TO WK-BF-BAL.
           IF SA-ITH-PAYOUT-FLG = '1'
           THEN
             MOVE WK-BF-BAL            TO WK-AF-BAL
           ELSE
             COMPUTE WK-AF-BAL = WK-BF-BAL - WK-NET-AMT
           END-IF.
           MOVE SA-DDP-PDT OF SAACNAMT TO WK-BF-PDT.
           COMPUTE WK-AF-PDT = WK-BF-PDT + WK-SNP-DDP-PDT.
           MOVE SA-OD-PDT OF SAACNAMT  TO WK-BF-OD-PDT.
           COMPUTE WK-AF-OD-PDT = WK-BF-OD-PDT + WK-SNP-OD-PDT.
           MOVE SA-OD-INT OF SAACNAMT  TO WK-BF-OD-INT.
           COMPUTE WK-AF-OD-INT = WK-BF-OD-INT - WK-OD-INT-AMT.
           MOVE ZEROS                  TO WK-BF-NGO-PRDT.
           IF WK-REJ-RSN NOT = '币种段不存在'
           THEN
             PERFORM 3170-SUM-AGR-RTN
           END-IF.
           COMPUTE WK-AF-NGO-PRDT = WK-BF-NGO-PRDT + WK-SNP-NGO-TOT.

       3170-SUM-AGR-RTN.
           MOVE 'N'                    TO WK-AGR-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAGR.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE 'SAACNAGR'             TO DBI-SEGMENT-NAME(3).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE WK-AMT-KEY             TO DBI-KEY-VALUE1(2).
           MOVE '1'                    TO DBI-CMD-CODE(3 , 1).
           MOVE 98                     TO DBI-DB-SEQUENCE.
           PERFORM 3175-AGR-LOOP-RTN UNTIL WK-AGR-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAGR
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       3175-AGR-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAGR
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AGR-EOF            TO TRUE
           ELSE
             COMPUTE WK-BF-NGO-PRDT = WK-BF-NGO-PRDT
                                    + SA-NGO-PRDT OF SAACNAGR
             MOVE '0'                  TO DBI-CMD-CODE(3 , 1)
           END-IF.

      *    实际冲回:净息贷记->代扣税归集->积数/透支息/协定档
      *    ->结息历史置已冲回
       5000-POST-BKO-RTN.
           IF WK-NET-AMT > ZEROS
           THEN
             PERFORM 5100-REV-CREDIT-RTN
           END-IF.
           IF WK-WHT-AMT > ZEROS
           THEN
             PERFORM 5200-REV-WHT-RTN
           END-IF.
           PERFORM 5300-RESTORE-AMT-RTN.
           MOVE 'N'                    TO WK-AGR-EOF-FLG.
           PERFORM 5410-HOLD-AGR-RTN.
           PERFORM 5420-RESTORE-LOOP-RTN UNTIL WK-AGR-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAGR
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           PERFORM 5500-MARK-HIS-RTN.
           PERFORM 5600-REV-ACR-JRN-RTN.

      *    原结息贷记明细置已冲正,另记借方冲正明细,入账账户
      *    金额档扣回净息,明细数/未登折数递增
       5100-REV-CREDIT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  T-SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-REV-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-REV-ACCT-NO         TO DBI-KEY-VALUE1(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-REV-DET-NO          TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE C-CLG-TXT-REVERSED     TO SA-EC-FLG OF SAACNTXN.
           COMPUTE SA-EC-DET-NO-N OF SAACNTXN =
                   SA-DET-ITEM-N OF T-SAACNACN + 1.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-REV-ACCT-NO         TO DBI-KEY-VALUE1(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
      *    入账账户金额档扣回净息
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  T-SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-REV-ACCT-NO         TO DBI-KEY-VALUE1(1).
           MOVE WK-AMT-KEY             TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           COMPUTE SA-INTC-AMT OF T-SAACNAMT =
                   SA-INTC-AMT OF T-SAACNAMT - WK-NET-AMT.
           COMPUTE SA-ACCT-BAL OF T-SAACNAMT =
                   SA-ACCT-BAL OF T-SAACNAMT - WK-NET-AMT.
           COMPUTE SA-AVL-BAL OF T-SAACNAMT =
                   SA-INTC-AMT OF T-SAACNAMT
                 - SA-FRZ-AMT OF T-SAACNAMT
                 - SA-AUTH-AMT OF T-SAACNAMT
                 - SA-UNCLR-AMT OF T-SAACNAMT
                 - SA-PLG-AMT OF T-SAACNAMT.
           IF SA-AVL-BAL OF T-SAACNAMT < ZEROS
           THEN
             MOVE ZEROS                TO SA-AVL-BAL OF T-SAACNAMT
           END-IF.
           MOVE WK-BUSN-DT             TO SA-LTM-TX-DT OF T-SAACNAMT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
      *    冲正借方明细,冲正明细号指向原结息明细
           INITIALIZE                  SAACNTXN.
           COMPUTE SA-DDP-ACCT-NO-DET-N OF SAACNTXN =
                   SA-DET-ITEM-N OF T-SAACNACN + 1.
           MOVE WK-REV-ACCT-NO         TO FK-SAACN-KEY      OF SAACNTXN.
           MOVE WK-AK-CURR-COD         TO SA-CURR-COD       OF SAACNTXN.
           MOVE WK-AK-CURR-IDEN        TO SA-CURR-IDEN      OF SAACNTXN.
           MOVE C-CLG-TXT-EC           TO SA-EC-FLG         OF SAACNTXN.
           MOVE WK-REV-DET-NO          TO SA-EC-DET-NO-N    OF SAACNTXN.
           MOVE WK-NET-AMT             TO SA-DR-AMT         OF SAACNTXN.
           MOVE WK-NET-AMT             TO SA-TX-AMT         OF SAACNTXN.
           MOVE 0                      TO SA-CR-AMT         OF SAACNTXN.
           MOVE SA-ACCT-BAL OF T-SAACNAMT
                                       TO SA-DDP-ACCT-BAL   OF SAACNTXN.
           MOVE C-REVERSE OF MEMCONST  TO SA-DSCRP-COD      OF SAACNTXN.
           STRING '结息冲回 原结息日:' DELIMITED BY SIZE
                  WK-STL-DT            DELIMITED BY SIZE
                                       INTO SA-RMRK         OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-TX-DT          OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-VAL-DT         OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-SYS-DT         OF SAACNTXN.
           MOVE SA-OPAC-INSTN-NO OF T-SAACNACN
                                       TO SA-OPUN-COD       OF SAACNTXN.
           MOVE SA-LEGAL-PERSON-ID OF T-SAACNACN
                                       TO SA-LEGAL-PERSON-ID OF
                                                             SAACNTXN.
           MOVE SA-DB-PARTITION-ID OF T-SAACNACN
                                       TO SA-DB-PARTITION-ID OF
                                                             SAACNTXN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-REV-ACCT-NO         TO DBI-KEY-VALUE1(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN'       USING PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE WK-REV-ACCT-NO         TO SA-NTQ-ACCT-NO.
           PERFORM 9807-INSERT-NTF-RTN.
           COMPUTE SA-DET-ITEM-N OF T-SAACNACN =
                   SA-DET-ITEM-N OF T-SAACNACN + 1.
           COMPUTE SA-ACC-UNPRINT-NO OF T-SAACNACN =
                   SA-ACC-UNPRINT-NO OF T-SAACNACN + 1.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    代扣税款归集户同币种段扣回本户税款并记借方明细
       5200-REV-WHT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  T-SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE C-SA-TAX-RMT-ACCT-NO   TO DBI-KEY-VALUE1(1).
           MOVE WK-AMT-KEY             TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           COMPUTE SA-INTC-AMT OF T-SAACNAMT =
                   SA-INTC-AMT OF T-SAACNAMT - WK-WHT-AMT.
           COMPUTE SA-ACCT-BAL OF T-SAACNAMT =
                   SA-ACCT-BAL OF T-SAACNAMT - WK-WHT-AMT.
           COMPUTE SA-AVL-BAL OF T-SAACNAMT =
                   SA-AVL-BAL OF T-SAACNAMT - WK-WHT-AMT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  T-SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE C-SA-TAX-RMT-ACCT-NO   TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           INITIALIZE                  SAACNTXN.
           COMPUTE SA-DDP-ACCT-NO-DET-N OF SAACNTXN =
                   SA-DET-ITEM-N OF T-SAACNACN + 1.
           MOVE C-SA-TAX-RMT-ACCT-NO   TO FK-SAACN-KEY      OF SAACNTXN.
           MOVE WK-AK-CURR-COD         TO SA-CURR-COD       OF SAACNTXN.
           MOVE WK-AK-CURR-IDEN        TO SA-CURR-IDEN      OF SAACNTXN.
           MOVE C-CLG-TXT-NOR          TO SA-EC-FLG         OF SAACNTXN.
           MOVE WK-WHT-AMT             TO SA-DR-AMT         OF SAACNTXN.
           MOVE WK-WHT-AMT             TO SA-TX-AMT         OF SAACNTXN.
           MOVE 0                      TO SA-CR-AMT         OF SAACNTXN.
           MOVE SA-ACCT-BAL OF T-SAACNAMT
                                       TO SA-DDP-ACCT-BAL   OF SAACNTXN.
           MOVE C-REVERSE OF MEMCONST  TO SA-DSCRP-COD      OF SAACNTXN.
           MOVE SA-ACCT-NO OF SAACNACN TO SA-OP-ACCT-NO-32  OF SAACNTXN.
           STRING '结息冲回代扣税款 原结息日:'
                                       DELIMITED BY SIZE
                  WK-STL-DT            DELIMITED BY SIZE
                                       INTO SA-RMRK         OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-TX-DT          OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-VAL-DT         OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-SYS-DT         OF SAACNTXN.
           MOVE SA-OPAC-INSTN-NO OF T-SAACNACN
                                       TO SA-OPUN-COD       OF SAACNTXN.
           MOVE SA-LEGAL-PERSON-ID OF T-SAACNACN
                                       TO SA-LEGAL-PERSON-ID OF
                                                             SAACNTXN.
           MOVE SA-DB-PARTITION-ID OF T-SAACNACN
                                       TO SA-DB-PARTITION-ID OF
                                                             SAACNTXN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE C-SA-TAX-RMT-ACCT-NO   TO DBI-KEY-VALUE1(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN'       USING PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           COMPUTE SA-DET-ITEM-N OF T-SAACNACN =
                   SA-DET-ITEM-N OF T-SAACNACN + 1.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    本户金额档:恢复结息前积数(快照积数加结息后新累计),
      *    扣回挂收透支息,上次结息日还原;积数计提日不动
       5300-RESTORE-AMT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE WK-AMT-KEY             TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           COMPUTE SA-DDP-PDT OF SAACNAMT = SA-DDP-PDT OF SAACNAMT
                                          + WK-SNP-DDP-PDT.
           COMPUTE SA-ACTU-PDT OF SAACNAMT = SA-ACTU-PDT OF SAACNAMT
                                           + WK-SNP-ACTU-PDT.
           COMPUTE SA-OD-PDT OF SAACNAMT = SA-OD-PDT OF SAACNAMT
                                         + WK-SNP-OD-PDT.
           COMPUTE SA-OD-INT OF SAACNAMT = SA-OD-INT OF SAACNAMT
                                         - WK-OD-INT-AMT.
           MOVE WK-SNP-LTM-STL-DT      TO SA-LTM-STL-DT OF SAACNAMT.
      *    结息转出的已计提额加回,重结时再行转出
           IF SA-ACR-INT-AMT OF SAACNAMT IS NOT NUMERIC
           THEN
             MOVE ZEROS                TO SA-ACR-INT-AMT OF SAACNAMT
           END-IF.
           COMPUTE SA-ACR-INT-AMT OF SAACNAMT =
                   SA-ACR-INT-AMT OF SAACNAMT + WK-SNP-ACR-AMT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    协定各档积数加回快照积数
       5410-HOLD-AGR-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAGR.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE 'SAACNAGR'             TO DBI-SEGMENT-NAME(3).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE WK-AMT-KEY             TO DBI-KEY-VALUE1(2).
           MOVE '1'                    TO DBI-CMD-CODE(3 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAGR
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AGR-EOF            TO TRUE
           ELSE
             PERFORM 5430-ADD-AGR-RTN
           END-IF.

       5420-RESTORE-LOOP-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE 'SAACNAGR'             TO DBI-SEGMENT-NAME(3).
           MOVE '0'                    TO DBI-CMD-CODE(3 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAGR
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AGR-EOF            TO TRUE
           ELSE
             PERFORM 5430-ADD-AGR-RTN
           END-IF.

       5430-ADD-AGR-RTN.
           MOVE 1                      TO WK-TIER-IX.
           PERFORM 5440-FIND-TIER-RTN
                   UNTIL WK-TIER-IX > WK-TIER-CNT.

       5440-FIND-TIER-RTN.
           IF WK-TIER-FL-NO(WK-TIER-IX) =
              SA-NGO-FL-NO-N OF SAACNAGR
           THEN
             COMPUTE SA-NGO-PRDT OF SAACNAGR =
                     SA-NGO-PRDT OF SAACNAGR
                   + WK-TIER-PDT(WK-TIER-IX)
             INITIALIZE                PDBIMAIN
             MOVE 'BSAACND'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SAACNAGR
                                       AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
             COMPUTE WK-TIER-IX = WK-TIER-CNT + 1
           ELSE
             ADD 1                     TO WK-TIER-IX
           END-IF.

      *    结息历史置已冲回,重结另写新行
       5500-MARK-HIS-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAITSHIS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAITHD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAITSHIS'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE 'SAITSHIS'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-ITH-KEY             TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAITSHIS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE '1'                    TO SA-ITH-STS.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAITHD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAITSHIS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    反向计提转出(R)及差额(D)分录,与KSARITS1结息时所落
      *    分录同网点/法人/产品/币种口径
       5600-REV-ACR-JRN-RTN.
           IF WK-SNP-ACR-AMT NOT = ZEROS
           THEN
             MOVE 'R'                  TO WK-JRN-TYP
             COMPUTE WK-JRN-AMT = ZEROS - WK-SNP-ACR-AMT
             PERFORM 9762-CALL-CGLJRNL-RTN
           END-IF.
           IF WK-GROSS-AMT NOT = WK-SNP-ACR-AMT
           THEN
             MOVE 'D'                  TO WK-JRN-TYP
             COMPUTE WK-JRN-AMT = WK-SNP-ACR-AMT - WK-GROSS-AMT
             PERFORM 9762-CALL-CGLJRNL-RTN
           END-IF.

       5900-WRITE-RRN-RTN.
           MOVE SPACES                 TO RRN-REC.
           MOVE SA-ACCT-NO OF SAACNACN TO RR-ACCT-NO.
           MOVE WK-AK-CURR-COD         TO RR-CURR-COD.
           MOVE WK-AK-CURR-IDEN        TO RR-CURR-IDEN.
           MOVE WK-STL-DT              TO RR-ORIG-STL-DT.
           MOVE WK-GROSS-AMT           TO RR-ORIG-GROSS.
           MOVE WK-OD-INT-AMT          TO RR-ORIG-OD-INT.
           WRITE RRN-REC.

      *    对照清单:账户行、原结息金额行、余额/积数/透支前后行
       6000-WRITE-CMP-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING SA-ACCT-NO OF SAACNACN(1:32)
                                       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WK-AK-CURR-COD       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WK-ACTION            DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WK-REJ-RSN           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE WK-GROSS-AMT           TO WK-ED-AMT1.
           MOVE WK-WHT-AMT             TO WK-ED-AMT2.
           MOVE WK-NET-AMT             TO WK-ED-AMT3.
           MOVE WK-OD-INT-AMT          TO WK-ED-AMT4.
           MOVE SPACES                 TO RPT-LINE.
           STRING '    原毛息:'        DELIMITED BY SIZE
                  WK-ED-AMT1           DELIMITED BY SIZE
                  ' 代扣税:'           DELIMITED BY SIZE
                  WK-ED-AMT2           DELIMITED BY SIZE
                  ' 净息:'             DELIMITED BY SIZE
                  WK-ED-AMT3           DELIMITED BY SIZE
                  ' 透支息:'           DELIMITED BY SIZE
                  WK-ED-AMT4           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           IF WK-REJ-RSN = SPACES
           THEN
             MOVE WK-BF-BAL            TO WK-ED-AMT1
             MOVE WK-AF-BAL            TO WK-ED-AMT2
             MOVE WK-BF-PDT            TO WK-ED-AMT3
             MOVE WK-AF-PDT            TO WK-ED-AMT4
             MOVE SPACES               TO RPT-LINE
             STRING '    余额 前:'     DELIMITED BY SIZE
                    WK-ED-AMT1         DELIMITED BY SIZE
                    ' 后:'             DELIMITED BY SIZE
                    WK-ED-AMT2         DELIMITED BY SIZE
                    '  积数 前:'       DELIMITED BY SIZE
                    WK-ED-AMT3         DELIMITED BY SIZE
                    ' 后:'             DELIMITED BY SIZE
                    WK-ED-AMT4         DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
             MOVE WK-BF-NGO-PRDT       TO WK-ED-AMT1
             MOVE WK-AF-NGO-PRDT       TO WK-ED-AMT2
             MOVE WK-BF-OD-PDT         TO WK-ED-AMT3
             MOVE WK-AF-OD-PDT         TO WK-ED-AMT4
             MOVE SPACES               TO RPT-LINE
             STRING '    协定积数 前:' DELIMITED BY SIZE
                    WK-ED-AMT1         DELIMITED BY SIZE
                    ' 后:'             DELIMITED BY SIZE
                    WK-ED-AMT2         DELIMITED BY SIZE
                    '  透支积数 前:'   DELIMITED BY SIZE
                    WK-ED-AMT3         DELIMITED BY SIZE
                    ' 后:'             DELIMITED BY SIZE
                    WK-ED-AMT4         DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
             MOVE WK-BF-OD-INT         TO WK-ED-AMT1
             MOVE WK-AF-OD-INT         TO WK-ED-AMT2
             MOVE SPACES               TO RPT-LINE
             STRING '    透支息 前:'   DELIMITED BY SIZE
                    WK-ED-AMT1         DELIMITED BY SIZE
                    ' 后:'             DELIMITED BY SIZE
                    WK-ED-AMT2         DELIMITED BY SIZE
                    '  净息入账账户:'  DELIMITED BY SIZE
                    WK-REV-ACCT-NO     DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.

      *    计提分录,账号留空;失败入队由KSARSNF1补登
       9762-CALL-CGLJRNL-RTN.
           ADD 1                       TO WK-JRN-SEQ.
           MOVE WK-JRN-SEQ             TO WK-JRN-LOG-SEQ.
           INITIALIZE                  PCGLJRNL.
           MOVE WK-JRN-LOG-NO          TO I-TX-LOG-NO  OF PCGLJRNL.
           MOVE WK-JRN-SEQ             TO I-DET-ITEM-N OF PCGLJRNL.
           MOVE SPACES                 TO I-ACCT-NO    OF PCGLJRNL.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO I-BRANCH-STD OF PCGLJRNL.
           MOVE WK-AK-CURR-COD         TO I-CURR-COD   OF PCGLJRNL.
           MOVE WK-JRN-AMT             TO I-TX-AMT     OF PCGLJRNL.
           MOVE ZEROS                  TO I-NET-DEP-AMT
                                          OF PCGLJRNL.
           MOVE ZEROS                  TO I-OD-AMT     OF PCGLJRNL.
           MOVE WK-BUSN-DT             TO I-BUSN-DT    OF PCGLJRNL.
           MOVE WK-JRN-TYP             TO I-JRN-TYP    OF PCGLJRNL.
           MOVE SA-PDP-CODE OF SAACNACN
                                       TO I-PDP-CODE   OF PCGLJRNL.
           MOVE SA-LEGAL-PERSON-ID OF SAACNACN
                                       TO I-LEGAL-PERSON-ID
                                          OF PCGLJRNL.
           CALL 'CGLJRNL' USING        AIF-AREA
                                       PCGLJRNL
                                       SYS-AREA.
           IF O-MSG-TYPE OF PCGLJRNL NOT = SPACE
           THEN
             MOVE 'CGLJRNL '           TO I-REG-NAME OF PCSNFQUE
             MOVE PCGLJRNL             TO I-REG-DATA OF PCSNFQUE
             MOVE O-RTRN-CODE OF PCGLJRNL
                                       TO I-FAIL-MSG-COD
                                          OF PCSNFQUE
             MOVE WK-JRN-LOG-NO        TO I-TX-LOG-NO OF PCSNFQUE
             MOVE WK-BUSN-DT           TO I-BUSN-DT   OF PCSNFQUE
             CALL 'CSNFQUE' USING      AIF-AREA
                                       PCSNFQUE
                                       SYS-AREA
             ADD 1                     TO WK-QUE-CNT
             MOVE SPACES               TO RPT-LINE
             STRING '计提反向分录登记失败,'
                                       DELIMITED BY SIZE
                    WK-JRN-LOG-NO      DELIMITED BY SIZE
                    ' 类型:'           DELIMITED BY SIZE
                    WK-JRN-TYP         DELIMITED BY SIZE
                    ' 已入队补登'      DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.

      *    动账通知:本笔明细按账号+明细号组队列记录(账号由调用
      *    处先置SA-NTQ-ACCT-NO),订阅判断与入队在9808
       9807-INSERT-NTF-RTN.
           MOVE SA-DDP-ACCT-NO-DET-N OF SAACNTXN
                                       TO SA-NTQ-DET-NO-N.
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO SA-NTQ-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNTXN
                                       TO SA-NTQ-CURR-IDEN.
           MOVE SA-TX-DT OF SAACNTXN
                                       TO SA-NTQ-TX-DT.
           MOVE SA-TX-TM OF SAACNTXN
                                       TO SA-NTQ-TX-TM.
           MOVE SA-DR-AMT OF SAACNTXN
                                       TO SA-NTQ-DR-AMT.
           MOVE SA-CR-AMT OF SAACNTXN
                                       TO SA-NTQ-CR-AMT.
           MOVE SA-DDP-ACCT-BAL OF SAACNTXN
                                       TO SA-NTQ-BAL.
           MOVE SA-DSCRP-COD OF SAACNTXN
                                       TO SA-NTQ-DSCRP-COD.
           MOVE SA-RMRK OF SAACNTXN
                                       TO SA-NTQ-RMRK.
           MOVE SA-EC-FLG OF SAACNTXN
                                       TO SA-NTQ-EC-FLG.
           MOVE SA-OP-CUST-NAME OF SAACNTXN
                                       TO SA-NTQ-OP-CUST-NAME.
           MOVE SA-TX-LOG-NO OF SAACNTXN
                                       TO SA-NTQ-TX-LOG-NO.
           MOVE SA-LEGAL-PERSON-ID OF SAACNTXN
                                       TO SA-LEGAL-PERSON-ID
                                          OF SANTFQUE.
           MOVE SA-DB-PARTITION-ID OF SAACNTXN
                                       TO SA-DB-PARTITION-ID
                                          OF SANTFQUE.
           MOVE SPACES                 TO SA-NTQ-FILLER.
           PERFORM 9808-PUT-NTF-RTN.

      *    账户有有效订阅才入队;渠道/方向/起通知金额由
      *    KSARNTF1发送时逐渠道判断
       9808-PUT-NTF-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANTFSUB.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANTSD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SANTFSUB'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-NTQ-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SANTFSUB
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-NTS-STS = '0'
           THEN
             MOVE 'KSARBKO1'           TO SA-NTQ-SRC-PGM
             INITIALIZE                PDBIMAIN
             MOVE 'BSANTQD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SANTFQUE'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SANTFQUE
                                       AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
           END-IF.

      *    GDBIMAIN返回状态检查,非预期异常即中止
       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             MOVE SPACES                TO RPT-LINE
             STRING 'GDBIMAIN异常,DBI-DB-STATUS=' DELIMITED BY SIZE
                    DBI-DB-STATUS        DELIMITED BY SIZE
                    ' 账号='             DELIMITED BY SIZE
                    SA-ACCT-NO OF SAACNACN
                                         DELIMITED BY SIZE
                                         INTO RPT-LINE
             WRITE RPT-LINE
             CLOSE                       RPT-FILE
                                         RRN-FILE
             STOP RUN
           END-IF.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '检查账户数: '       DELIMITED BY SIZE
                  WK-ACCT-CNT          DELIMITED BY SIZE
                  '   命中币种段: '    DELIMITED BY SIZE
                  WK-HIT-CNT           DELIMITED BY SIZE
                  '   冲回: '          DELIMITED BY SIZE
                  WK-BKO-CNT           DELIMITED BY SIZE
                  '   拒绝: '          DELIMITED BY SIZE
                  WK-REJ-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           IF WK-SEL-LIST
           THEN
             CLOSE                     ACT-FILE
           END-IF.
           CLOSE                        RPT-FILE
                                        RRN-FILE.
