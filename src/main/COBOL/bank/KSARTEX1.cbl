      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARTEX1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARTEX1                                *
      * DESCRIPTION........: TEMPORARY ACCT EXPIRY SWEEP (BMP)       *
      *                      临时存款账户到期管理:逐户检查有效期     *
      *                      (SA-AVL-DUE-DT),距到期30/15/5天各预告   *
      *                      一次,按对账单交付偏好出纸质/电子通知   *
      *                      (已发阶段记SA-TMP-NTC-STG,不重发);    *
      *                      已过期仍有余额的账户按网点出销户催办   *
      *                      工作清单                                *
      * INPUT..............: (无)                                    *
      * OUTPUT.............: TMPNTCPR TMPNTCEL TMPEXPOT TMPEXPRP     *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R/U                                 *
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
      *    纸质通知打印盘(交付偏好空/1/3)
           SELECT NTP-FILE             ASSIGN TO TMPNTCPR
                                       ORGANIZATION IS SEQUENTIAL.
      *    电子通知盘(交付偏好2/3),供网银/短信平台推送
           SELECT NTE-FILE             ASSIGN TO TMPNTCEL
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-FILE             ASSIGN TO TMPEXPWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO TMPSRTWK.
           SELECT EXP-FILE             ASSIGN TO TMPEXPOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO TMPEXPRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  NTP-FILE.
       01  NTP-LINE                    PIC X(132).
       FD  NTE-FILE.
       01  NTE-REC.
           05  NE-ACCT-NO              PIC X(32).
           05  NE-CUST-NO              PIC X(20).
           05  NE-ACCT-NAME            PIC X(120).
           05  NE-CUST-TEL             PIC X(20).
           05  NE-DUE-DT               PIC X(08).
           05  NE-DAYS-LEFT            PIC 9(03).
      *        1-30天 2-15天 3-5天
           05  NE-NTC-STG              PIC X(01).
           05  NE-OPAC-INSTN-NO        PIC X(09).
           05  NE-BUSN-DT              PIC X(08).
           05  FILLER                  PIC X(29).
       FD  WRK-FILE.
       01  WRK-REC                     PIC X(250).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-OPAC-INSTN-NO        PIC X(09).
           05  SR-ACCT-NO              PIC X(32).
           05  SR-CURR-COD             PIC X(03).
           05  SR-CURR-IDEN            PIC X(01).
           05  FILLER                  PIC X(205).
       FD  EXP-FILE.
       01  EXP-REC.
           05  EX-OPAC-INSTN-NO        PIC X(09).
           05  EX-ACCT-NO              PIC X(32).
           05  EX-CURR-COD             PIC X(03).
           05  EX-CURR-IDEN            PIC X(01).
           05  EX-ACCT-NAME            PIC X(120).
           05  EX-DUE-DT               PIC X(08).
           05  EX-OVER-DAYS            PIC 9(05).
           05  EX-ACCT-BAL             PIC S9(16)V9(2) COMP-3.
           05  EX-APRV-NO              PIC X(20).
           05  EX-CUST-TEL             PIC X(20).
           05  FILLER                  PIC X(22).
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
           COPY                        APPAREA.
       01  WK-AREA.
           05  WK-DUE-N                PIC 9(08).
           05  WK-BUSN-N               PIC 9(08).
           05  WK-DAYS-LEFT            PIC S9(05).
           05  WK-NEW-STG              PIC X(01).
           05  WK-INSTN-NO             PIC X(09).
           05  WK-ACN-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-TMP-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-NTP-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-NTE-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-EXP-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-BR-CNT               PIC 9(07).
           05  WK-TOT-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-ACN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACN-EOF                    VALUE 'Y'.
           05  WK-AMT-EOF-FLG          PIC X(01).
               88  WK-AMT-EOF                    VALUE 'Y'.
           05  WK-EXP-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-EXP-EOF                    VALUE 'Y'.
       01  NTP-DETAIL.
           05  NP-OPAC-INSTN-NO        PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NP-ACCT-NO              PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NP-ACCT-NAME            PIC X(60).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NP-DUE-DT               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NP-DAYS-LEFT            PIC ZZ9.
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CURR-COD            PIC X(03).
           05  RPT-CURR-IDEN           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DUE-DT              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-OVER-DAYS           PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCT-BAL            PIC -(13)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CUST-TEL            PIC X(20).
           05  FILLER                  PIC X(36) VALUE SPACES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-ACN-RTN UNTIL WK-ACN-EOF.
           PERFORM 4000-SORT-EXP-RTN.
           PERFORM 5000-REPORT-RTN.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT SYS-BUSN-DT          FROM DATE YYYYMMDD.
           MOVE SYS-BUSN-DT            TO WK-BUSN-N.
           OPEN OUTPUT                 NTP-FILE
                                       NTE-FILE
                                       WRK-FILE
                                       RPT-FILE.
           MOVE SPACES                 TO NTP-LINE.
           STRING '临时存款账户到期预告通知 '
                                       DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO NTP-LINE
           WRITE NTP-LINE.
           MOVE SPACES                 TO NTP-LINE.
           STRING '网点       账号                              '
                                       DELIMITED BY SIZE
                  '户名'               DELIMITED BY SIZE
                                       INTO NTP-LINE
           MOVE '有效期至  剩余天数'   TO NTP-LINE(108:)
           WRITE NTP-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '临时存款账户过期有余额销户催办清单 '
                                       DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 2010-OPEN-ACN-RTN.

       2010-OPEN-ACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
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

      *    登记了有效期的未销户账户即临时存款账户
       2000-SCAN-ACN-RTN.
           ADD 1                       TO WK-ACN-CNT.
           IF SA-AVL-DUE-DT OF SAACNACN IS NUMERIC AND
              SA-ACCT-STS OF SAACNACN NOT = '1'
           THEN
             ADD 1                     TO WK-TMP-CNT
             MOVE SA-AVL-DUE-DT OF SAACNACN
                                       TO WK-DUE-N
             COMPUTE WK-DAYS-LEFT =
                     FUNCTION INTEGER-OF-DATE(WK-DUE-N)
                   - FUNCTION INTEGER-OF-DATE(WK-BUSN-N)
             IF WK-DAYS-LEFT < 0
             THEN
               PERFORM 3000-CHECK-EXPIRED-RTN
             ELSE
               PERFORM 2100-CHECK-NOTICE-RTN
             END-IF
           END-IF.
           PERFORM 2020-NEXT-ACN-RTN.

       2020-NEXT-ACN-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-ACN-EOF            TO TRUE
           END-IF.

      *    到期日当日仍可用,按剩余天数落档;只在进入更近一档时
      *    发一次通知,跑批中断或跳档均不重发
       2100-CHECK-NOTICE-RTN.
           EVALUATE TRUE
             WHEN WK-DAYS-LEFT <= C-SA-TMP-NTC-DAYS-3
               MOVE '3'                TO WK-NEW-STG
             WHEN WK-DAYS-LEFT <= C-SA-TMP-NTC-DAYS-2
               MOVE '2'                TO WK-NEW-STG
             WHEN WK-DAYS-LEFT <= C-SA-TMP-NTC-DAYS-1
               MOVE '1'                TO WK-NEW-STG
             WHEN OTHER
               MOVE SPACES             TO WK-NEW-STG
           END-EVALUATE.
           IF WK-NEW-STG NOT = SPACES AND
              WK-NEW-STG > SA-TMP-NTC-STG OF SAACNACN
           THEN
             IF SA-STMT-DLV-PREF OF SAACNACN NOT = '2'
             THEN
               PERFORM 2110-WRITE-NTP-RTN
             END-IF
             IF SA-STMT-DLV-PREF OF SAACNACN = '2' OR
                SA-STMT-DLV-PREF OF SAACNACN = '3'
             THEN
               PERFORM 2120-WRITE-NTE-RTN
             END-IF
             MOVE WK-NEW-STG           TO SA-TMP-NTC-STG OF SAACNACN
             INITIALIZE                PDBIMAIN
             MOVE 'BSAACND'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SAACNACN
                                       AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
           END-IF.

       2110-WRITE-NTP-RTN.
           MOVE SPACES                 TO NTP-DETAIL.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO NP-OPAC-INSTN-NO.
           MOVE SA-ACCT-NO OF SAACNACN TO NP-ACCT-NO.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO NP-ACCT-NAME.
           MOVE SA-AVL-DUE-DT OF SAACNACN
                                       TO NP-DUE-DT.
           MOVE WK-DAYS-LEFT           TO NP-DAYS-LEFT.
           WRITE NTP-LINE              FROM NTP-DETAIL.
           ADD 1                       TO WK-NTP-CNT.

       2120-WRITE-NTE-RTN.
           MOVE SPACES                 TO NTE-REC.
           MOVE SA-ACCT-NO OF SAACNACN TO NE-ACCT-NO.
           MOVE SA-CUST-NO OF SAACNACN TO NE-CUST-NO.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO NE-ACCT-NAME.
           MOVE SA-CUST-TEL OF SAACNACN
                                       TO NE-CUST-TEL.
           MOVE SA-AVL-DUE-DT OF SAACNACN
                                       TO NE-DUE-DT.
           MOVE WK-DAYS-LEFT           TO NE-DAYS-LEFT.
           MOVE WK-NEW-STG             TO NE-NTC-STG.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO NE-OPAC-INSTN-NO.
           MOVE SYS-BUSN-DT            TO NE-BUSN-DT.
           WRITE NTE-REC.
           ADD 1                       TO WK-NTE-CNT.

      *    已过期:逐币种取余额,非零币种各出一行催办记录
       3000-CHECK-EXPIRED-RTN.
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
           PERFORM 3010-AMT-LOOP-RTN UNTIL WK-AMT-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       3010-AMT-LOOP-RTN.
           IF SA-DDP-ACCT-STS OF SAACNAMT NOT = C-SA-CLOSED-COD AND
              SA-ACCT-BAL OF SAACNAMT NOT = ZEROS
           THEN
             PERFORM 3100-WRITE-WRK-RTN
           END-IF.
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

       3100-WRITE-WRK-RTN.
           MOVE SPACES                 TO EXP-REC.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO EX-OPAC-INSTN-NO.
           MOVE SA-ACCT-NO OF SAACNACN TO EX-ACCT-NO.
           MOVE SA-CURR-COD OF SAACNAMT
                                       TO EX-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNAMT
                                       TO EX-CURR-IDEN.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO EX-ACCT-NAME.
           MOVE SA-AVL-DUE-DT OF SAACNACN
                                       TO EX-DUE-DT.
           COMPUTE EX-OVER-DAYS = 0 - WK-DAYS-LEFT.
           MOVE SA-ACCT-BAL OF SAACNAMT
                                       TO EX-ACCT-BAL.
           MOVE SA-TMP-APRV-NO OF SAACNACN
                                       TO EX-APRV-NO.
           MOVE SA-CUST-TEL OF SAACNACN
                                       TO EX-CUST-TEL.
           WRITE WRK-REC               FROM EXP-REC.
           ADD 1                       TO WK-EXP-CNT.

      *    催办清单按网点+账号+币种排序
       4000-SORT-EXP-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-OPAC-INSTN-NO
                                 SR-ACCT-NO
                                 SR-CURR-COD
                                 SR-CURR-IDEN
                USING WRK-FILE
                GIVING EXP-FILE.

      *    回读排序盘,按网点分段出清单
       5000-REPORT-RTN.
           OPEN INPUT                  EXP-FILE.
           PERFORM 5020-READ-EXP-RTN.
           PERFORM 5010-BRANCH-RTN UNTIL WK-EXP-EOF.
           CLOSE                       EXP-FILE.

       5010-BRANCH-RTN.
           MOVE EX-OPAC-INSTN-NO       TO WK-INSTN-NO.
           MOVE ZEROS                  TO WK-BR-CNT.
           MOVE SPACES                 TO RPT-LINE.
           STRING '网点:'              DELIMITED BY SIZE
                  WK-INSTN-NO          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '账号                              币种 '
                                       DELIMITED BY SIZE
                  '有效期至 过期天数 '   DELIMITED BY SIZE
                  '           余额    联系电话'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 5030-WRITE-DTL-RTN
                   UNTIL WK-EXP-EOF
                      OR EX-OPAC-INSTN-NO NOT = WK-INSTN-NO.
           MOVE SPACES                 TO RPT-LINE.
           STRING '  本网点催办笔数:'  DELIMITED BY SIZE
                  WK-BR-CNT            DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.

       5020-READ-EXP-RTN.
           READ EXP-FILE
             AT END
               SET WK-EXP-EOF          TO TRUE
           END-READ.

       5030-WRITE-DTL-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE EX-ACCT-NO             TO RPT-ACCT-NO.
           MOVE EX-CURR-COD            TO RPT-CURR-COD.
           MOVE EX-CURR-IDEN           TO RPT-CURR-IDEN.
           MOVE EX-DUE-DT              TO RPT-DUE-DT.
           MOVE EX-OVER-DAYS           TO RPT-OVER-DAYS.
           MOVE EX-ACCT-BAL            TO RPT-ACCT-BAL.
           MOVE EX-CUST-TEL            TO RPT-CUST-TEL.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           ADD 1                       TO WK-BR-CNT
                                          WK-TOT-CNT.
           PERFORM 5020-READ-EXP-RTN.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '扫描账户数: '       DELIMITED BY SIZE
                  WK-ACN-CNT           DELIMITED BY SIZE
                  '  临时存款账户数: ' DELIMITED BY SIZE
                  WK-TMP-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '纸质通知: '         DELIMITED BY SIZE
                  WK-NTP-CNT           DELIMITED BY SIZE
                  '  电子通知: '       DELIMITED BY SIZE
                  WK-NTE-CNT           DELIMITED BY SIZE
                  '  过期有余额催办: ' DELIMITED BY SIZE
                  WK-TOT-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                       NTP-FILE
                                       NTE-FILE
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
