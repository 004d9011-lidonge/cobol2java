      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARAPV1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARAPV1                                *
      * DESCRIPTION........: PENDING-APPROVAL ACCT AGING LIST (BMP)  *
      *                      核准类账户待核准超期清单:逐户检查待核准 *
      *                      状态(SA-APRV-STS),开户已超监管等待期   *
      *                      仍未登记核准号的,按网点出催办清单;     *
      *                      核准不予通过的,无动账户凭KSACNL0撤销   *
      *                      开户,已有来账的先退汇再凭KSACLS0销户   *
      * INPUT..............: (无)                                    *
      * OUTPUT.............: APVPNDOT APVPNDRP                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
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
           SELECT WRK-FILE             ASSIGN TO APVPNDWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO APVSRTWK.
           SELECT PND-FILE             ASSIGN TO APVPNDOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO APVPNDRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  WRK-FILE.
       01  WRK-REC                     PIC X(250).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-OPAC-INSTN-NO        PIC X(09).
           05  SR-PEND-DAYS            PIC 9(05).
           05  SR-ACCT-NO              PIC X(32).
           05  SR-CURR-COD             PIC X(03).
           05  SR-CURR-IDEN            PIC X(01).
           05  FILLER                  PIC X(200).
       FD  PND-FILE.
       01  PND-REC.
           05  PD-OPAC-INSTN-NO        PIC X(09).
      *        开户至今自然日天数
           05  PD-PEND-DAYS            PIC 9(05).
           05  PD-ACCT-NO              PIC X(32).
           05  PD-CURR-COD             PIC X(03).
           05  PD-CURR-IDEN            PIC X(01).
           05  PD-ACCT-NAME            PIC X(120).
           05  PD-ACCT-CHAR            PIC X(04).
           05  PD-OPAC-DT              PIC X(08).
           05  PD-ACCT-BAL             PIC S9(16)V9(2) COMP-3.
      *        1-无动账,可凭KSACNL0撤销开户
      *        2-已有动账,退汇后凭KSACLS0销户
           05  PD-HDL-FLG              PIC X(01).
           05  PD-CUST-TEL             PIC X(20).
           05  FILLER                  PIC X(37).
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
           05  WK-OPAC-N               PIC 9(08).
           05  WK-BUSN-N               PIC 9(08).
           05  WK-PEND-DAYS            PIC S9(05).
           05  WK-INSTN-NO             PIC X(09).
           05  WK-AMT-WRT-CNT          PIC 9(05).
           05  WK-ACN-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-PND-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-OVD-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-CNL-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-RFD-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-BR-CNT               PIC 9(07).
           05  WK-ACN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACN-EOF                    VALUE 'Y'.
           05  WK-AMT-EOF-FLG          PIC X(01).
               88  WK-AMT-EOF                    VALUE 'Y'.
           05  WK-PND-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-PND-EOF                    VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CURR-COD            PIC X(03).
           05  RPT-CURR-IDEN           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCT-CHAR           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-OPAC-DT             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PEND-DAYS           PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCT-BAL            PIC -(13)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-HDL-DESC            PIC X(22).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CUST-TEL            PIC X(20).
           05  FILLER                  PIC X(04) VALUE SPACES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-ACN-RTN UNTIL WK-ACN-EOF.
           PERFORM 4000-SORT-PND-RTN.
           PERFORM 5000-REPORT-RTN.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT SYS-BUSN-DT          FROM DATE YYYYMMDD.
           MOVE SYS-BUSN-DT            TO WK-BUSN-N.
           OPEN OUTPUT                 WRK-FILE
                                       RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '核准类账户待核准超期催办清单 '
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

      *    待核准且开户已超监管等待期(自然日)的未销户账户
       2000-SCAN-ACN-RTN.
           ADD 1                       TO WK-ACN-CNT.
           IF SA-APRV-STS OF SAACNACN = C-SA-APRV-PEND AND
              SA-ACCT-STS OF SAACNACN NOT = '1' AND
              SA-OPAC-DT OF SAACNACN IS NUMERIC
           THEN
             ADD 1                     TO WK-PND-CNT
             MOVE SA-OPAC-DT OF SAACNACN
                                       TO WK-OPAC-N
             COMPUTE WK-PEND-DAYS =
                     FUNCTION INTEGER-OF-DATE(WK-BUSN-N)
                   - FUNCTION INTEGER-OF-DATE(WK-OPAC-N)
             IF WK-PEND-DAYS > C-SA-APRV-WAIT-DAYS
             THEN
               ADD 1                   TO WK-OVD-CNT
               IF SA-DET-ITEM-N OF SAACNACN = ZEROS
               THEN
                 ADD 1                 TO WK-CNL-CNT
               ELSE
                 ADD 1                 TO WK-RFD-CNT
               END-IF
               PERFORM 3000-LIST-AMT-RTN
             END-IF
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

      *    逐币种列示未销户金额档;尚无金额档的按零余额列一行
       3000-LIST-AMT-RTN.
           MOVE ZEROS                  TO WK-AMT-WRT-CNT.
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
           IF WK-AMT-WRT-CNT = ZEROS
           THEN
             INITIALIZE                SAACNAMT
             PERFORM 3100-WRITE-WRK-RTN
           END-IF.

       3010-AMT-LOOP-RTN.
           IF SA-DDP-ACCT-STS OF SAACNAMT NOT = C-SA-CLOSED-COD
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
           MOVE SPACES                 TO PND-REC.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO PD-OPAC-INSTN-NO.
           MOVE WK-PEND-DAYS           TO PD-PEND-DAYS.
           MOVE SA-ACCT-NO OF SAACNACN TO PD-ACCT-NO.
           MOVE SA-CURR-COD OF SAACNAMT
                                       TO PD-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNAMT
                                       TO PD-CURR-IDEN.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO PD-ACCT-NAME.
           MOVE SA-ACCT-CHAR OF SAACNACN
                                       TO PD-ACCT-CHAR.
           MOVE SA-OPAC-DT OF SAACNACN TO PD-OPAC-DT.
           MOVE SA-ACCT-BAL OF SAACNAMT
                                       TO PD-ACCT-BAL.
           IF SA-DET-ITEM-N OF SAACNACN = ZEROS
           THEN
             MOVE '1'                  TO PD-HDL-FLG
           ELSE
             MOVE '2'                  TO PD-HDL-FLG
           END-IF.
           MOVE SA-CUST-TEL OF SAACNACN
                                       TO PD-CUST-TEL.
           WRITE WRK-REC               FROM PND-REC.
           ADD 1                       TO WK-AMT-WRT-CNT.

      *    按网点+待核准天数+账号+币种排序,久悬者居前
       4000-SORT-PND-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING  KEY SR-OPAC-INSTN-NO
                ON DESCENDING KEY SR-PEND-DAYS
                ON ASCENDING  KEY SR-ACCT-NO
                                  SR-CURR-COD
                                  SR-CURR-IDEN
                USING WRK-FILE
                GIVING PND-FILE.

      *    回读排序盘,按网点分段出清单
       5000-REPORT-RTN.
           OPEN INPUT                  PND-FILE.
           PERFORM 5020-READ-PND-RTN.
           PERFORM 5010-BRANCH-RTN UNTIL WK-PND-EOF.
           CLOSE                       PND-FILE.

       5010-BRANCH-RTN.
           MOVE PD-OPAC-INSTN-NO       TO WK-INSTN-NO.
           MOVE ZEROS                  TO WK-BR-CNT.
           MOVE SPACES                 TO RPT-LINE.
           STRING '网点:'              DELIMITED BY SIZE
                  WK-INSTN-NO          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '账号                              币种 '
                                       DELIMITED BY SIZE
                  '性质  开户日期 待核天数 '
                                       DELIMITED BY SIZE
                  '           余额    处理方式'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 5030-WRITE-DTL-RTN
                   UNTIL WK-PND-EOF
                      OR PD-OPAC-INSTN-NO NOT = WK-INSTN-NO.
           MOVE SPACES                 TO RPT-LINE.
           STRING '  本网点超期笔数:'  DELIMITED BY SIZE
                  WK-BR-CNT            DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.

       5020-READ-PND-RTN.
           READ PND-FILE
             AT END
               SET WK-PND-EOF          TO TRUE
           END-READ.

       5030-WRITE-DTL-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE PD-ACCT-NO             TO RPT-ACCT-NO.
           MOVE PD-CURR-COD            TO RPT-CURR-COD.
           MOVE PD-CURR-IDEN           TO RPT-CURR-IDEN.
           MOVE PD-ACCT-CHAR           TO RPT-ACCT-CHAR.
           MOVE PD-OPAC-DT             TO RPT-OPAC-DT.
           MOVE PD-PEND-DAYS           TO RPT-PEND-DAYS.
           MOVE PD-ACCT-BAL            TO RPT-ACCT-BAL.
           IF PD-HDL-FLG = '1'
           THEN
             MOVE 'KSACNL0撤销开户'    TO RPT-HDL-DESC
           ELSE
             MOVE '退汇后KSACLS0销户'  TO RPT-HDL-DESC
           END-IF.
           MOVE PD-CUST-TEL            TO RPT-CUST-TEL.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           ADD 1                       TO WK-BR-CNT.
           PERFORM 5020-READ-PND-RTN.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '扫描账户数: '       DELIMITED BY SIZE
                  WK-ACN-CNT           DELIMITED BY SIZE
                  '  待核准账户数: '   DELIMITED BY SIZE
                  WK-PND-CNT           DELIMITED BY SIZE
                  '  超期账户数: '     DELIMITED BY SIZE
                  WK-OVD-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '其中可撤销开户: '   DELIMITED BY SIZE
                  WK-CNL-CNT           DELIMITED BY SIZE
                  '  须退汇销户: '     DELIMITED BY SIZE
                  WK-RFD-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                       RPT-FILE.

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
