      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARAPT1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARAPT1                                *
      * DESCRIPTION........: APPOINTMENT TRACKING REPORT (BMP)       *
      *                      网银预约开户跟踪:扫描预约登记簿,按预约 *
      *                      网点、状态、提交日排列,列示提交至开户/  *
      *                      过期/拒绝/撤回的全流程及在途天数,网点   *
      *                      小计各状态笔数,全行合计                *
      * INPUT..............: (无)                                    *
      * OUTPUT.............: APTTRKOT APTTRKRP                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAAPTD   SAAPTREG       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRK-FILE             ASSIGN TO APTTRKWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO APTSRTWK.
           SELECT LST-FILE             ASSIGN TO APTTRKOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO APTTRKRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  WRK-FILE.
       01  WRK-REC                     PIC X(250).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-BRANCH-STD           PIC X(09).
           05  SR-APT-STS              PIC X(01).
           05  SR-SUBMIT-DT            PIC X(08).
           05  SR-REF-NO               PIC X(20).
           05  FILLER                  PIC X(212).
       FD  LST-FILE.
       01  LST-REC.
           05  LS-BRANCH-STD           PIC X(09).
           05  LS-APT-STS              PIC X(01).
           05  LS-SUBMIT-DT            PIC X(08).
           05  LS-REF-NO               PIC X(20).
           05  LS-CUST-NAME            PIC X(120).
           05  LS-VISIT-DT             PIC X(08).
           05  LS-EXP-DT               PIC X(08).
      *        状态日期:预审日/开户日/更新日
           05  LS-STS-DT               PIC X(08).
           05  LS-SCR-CODE             PIC X(05).
      *        开户的首个账号
           05  LS-ACCT-NO              PIC X(32).
      *        提交至今(终态为提交至状态日)天数
           05  LS-DAYS                 PIC 9(05).
           05  FILLER                  PIC X(26).
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
       01 SAAPTREG.
          COPY                         SAAPTREG.
           COPY                        APPAREA.
       01  WK-AREA.
           05  WK-SUBMIT-N             PIC 9(08).
           05  WK-END-N                PIC 9(08).
           05  WK-BUSN-N               PIC 9(08).
           05  WK-BRANCH-STD           PIC X(09).
           05  WK-IX                   PIC 9(02).
           05  WK-APT-CNT              PIC 9(07) VALUE ZEROS.
      *        各状态笔数:下标=状态+1
           05  WK-TOT-STS-CNT          PIC 9(07) OCCURS 6.
           05  WK-BR-STS-CNT           PIC 9(07) OCCURS 6.
           05  WK-APT-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-APT-EOF                    VALUE 'Y'.
           05  WK-LST-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-LST-EOF                    VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-STS-DESC            PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-REF-NO              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-SUBMIT-DT           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-STS-DT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-DAYS                PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-SCR-CODE            PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-CUST-NAME           PIC X(30).
           05  FILLER                  PIC X(05) VALUE SPACES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-APT-RTN UNTIL WK-APT-EOF.
           PERFORM 4000-SORT-LST-RTN.
           PERFORM 5000-REPORT-RTN.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT SYS-BUSN-DT          FROM DATE YYYYMMDD.
           MOVE SYS-BUSN-DT            TO WK-BUSN-N.
           INITIALIZE                  WK-TOT-STS-CNT(1)
                                       WK-TOT-STS-CNT(2)
                                       WK-TOT-STS-CNT(3)
                                       WK-TOT-STS-CNT(4)
                                       WK-TOT-STS-CNT(5)
                                       WK-TOT-STS-CNT(6).
           OPEN OUTPUT                 WRK-FILE
                                       RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '网银预约开户跟踪表 ' DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           INITIALIZE                  PDBIMAIN.
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 2010-NEXT-APT-RTN.

       2010-NEXT-APT-RTN.
           INITIALIZE                  SAAPTREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAAPTD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAAPTREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAAPTREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-APT-EOF            TO TRUE
           END-IF.
           INITIALIZE                  PDBIMAIN.

       2000-SCAN-APT-RTN.
           ADD 1                       TO WK-APT-CNT.
           PERFORM 3000-WRITE-WRK-RTN.
           PERFORM 2010-NEXT-APT-RTN.

      *    在途(待预审/预审通过)的天数算至今日,终态算至状态日
       3000-WRITE-WRK-RTN.
           MOVE SPACES                 TO LST-REC.
           MOVE SA-APT-BRANCH-STD      TO LS-BRANCH-STD.
           MOVE SA-APT-STS             TO LS-APT-STS.
           MOVE SA-APT-SUBMIT-DT       TO LS-SUBMIT-DT.
           MOVE SA-APT-REF-NO          TO LS-REF-NO.
           MOVE SA-APT-CUST-NAME       TO LS-CUST-NAME.
           MOVE SA-APT-VISIT-DT        TO LS-VISIT-DT.
           MOVE SA-APT-EXP-DT          TO LS-EXP-DT.
           MOVE SA-APT-SCR-CODE        TO LS-SCR-CODE.
           MOVE SA-APT-ACCT-NO(1)      TO LS-ACCT-NO.
           EVALUATE SA-APT-STS
             WHEN '0'
               MOVE SPACES             TO LS-STS-DT
             WHEN '1'
             WHEN '2'
               MOVE SA-APT-SCR-DT      TO LS-STS-DT
             WHEN '3'
               MOVE SA-APT-OPEN-DT     TO LS-STS-DT
             WHEN OTHER
               MOVE SA-APT-UPD-DT      TO LS-STS-DT
           END-EVALUATE.
           MOVE ZEROS                  TO LS-DAYS.
           IF SA-APT-STS = '0' OR '1'
           THEN
             MOVE WK-BUSN-N            TO WK-END-N
           ELSE
             IF LS-STS-DT IS NUMERIC
             THEN
               MOVE LS-STS-DT          TO WK-END-N
             ELSE
               MOVE WK-BUSN-N          TO WK-END-N
             END-IF
           END-IF.
           IF SA-APT-SUBMIT-DT IS NUMERIC
           THEN
             MOVE SA-APT-SUBMIT-DT     TO WK-SUBMIT-N
             IF WK-END-N > WK-SUBMIT-N
             THEN
               COMPUTE LS-DAYS =
                       FUNCTION INTEGER-OF-DATE(WK-END-N)
                     - FUNCTION INTEGER-OF-DATE(WK-SUBMIT-N)
             END-IF
           END-IF.
           WRITE WRK-REC               FROM LST-REC.

      *    网点内按状态、提交日排列
       4000-SORT-LST-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-BRANCH-STD
                                 SR-APT-STS
                                 SR-SUBMIT-DT
                                 SR-REF-NO
                USING WRK-FILE
                GIVING LST-FILE.

       5000-REPORT-RTN.
           OPEN INPUT                  LST-FILE.
           PERFORM 5020-READ-LST-RTN.
           PERFORM 5010-BRANCH-RTN UNTIL WK-LST-EOF.
           CLOSE                       LST-FILE.

       5010-BRANCH-RTN.
           MOVE LS-BRANCH-STD          TO WK-BRANCH-STD.
           INITIALIZE                  WK-BR-STS-CNT(1)
                                       WK-BR-STS-CNT(2)
                                       WK-BR-STS-CNT(3)
                                       WK-BR-STS-CNT(4)
                                       WK-BR-STS-CNT(5)
                                       WK-BR-STS-CNT(6).
           MOVE SPACES                 TO RPT-LINE.
           STRING '预约网点:'          DELIMITED BY SIZE
                  WK-BRANCH-STD        DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '状态         预约编号             '
                                       DELIMITED BY SIZE
                  '提交日期 状态日期  天数 结果  账号'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
           MOVE '单位名称'             TO RPT-LINE(98:)
           WRITE RPT-LINE.
           PERFORM 5030-WRITE-DTL-RTN
                   UNTIL WK-LST-EOF
                      OR LS-BRANCH-STD NOT = WK-BRANCH-STD.
           MOVE SPACES                 TO RPT-LINE.
           STRING '  待预审:'          DELIMITED BY SIZE
                  WK-BR-STS-CNT(1)     DELIMITED BY SIZE
                  ' 预审通过:'         DELIMITED BY SIZE
                  WK-BR-STS-CNT(2)     DELIMITED BY SIZE
                  ' 拒绝:'             DELIMITED BY SIZE
                  WK-BR-STS-CNT(3)     DELIMITED BY SIZE
                  ' 已开户:'           DELIMITED BY SIZE
                  WK-BR-STS-CNT(4)     DELIMITED BY SIZE
                  ' 过期:'             DELIMITED BY SIZE
                  WK-BR-STS-CNT(5)     DELIMITED BY SIZE
                  ' 撤回:'             DELIMITED BY SIZE
                  WK-BR-STS-CNT(6)     DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.

       5020-READ-LST-RTN.
           READ LST-FILE
             AT END
               SET WK-LST-EOF          TO TRUE
           END-READ.

       5030-WRITE-DTL-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           EVALUATE LS-APT-STS
             WHEN '0'
               MOVE '待预审'           TO RPT-STS-DESC
               MOVE 1                  TO WK-IX
             WHEN '1'
               MOVE '预审通过'         TO RPT-STS-DESC
               MOVE 2                  TO WK-IX
             WHEN '2'
               MOVE '预审拒绝'         TO RPT-STS-DESC
               MOVE 3                  TO WK-IX
             WHEN '3'
               MOVE '已开户'           TO RPT-STS-DESC
               MOVE 4                  TO WK-IX
             WHEN '4'
               MOVE '已过期'           TO RPT-STS-DESC
               MOVE 5                  TO WK-IX
             WHEN OTHER
               MOVE '客户撤回'         TO RPT-STS-DESC
               MOVE 6                  TO WK-IX
           END-EVALUATE.
           ADD 1                       TO WK-BR-STS-CNT(WK-IX)
                                          WK-TOT-STS-CNT(WK-IX).
           MOVE LS-REF-NO              TO RPT-REF-NO.
           MOVE LS-SUBMIT-DT           TO RPT-SUBMIT-DT.
           MOVE LS-STS-DT              TO RPT-STS-DT.
           MOVE LS-DAYS                TO RPT-DAYS.
           MOVE LS-SCR-CODE            TO RPT-SCR-CODE.
           MOVE LS-ACCT-NO             TO RPT-ACCT-NO.
           MOVE LS-CUST-NAME           TO RPT-CUST-NAME.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           PERFORM 5020-READ-LST-RTN.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '预约数: '           DELIMITED BY SIZE
                  WK-APT-CNT           DELIMITED BY SIZE
                  '  待预审: '         DELIMITED BY SIZE
                  WK-TOT-STS-CNT(1)    DELIMITED BY SIZE
                  '  预审通过: '       DELIMITED BY SIZE
                  WK-TOT-STS-CNT(2)    DELIMITED BY SIZE
                  '  拒绝: '           DELIMITED BY SIZE
                  WK-TOT-STS-CNT(3)    DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '        已开户: '   DELIMITED BY SIZE
                  WK-TOT-STS-CNT(4)    DELIMITED BY SIZE
                  '  过期: '           DELIMITED BY SIZE
                  WK-TOT-STS-CNT(5)    DELIMITED BY SIZE
                  '  撤回: '           DELIMITED BY SIZE
                  WK-TOT-STS-CNT(6)    DELIMITED BY SIZE
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
