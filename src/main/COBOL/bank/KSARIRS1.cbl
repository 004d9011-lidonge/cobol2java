      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARIRS1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSARIRS1                                *
      * DESCRIPTION........: INWARD SUSPENSE AGING REPORT            *
      *                      跨行汇入挂账账龄日报:扫描挂账登记簿      *
      *                      未结(挂账状态)记录,按收报日计算挂账      *
      *                      天数,列示责任机构/责任柜员/挂账原因,    *
      *                      超WK-OVERDUE-DAYS天标记超期,尾部出       *
      *                      账龄段(0-3/4-10/11-30/30天以上)合计      *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAIRSD   SAIRSREG       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE             ASSIGN TO IRSAGERP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAIRSREG.
          COPY                         SAIRSREG.
           COPY                        APPAREA.
      *    挂账超期天数
       77  WK-OVERDUE-DAYS             PIC 9(05) VALUE 5.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-AGE-DAYS             PIC S9(07) VALUE ZEROS.
           05  WK-OPEN-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-OPEN-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-OVER-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-BKT-TBL.
               10  WK-BKT-ENTRY        OCCURS 4 TIMES.
                   15  WK-BKT-CNT      PIC 9(07).
                   15  WK-BKT-AMT      PIC S9(16)V9(2) COMP-3.
           05  WK-BKT-IDX              PIC 9(01).
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-IRS-EOF                    VALUE 'Y'.
       01  WK-BKT-NAME-TBL.
           05  FILLER                  PIC X(12) VALUE '0-3天'.
           05  FILLER                  PIC X(12) VALUE '4-10天'.
           05  FILLER                  PIC X(12) VALUE '11-30天'.
           05  FILLER                  PIC X(12) VALUE '30天以上'.
       01  WK-BKT-NAME-R REDEFINES WK-BKT-NAME-TBL.
           05  WK-BKT-NAME             PIC X(12) OCCURS 4 TIMES.
       01  RPT-DETAIL.
           05  RPT-OWN-BRANCH          PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-OWN-TLR             PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-RCV-DT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-SEQ-N               PIC 9(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-BENE-ACCT-NO        PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-AMT                 PIC -(13)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-SUS-RSN             PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-AGE-DAYS-ED         PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-OVER-FLG            PIC X(06).
           05  FILLER                  PIC X(19) VALUE SPACES.
       01  RPT-EDIT-AMT                PIC -(13)9.99.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-IRS-RTN UNTIL WK-IRS-EOF.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           MOVE WK-BUSN-DT             TO SYS-BUSN-DT.
           INITIALIZE                  WK-BKT-TBL.
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '跨行汇入未结挂账账龄日报 '
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 2010-OPEN-IRS-RTN.

       2010-OPEN-IRS-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAIRSREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAIRSD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAIRSREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAIRSREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-IRS-EOF            TO TRUE
           END-IF.

       2000-SCAN-IRS-RTN.
           IF SA-IRS-STS = '0'
           THEN
             PERFORM 3000-WRITE-DETAIL-RTN
           END-IF.
           PERFORM 2020-NEXT-IRS-RTN.

       2020-NEXT-IRS-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAIRSD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAIRSREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAIRSREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-IRS-EOF            TO TRUE
           END-IF.

      *    挂账天数按收报日起算,超WK-OVERDUE-DAYS天标记超期
       3000-WRITE-DETAIL-RTN.
           COMPUTE WK-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WK-BUSN-DT))
             - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SA-IRS-RCV-DT)).
           EVALUATE TRUE
             WHEN WK-AGE-DAYS NOT > 3
               MOVE 1                  TO WK-BKT-IDX
             WHEN WK-AGE-DAYS NOT > 10
               MOVE 2                  TO WK-BKT-IDX
             WHEN WK-AGE-DAYS NOT > 30
               MOVE 3                  TO WK-BKT-IDX
             WHEN OTHER
               MOVE 4                  TO WK-BKT-IDX
           END-EVALUATE.
           ADD 1                       TO WK-BKT-CNT(WK-BKT-IDX).
           ADD SA-IRS-AMT              TO WK-BKT-AMT(WK-BKT-IDX).
           ADD 1                       TO WK-OPEN-CNT.
           ADD SA-IRS-AMT              TO WK-OPEN-AMT.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE SA-IRS-OWN-BRANCH      TO RPT-OWN-BRANCH.
           MOVE SA-IRS-OWN-TLR         TO RPT-OWN-TLR.
           MOVE SA-IRS-RCV-DT          TO RPT-RCV-DT.
           MOVE SA-IRS-SEQ-N           TO RPT-SEQ-N.
           MOVE SA-IRS-BENE-ACCT-NO    TO RPT-BENE-ACCT-NO.
           MOVE SA-IRS-AMT             TO RPT-AMT.
           MOVE SA-IRS-SUS-RSN         TO RPT-SUS-RSN.
           MOVE WK-AGE-DAYS            TO RPT-AGE-DAYS-ED.
           IF WK-AGE-DAYS > WK-OVERDUE-DAYS
           THEN
             MOVE '超期'               TO RPT-OVER-FLG
             ADD 1                     TO WK-OVER-CNT
           END-IF.
           WRITE RPT-LINE              FROM RPT-DETAIL.

      *    账龄段合计与未结总数
       9000-END-RTN.
           MOVE 1                      TO WK-BKT-IDX.
           PERFORM 9100-WRITE-BKT-RTN UNTIL WK-BKT-IDX > 4.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-OPEN-AMT            TO RPT-EDIT-AMT.
           STRING '未结挂账笔数: '     DELIMITED BY SIZE
                  WK-OPEN-CNT          DELIMITED BY SIZE
                  '  金额: '           DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                  '  超期笔数: '       DELIMITED BY SIZE
                  WK-OVER-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                        RPT-FILE.

       9100-WRITE-BKT-RTN.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-BKT-AMT(WK-BKT-IDX) TO RPT-EDIT-AMT.
           STRING '账龄 '              DELIMITED BY SIZE
                  WK-BKT-NAME(WK-BKT-IDX)
                                       DELIMITED BY SIZE
                  ' 笔数: '            DELIMITED BY SIZE
                  WK-BKT-CNT(WK-BKT-IDX)
                                       DELIMITED BY SIZE
                  '  金额: '           DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           ADD 1                       TO WK-BKT-IDX.

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
