      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARPPY1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSARPPY1                                *
      * DESCRIPTION........: POSITIVE PAY NO-ENTRY DAILY REPORT      *
      *                      正向支付无登记提入日报:扫描核验例外段,   *
      *                      列示当日提入且无签发登记(例外原因1)      *
      *                      的票据,及全部待客户决定例外的挂起天数;  *
      *                      尾部出无登记笔数金额、待决定笔数合计      *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAPPYD   SAPPYEXC       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE             ASSIGN TO PPYNOERP
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
       01 SAPPYEXC.
          COPY                         SAPPYEXC.
           COPY                        APPAREA.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-AGE-DAYS             PIC S9(07) VALUE ZEROS.
           05  WK-NOE-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-NOE-AMT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-PEND-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-PEND-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-PPX-EOF                    VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DOC-TYP             PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-DOC-NO              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-AMT                 PIC -(13)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PRS-BANK-NO         PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PRS-DT              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-RSN                 PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-STS                 PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-AGE-DAYS-ED         PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TAG                 PIC X(12).
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  RPT-EDIT-AMT                PIC -(13)9.99.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-PPX-RTN UNTIL WK-PPX-EOF.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           MOVE WK-BUSN-DT             TO SYS-BUSN-DT.
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '正向支付无登记提入及待决定例外日报 '
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 2010-OPEN-PPX-RTN.

       2010-OPEN-PPX-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPPYEXC.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAPPYEXC'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAPPYEXC
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-PPX-EOF            TO TRUE
           END-IF.

      *    当日提入无登记的全部列示(含已决定及直接退票);其余只列
      *    待决定
       2000-SCAN-PPX-RTN.
           IF SA-PPX-RSN = '1' AND SA-PPX-PRS-DT = WK-BUSN-DT
           THEN
             ADD 1                     TO WK-NOE-CNT
             ADD SA-PPX-AMT            TO WK-NOE-AMT
             PERFORM 3000-WRITE-DETAIL-RTN
           ELSE
             IF SA-PPX-STS = '0'
             THEN
               PERFORM 3000-WRITE-DETAIL-RTN
             END-IF
           END-IF.
           IF SA-PPX-STS = '0'
           THEN
             ADD 1                     TO WK-PEND-CNT
             ADD SA-PPX-AMT            TO WK-PEND-AMT
           END-IF.
           PERFORM 2020-NEXT-PPX-RTN.

       2020-NEXT-PPX-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAPPYEXC'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAPPYEXC
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-PPX-EOF            TO TRUE
           END-IF.

      *    挂起天数按提入日起算
       3000-WRITE-DETAIL-RTN.
           COMPUTE WK-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WK-BUSN-DT))
             - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SA-PPX-PRS-DT)).
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE SA-PPX-ACCT-NO         TO RPT-ACCT-NO.
           MOVE SA-PPX-DOC-TYP         TO RPT-DOC-TYP.
           MOVE SA-PPX-DOC-NO          TO RPT-DOC-NO.
           MOVE SA-PPX-AMT             TO RPT-AMT.
           MOVE SA-PPX-PRS-BANK-NO     TO RPT-PRS-BANK-NO.
           MOVE SA-PPX-PRS-DT          TO RPT-PRS-DT.
           MOVE SA-PPX-RSN             TO RPT-RSN.
           MOVE SA-PPX-STS             TO RPT-STS.
           MOVE WK-AGE-DAYS            TO RPT-AGE-DAYS-ED.
           IF SA-PPX-RSN = '1' AND SA-PPX-PRS-DT = WK-BUSN-DT
           THEN
             MOVE '无登记'             TO RPT-TAG
           ELSE
             MOVE '待决定'             TO RPT-TAG
           END-IF.
           WRITE RPT-LINE              FROM RPT-DETAIL.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-NOE-AMT             TO RPT-EDIT-AMT.
           STRING '当日无登记提入笔数: ' DELIMITED BY SIZE
                  WK-NOE-CNT           DELIMITED BY SIZE
                  '  金额: '           DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-PEND-AMT            TO RPT-EDIT-AMT.
           STRING '待客户决定笔数: '   DELIMITED BY SIZE
                  WK-PEND-CNT          DELIMITED BY SIZE
                  '  金额: '           DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                        RPT-FILE.

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
