      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARVAC1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARVAC1                                *
      * DESCRIPTION........: VIRTUAL ACCOUNT DAILY RECON (BMP)       *
      *                      虚拟账号收款日终对账:取当日收款流水,  *
      *                      按母账户+状态+虚拟账号排序生成收款单  *
      *                      位对账文件(含付款人编号),并按母账户 *
      *                      列报入账笔数金额、拒收及挂起笔数      *
      * INPUT..............: NONE                                    *
      * OUTPUT.............: VACRECOT VACRECRP                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAVALD   SAVACLOG       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRK-FILE             ASSIGN TO VACRECWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO VACSRTWK.
           SELECT REC-FILE             ASSIGN TO VACRECOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO VACRECRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  WRK-FILE.
       01  WRK-REC                     PIC X(300).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-PRT-ACCT-NO          PIC X(32).
           05  SR-STS                  PIC X(01).
           05  SR-VAC-NO               PIC X(20).
           05  FILLER                  PIC X(247).
       FD  REC-FILE.
       01  REC-REC.
           05  RC-PRT-ACCT-NO          PIC X(32).
      *    0-已入账 1-未知号拒收 2-已关闭拒收 3-未对应付款人拒收
      *    4-制裁筛查挂起
           05  RC-STS                  PIC X(01).
           05  RC-VAC-NO               PIC X(20).
           05  RC-PAYER-REF            PIC X(40).
           05  RC-CURR-COD             PIC X(03).
           05  RC-AMT                  PIC 9(16)V9(2).
           05  RC-TX-DT                PIC X(08).
           05  RC-TX-LOG-NO            PIC X(24).
           05  RC-OP-ACCT-NO           PIC X(32).
           05  RC-OP-CUST-NAME         PIC X(120).
           05  FILLER                  PIC X(02).
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
       01 SAVACLOG.
          COPY                         SAVACLOG.
           COPY                        APPAREA.
       01  WK-AREA.
           05  WK-PRT-ACCT-NO          PIC X(32).
           05  WK-LOG-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-POST-CNT             PIC 9(07).
           05  WK-POST-AMT             PIC S9(16)V9(2) COMP-3.
           05  WK-RJT-CNT              PIC 9(07).
           05  WK-HOLD-CNT             PIC 9(07).
           05  WK-TOT-POST-CNT         PIC 9(07) VALUE ZEROS.
           05  WK-TOT-POST-AMT         PIC S9(16)V9(2) COMP-3
                                       VALUE ZEROS.
           05  WK-TOT-RJT-CNT          PIC 9(07) VALUE ZEROS.
           05  WK-TOT-HOLD-CNT         PIC 9(07) VALUE ZEROS.
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-VAL-EOF                    VALUE 'Y'.
           05  WK-REC-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-REC-EOF                    VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-PRT-ACCT-NO         PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-POST-CNT            PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-POST-AMT            PIC -(13)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-RJT-CNT             PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-HOLD-CNT            PIC Z(06)9.
           05  FILLER                  PIC X(54) VALUE SPACES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-VAL-RTN UNTIL WK-VAL-EOF.
           PERFORM 4000-SORT-REC-RTN.
           PERFORM 5000-REPORT-RTN.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT SYS-BUSN-DT          FROM DATE YYYYMMDD.
           OPEN OUTPUT                 WRK-FILE
                                       RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '虚拟账号收款对账日报 ' DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '母账户                            '
                                       DELIMITED BY SIZE
                  '入账笔数 入账金额           '
                                       DELIMITED BY SIZE
                  '拒收笔数 挂起笔数'  DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 2010-OPEN-VAL-RTN.

      *    流水按交易日期+流水号为键,自当日首条起顺序取
       2010-OPEN-VAL-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAVACLOG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAVALD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAVACLOG'             TO DBI-SEGMENT-NAME(1).
           MOVE '> '                   TO DBI-OP1(1).
           MOVE SYS-BUSN-DT            TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAVACLOG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-VAL-TX-DT NOT = SYS-BUSN-DT
           THEN
             SET WK-VAL-EOF            TO TRUE
           END-IF.

       2000-SCAN-VAL-RTN.
           ADD 1                       TO WK-LOG-CNT.
           MOVE SPACES                 TO REC-REC.
           MOVE SA-VAL-PRT-ACCT-NO     TO RC-PRT-ACCT-NO.
           MOVE SA-VAL-STS             TO RC-STS.
           MOVE SA-VAL-VAC-NO          TO RC-VAC-NO.
           MOVE SA-VAL-PAYER-REF       TO RC-PAYER-REF.
           MOVE SA-VAL-CURR-COD        TO RC-CURR-COD.
           MOVE SA-VAL-AMT             TO RC-AMT.
           MOVE SA-VAL-TX-DT           TO RC-TX-DT.
           MOVE SA-VAL-TX-LOG-NO       TO RC-TX-LOG-NO.
           MOVE SA-VAL-OP-ACCT-NO      TO RC-OP-ACCT-NO.
           MOVE SA-VAL-OP-CUST-NAME    TO RC-OP-CUST-NAME.
           WRITE WRK-REC               FROM REC-REC.
           PERFORM 2020-NEXT-VAL-RTN.

       2020-NEXT-VAL-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAVALD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAVACLOG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAVACLOG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-VAL-TX-DT NOT = SYS-BUSN-DT
           THEN
             SET WK-VAL-EOF            TO TRUE
           END-IF.

      *    对账文件按母账户+状态+虚拟账号排序交收款单位
       4000-SORT-REC-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-PRT-ACCT-NO
                                 SR-STS
                                 SR-VAC-NO
                USING WRK-FILE
                GIVING REC-FILE.

      *    回读对账文件,按母账户分段汇总
       5000-REPORT-RTN.
           OPEN INPUT                  REC-FILE.
           PERFORM 5020-READ-REC-RTN.
           PERFORM 5010-GROUP-RTN UNTIL WK-REC-EOF.
           CLOSE                       REC-FILE.

       5010-GROUP-RTN.
           MOVE RC-PRT-ACCT-NO         TO WK-PRT-ACCT-NO.
           MOVE ZEROS                  TO WK-POST-CNT
                                          WK-POST-AMT
                                          WK-RJT-CNT
                                          WK-HOLD-CNT.
           PERFORM 5030-ADD-REC-RTN
                   UNTIL WK-REC-EOF
                      OR RC-PRT-ACCT-NO NOT = WK-PRT-ACCT-NO.
           MOVE SPACES                 TO RPT-DETAIL.
           IF WK-PRT-ACCT-NO = SPACES
           THEN
             MOVE '(无法归属母账户)'   TO RPT-PRT-ACCT-NO
           ELSE
             MOVE WK-PRT-ACCT-NO       TO RPT-PRT-ACCT-NO
           END-IF.
           MOVE WK-POST-CNT            TO RPT-POST-CNT.
           MOVE WK-POST-AMT            TO RPT-POST-AMT.
           MOVE WK-RJT-CNT             TO RPT-RJT-CNT.
           MOVE WK-HOLD-CNT            TO RPT-HOLD-CNT.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           ADD WK-POST-CNT             TO WK-TOT-POST-CNT.
           ADD WK-POST-AMT             TO WK-TOT-POST-AMT.
           ADD WK-RJT-CNT              TO WK-TOT-RJT-CNT.
           ADD WK-HOLD-CNT             TO WK-TOT-HOLD-CNT.

       5020-READ-REC-RTN.
           READ REC-FILE
             AT END
               SET WK-REC-EOF          TO TRUE
           END-READ.

       5030-ADD-REC-RTN.
           IF RC-STS = '0'
           THEN
             ADD 1                     TO WK-POST-CNT
             ADD RC-AMT                TO WK-POST-AMT
           ELSE
             IF RC-STS = '4'
             THEN
               ADD 1                   TO WK-HOLD-CNT
             ELSE
               ADD 1                   TO WK-RJT-CNT
             END-IF
           END-IF.
           PERFORM 5020-READ-REC-RTN.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE '合计'                 TO RPT-PRT-ACCT-NO.
           MOVE WK-TOT-POST-CNT        TO RPT-POST-CNT.
           MOVE WK-TOT-POST-AMT        TO RPT-POST-AMT.
           MOVE WK-TOT-RJT-CNT         TO RPT-RJT-CNT.
           MOVE WK-TOT-HOLD-CNT        TO RPT-HOLD-CNT.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           MOVE SPACES                 TO RPT-LINE.
           STRING '当日收款流水笔数:'  DELIMITED BY SIZE
                  WK-LOG-CNT           DELIMITED BY SIZE
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
