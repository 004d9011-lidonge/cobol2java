      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARSTO1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSARSTO1                                *
      * DESCRIPTION........: DATED TRANSFER DUE SELECTION BATCH      *
      *                      日初筛选到期预约转账指示:有效且按营业    *
      *                      日历顺延后的实际执行日已到(含前日失败    *
      *                      待重试)的指示产出执行指令档STOCCOUT,     *
      *                      由KSARSTO2逐笔执行;同时出当日计划清单    *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSASTOD   SASTOINS       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCO-FILE             ASSIGN TO STOCCOUT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO STOPLNRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CCO-FILE.
       01  CCO-REC.
           05  CC-ACCT-NO              PIC X(32).
           05  CC-STO-SEQ-N            PIC 9(03).
           05  CC-CURR-COD             PIC X(03).
           05  CC-CURR-IDEN            PIC X(01).
           05  CC-TGT-ACCT-NO          PIC X(32).
           05  CC-AMT                  PIC S9(16)V9(2).
           05  CC-NEXT-DT              PIC X(08).
           05  CC-EXEC-DT              PIC X(08).
           05  CC-RETRY-CNT            PIC 9(02).
           05  CC-OWN-BRANCH-STD       PIC X(09).
           05  FILLER                  PIC X(14).
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
       01 SASTOINS.
          COPY                         SASTOINS.
           COPY                        APPAREA.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-INS-CNT              PIC 9(7)  VALUE ZEROS.
           05  WK-DUE-CNT              PIC 9(7)  VALUE ZEROS.
           05  WK-DUE-AMT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-INS-EOF                    VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-OWN-BRANCH-STD      PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-STO-SEQ-N           PIC 9(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TGT-ACCT-NO         PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-AMT                 PIC -(13)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-NEXT-DT             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-EXEC-DT             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-RETRY-CNT           PIC Z9.
           05  FILLER                  PIC X(09) VALUE SPACES.
       01  RPT-EDIT-AMT                PIC -(13)9.99.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-INS-RTN UNTIL WK-INS-EOF.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           OPEN OUTPUT                 CCO-FILE
                                       RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '预约转账当日执行计划 ' DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 2010-OPEN-INS-RTN.

       2010-OPEN-INS-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTOINS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTOD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SASTOINS'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SASTOINS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-INS-EOF            TO TRUE
           END-IF.

      *    到期:有效、实际执行日不晚于当日、当日未执行过
       2000-SCAN-INS-RTN.
           ADD 1                       TO WK-INS-CNT.
           IF SA-STO-STS = '0' AND
              SA-STO-EXEC-DT NOT > WK-BUSN-DT AND
              SA-STO-LAST-EXEC-DT NOT = WK-BUSN-DT
           THEN
             PERFORM 3000-WRITE-CCO-RTN
           END-IF.
           PERFORM 2020-NEXT-INS-RTN.

       2020-NEXT-INS-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTOD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SASTOINS'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SASTOINS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-INS-EOF            TO TRUE
           END-IF.

       3000-WRITE-CCO-RTN.
           MOVE SPACES                 TO CCO-REC.
           MOVE SA-STO-ACCT-NO         TO CC-ACCT-NO.
           MOVE SA-STO-SEQ-N           TO CC-STO-SEQ-N.
           MOVE SA-STO-CURR-COD        TO CC-CURR-COD.
           MOVE SA-STO-CURR-IDEN       TO CC-CURR-IDEN.
           MOVE SA-STO-TGT-ACCT-NO     TO CC-TGT-ACCT-NO.
           MOVE SA-STO-AMT             TO CC-AMT.
           MOVE SA-STO-NEXT-DT         TO CC-NEXT-DT.
           MOVE SA-STO-EXEC-DT         TO CC-EXEC-DT.
           MOVE SA-STO-RETRY-CNT       TO CC-RETRY-CNT.
           MOVE SA-STO-OWN-BRANCH-STD  TO CC-OWN-BRANCH-STD.
           WRITE CCO-REC.
           ADD 1                       TO WK-DUE-CNT.
           ADD SA-STO-AMT              TO WK-DUE-AMT.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE SA-STO-OWN-BRANCH-STD  TO RPT-OWN-BRANCH-STD.
           MOVE SA-STO-ACCT-NO         TO RPT-ACCT-NO.
           MOVE SA-STO-SEQ-N           TO RPT-STO-SEQ-N.
           MOVE SA-STO-TGT-ACCT-NO     TO RPT-TGT-ACCT-NO.
           MOVE SA-STO-AMT             TO RPT-AMT.
           MOVE SA-STO-NEXT-DT         TO RPT-NEXT-DT.
           MOVE SA-STO-EXEC-DT         TO RPT-EXEC-DT.
           MOVE SA-STO-RETRY-CNT       TO RPT-RETRY-CNT.
           WRITE RPT-LINE              FROM RPT-DETAIL.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-DUE-AMT             TO RPT-EDIT-AMT.
           STRING '扫描指示数: '       DELIMITED BY SIZE
                  WK-INS-CNT           DELIMITED BY SIZE
                  '  到期笔数: '       DELIMITED BY SIZE
                  WK-DUE-CNT           DELIMITED BY SIZE
                  '  金额: '           DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                        CCO-FILE
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
             CLOSE                       CCO-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
