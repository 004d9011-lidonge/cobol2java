      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARCHL1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARCHL1                                *
      * DESCRIPTION........: MONTHLY CHANNEL LIMIT BREACH REPORT     *
      *                      渠道限额拦截月报:扫描渠道限额拦截明细   *
      *                      取本月拦截,按账号/发起渠道分组逐笔列示  *
      *                      (日期、流水、交易、金额、超限类型、该项 *
      *                      限额与已用额、网点柜员),出账户渠道小计  *
      *                      与按超限类型的本月合计;每月末营业日运行 *
      * KB/CF TO BE CALLED:                                          *
      * INPUT..............:                                         *
      * OUTPUT.............: CHLRPTOT                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSACHBD   SACHLBRK       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRK-FILE             ASSIGN TO CHLRPTWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO CHLSRTWK.
           SELECT SRD-FILE             ASSIGN TO CHLRPTST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO CHLRPTOT
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  WRK-FILE.
       01  WRK-LINE                    PIC X(200).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-SORT-KEY             PIC X(66).
           05  FILLER                  PIC X(134).
       FD  SRD-FILE.
       01  SRD-LINE                    PIC X(200).
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
       01 SACHLBRK.
          COPY                         SACHLBRK.
      *    报表工作记录:本月每笔拦截一条
       01  WK-BRK-REC.
           05  WF-SORT-KEY.
               10  WF-ACCT-NO          PIC X(32).
               10  WF-CHAN-NO          PIC X(02).
               10  WF-BUSN-DT          PIC X(08).
               10  WF-TX-LOG-NO        PIC X(24).
           05  WF-TX-TM                PIC X(06).
           05  WF-TX-ID                PIC X(09).
           05  WF-CURR-COD             PIC X(03).
           05  WF-AMT                  PIC S9(16)V9(2) COMP-3.
           05  WF-BRK-TYP              PIC X(01).
           05  WF-LMT-AMT              PIC S9(16)V9(2) COMP-3.
           05  WF-USED-AMT             PIC S9(16)V9(2) COMP-3.
           05  WF-MSG-CODE             PIC X(05).
           05  WF-TELLER-ID            PIC X(12).
           05  WF-BRANCH-STD           PIC X(09).
           05  FILLER                  PIC X(59).
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-RPT-MONTH            PIC X(06).
           05  WK-RPT-ACCT-NO          PIC X(32).
           05  WK-RPT-CHAN-NO          PIC X(02).
           05  WK-TYP-IX               PIC 9(01).
           05  WK-BRK-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-BRK-EOF                    VALUE 'Y'.
           05  WK-SRD-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-SRD-EOF                    VALUE 'Y'.
           05  WK-REG-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-BRK-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-GRP-NUM              PIC 9(07) VALUE ZEROS.
           05  WK-GRP-CNT              PIC 9(05) VALUE ZEROS.
           05  WK-GRP-AMT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
      *    超限类型名称:1-单笔 2-当日累计 3-当月累计
       01  WK-TYP-NAME-VAL.
           05  FILLER                  PIC X(12) VALUE '单笔'.
           05  FILLER                  PIC X(12) VALUE '当日累计'.
           05  FILLER                  PIC X(12) VALUE '当月累计'.
       01  WK-TYP-NAME-TBL REDEFINES WK-TYP-NAME-VAL.
           05  WK-TYP-NAME             PIC X(12) OCCURS 3.
       01  WK-TYP-SUM.
           05  WK-TYP-SUM-ENT          OCCURS 3.
               10  WK-TYP-SUM-CNT      PIC 9(07).
               10  WK-TYP-SUM-AMT      PIC S9(16)V9(2) COMP-3.
       01  RPT-AMT-ED                  PIC -----------------9.99.
       01  RPT-LMT-ED                  PIC -----------------9.99.
       01  RPT-USED-ED                 PIC -----------------9.99.
       01  RPT-TYP-NAME                PIC X(12).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2010-OPEN-BRK-RTN.
           PERFORM 2000-SCAN-BRK-RTN UNTIL WK-BRK-EOF.
           PERFORM 2030-CLOSE-BRK-RTN.
           PERFORM 5000-REPORT-RTN.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARCHL'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  WK-TYP-SUM.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT.
           MOVE WK-BUSN-DT(1:6)        TO WK-RPT-MONTH.
           OPEN OUTPUT                 WRK-FILE
                                       RPT-FILE.

       2010-OPEN-BRK-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACHLBRK.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACHBD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SACHLBRK'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACHLBRK
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-BRK-EOF            TO TRUE
           END-IF.

      *    本月拦截写工作记录
       2000-SCAN-BRK-RTN.
           ADD 1                       TO WK-REG-CNT.
           IF SA-CHB-BUSN-DT(1:6) = WK-RPT-MONTH
           THEN
             PERFORM 3000-BUILD-REC-RTN
           END-IF.
           PERFORM 2020-NEXT-BRK-RTN.

       2020-NEXT-BRK-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACHBD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SACHLBRK'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACHLBRK
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-BRK-EOF            TO TRUE
           END-IF.

       2030-CLOSE-BRK-RTN.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACHLBRK
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       3000-BUILD-REC-RTN.
           ADD 1                       TO WK-BRK-CNT.
           MOVE SPACES                 TO WK-BRK-REC.
           MOVE SA-CHB-ACCT-NO         TO WF-ACCT-NO.
           MOVE SA-CHB-CHAN-NO         TO WF-CHAN-NO.
           MOVE SA-CHB-BUSN-DT         TO WF-BUSN-DT.
           MOVE SA-CHB-TX-LOG-NO       TO WF-TX-LOG-NO.
           MOVE SA-CHB-TX-TM           TO WF-TX-TM.
           MOVE SA-CHB-TX-ID           TO WF-TX-ID.
           MOVE SA-CHB-CURR-COD        TO WF-CURR-COD.
           MOVE SA-CHB-AMT             TO WF-AMT.
           MOVE SA-CHB-BRK-TYP         TO WF-BRK-TYP.
           MOVE SA-CHB-LMT-AMT         TO WF-LMT-AMT.
           MOVE SA-CHB-USED-AMT        TO WF-USED-AMT.
           MOVE SA-CHB-MSG-CODE        TO WF-MSG-CODE.
           MOVE SA-CHB-TELLER-ID       TO WF-TELLER-ID.
           MOVE SA-CHB-BRANCH-STD      TO WF-BRANCH-STD.
           WRITE WRK-LINE              FROM WK-BRK-REC.

      ****************************************************************
      *    按账号/发起渠道/日期/流水排序出表                         *
      ****************************************************************
       5000-REPORT-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-SORT-KEY
                USING WRK-FILE
                GIVING SRD-FILE.
           OPEN INPUT                  SRD-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '渠道限额拦截月报 月份:'
                                       DELIMITED BY SIZE
                  WK-RPT-MONTH         DELIMITED BY SIZE
                  ' 营业日:'           DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE LOW-VALUES             TO WK-RPT-ACCT-NO.
           MOVE LOW-VALUES             TO WK-RPT-CHAN-NO.
           PERFORM 5010-READ-SRD-RTN.
           PERFORM 5100-SRD-LOOP-RTN UNTIL WK-SRD-EOF.
           IF WK-RPT-ACCT-NO NOT = LOW-VALUES
           THEN
             PERFORM 5200-GRP-TOTAL-RTN
           END-IF.
           CLOSE                       SRD-FILE.

       5010-READ-SRD-RTN.
           READ SRD-FILE               INTO WK-BRK-REC
             AT END
               SET WK-SRD-EOF          TO TRUE
           END-READ.

       5100-SRD-LOOP-RTN.
           IF WF-ACCT-NO NOT = WK-RPT-ACCT-NO OR
              WF-CHAN-NO NOT = WK-RPT-CHAN-NO
           THEN
             IF WK-RPT-ACCT-NO NOT = LOW-VALUES
             THEN
               PERFORM 5200-GRP-TOTAL-RTN
             END-IF
             PERFORM 5150-GRP-HEAD-RTN
           END-IF.
           PERFORM 5110-DETAIL-RTN.
           PERFORM 5010-READ-SRD-RTN.

       5110-DETAIL-RTN.
           ADD 1                       TO WK-GRP-CNT.
           ADD WF-AMT                  TO WK-GRP-AMT.
           IF WF-BRK-TYP >= '1' AND WF-BRK-TYP <= '3'
           THEN
             MOVE WF-BRK-TYP           TO WK-TYP-IX
             ADD 1                     TO WK-TYP-SUM-CNT(WK-TYP-IX)
             ADD WF-AMT                TO WK-TYP-SUM-AMT(WK-TYP-IX)
             MOVE WK-TYP-NAME(WK-TYP-IX)
                                       TO RPT-TYP-NAME
           ELSE
             MOVE WF-BRK-TYP           TO RPT-TYP-NAME
           END-IF.
           MOVE WF-AMT                 TO RPT-AMT-ED.
           MOVE WF-LMT-AMT             TO RPT-LMT-ED.
           MOVE WF-USED-AMT            TO RPT-USED-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING '  '                 DELIMITED BY SIZE
                  WF-BUSN-DT           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WF-TX-TM             DELIMITED BY SIZE
                  ' 流水:'             DELIMITED BY SIZE
                  WF-TX-LOG-NO         DELIMITED BY SIZE
                  ' 交易:'             DELIMITED BY SIZE
                  WF-TX-ID             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WF-CURR-COD          DELIMITED BY SIZE
                  ' 金额:'             DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '    超限:'          DELIMITED BY SIZE
                  RPT-TYP-NAME         DELIMITED BY SIZE
                  ' 限额:'             DELIMITED BY SIZE
                  RPT-LMT-ED           DELIMITED BY SIZE
                  ' 已用:'             DELIMITED BY SIZE
                  RPT-USED-ED          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WF-MSG-CODE          DELIMITED BY SIZE
                  ' 网点:'             DELIMITED BY SIZE
                  WF-BRANCH-STD        DELIMITED BY SIZE
                  ' 柜员:'             DELIMITED BY SIZE
                  WF-TELLER-ID         DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       5150-GRP-HEAD-RTN.
           ADD 1                       TO WK-GRP-NUM.
           MOVE WF-ACCT-NO             TO WK-RPT-ACCT-NO.
           MOVE WF-CHAN-NO             TO WK-RPT-CHAN-NO.
           MOVE ZEROS                  TO WK-GRP-CNT.
           MOVE ZEROS                  TO WK-GRP-AMT.
           MOVE SPACES                 TO RPT-LINE.
           STRING '账号:'              DELIMITED BY SIZE
                  WF-ACCT-NO           DELIMITED BY SIZE
                  ' 发起渠道:'         DELIMITED BY SIZE
                  WF-CHAN-NO           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

      *    小计金额为被拒交易金额合计,不涉及已记账金额
       5200-GRP-TOTAL-RTN.
           MOVE WK-GRP-AMT             TO RPT-AMT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' 账户渠道小计 笔数:'
                                       DELIMITED BY SIZE
                  WK-GRP-CNT           DELIMITED BY SIZE
                  ' 拒绝金额:'         DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           WRITE RPT-LINE.
           STRING '扫描明细数:'        DELIMITED BY SIZE
                  WK-REG-CNT           DELIMITED BY SIZE
                  ' 本月拦截笔数:'     DELIMITED BY SIZE
                  WK-BRK-CNT           DELIMITED BY SIZE
                  ' 涉及账户渠道:'     DELIMITED BY SIZE
                  WK-GRP-NUM           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 1                      TO WK-TYP-IX.
           PERFORM 9010-TYP-SUM-RTN UNTIL WK-TYP-IX > 3.
           CLOSE                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARCHL'.

       9010-TYP-SUM-RTN.
           MOVE WK-TYP-SUM-AMT(WK-TYP-IX)
                                       TO RPT-AMT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING '  超限 '            DELIMITED BY SIZE
                  WK-TYP-NAME(WK-TYP-IX)
                                       DELIMITED BY SIZE
                  ' 笔数:'             DELIMITED BY SIZE
                  WK-TYP-SUM-CNT(WK-TYP-IX)
                                       DELIMITED BY SIZE
                  ' 拒绝金额:'         DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1                       TO WK-TYP-IX.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             CLOSE                       WRK-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
