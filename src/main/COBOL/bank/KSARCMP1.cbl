      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARCMP1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARCMP1                                *
      * DESCRIPTION........: DEPOSIT CAMPAIGN EVALUATION (BMP)       *
      *                      存款营销活动月末考核:逐活动取报名账户, *
      *                      按考核口径(期末余额/日均余额/净流入)   *
      *                      由账户明细推算考核值;考核期内的只记进度 *
      *                      ,考核期满的与目标比对,达标的以批量身份  *
      *                      入账奖励(奖励利息以GSYSTRIG驱动KSAIAJ0  *
      *                      补息贷记,免收费驱动KSAMNT0置豁免标志,   *
      *                      复核方记本批量程序名,另经CMNTLOG登记    *
      *                      活动号及活动审批复核人备查);入账失败的  *
      *                      下月重试;免费期满的驱动KSAMNT0恢复收费  *
      *                      ;出按开户机构分列的活动效果报告          *
      * KB/CF TO BE CALLED: KSAIAJ0(GSYSTRIG) KSAMNT0(GSYSTRIG)      *
      *                     CMNTLOG                                  *
      * INPUT..............: (无)                                    *
      * OUTPUT.............: CMPPRFRP                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSACMPD   SACMPREG       R/U                                 *
      * BSACMPD   SACMPENR       R/U                                 *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNAMT       R                                   *
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
           SELECT ENR-FILE             ASSIGN TO CMPENRWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO CMPPRFRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    报名工作记录:按活动登记顺序取出,逐笔考核时再持有更新
       FD  ENR-FILE.
       01  ENR-REC.
           05  ER-CMP-IX               PIC 9(03).
           05  ER-CMP-ID               PIC X(10).
           05  ER-ACCT-NO              PIC X(32).
           05  ER-BRANCH-STD           PIC X(09).
           05  ER-STS                  PIC X(01).
           05  ER-WAIVE-SET-FLG        PIC X(01).
           05  ER-MSR-AMT              PIC S9(16)V9(2).
           05  ER-RWD-AMT              PIC S9(16)V9(2).
           05  FILLER                  PIC X(08).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  PKSAIAJ0.
           COPY                        PKSAIAJ0.
       01  PKSAMNT0.
           COPY                        PKSAMNT0.
       01  PCMNTLOG.
           COPY                        PCMNTLOG.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SACMPREG.
          COPY                         SACMPREG.
       01 SACMPENR.
          COPY                         SACMPENR.
       01 SAACNACN.
          COPY                         SAACNACN.
       01 SAACNAMT.
          COPY                         SAACNAMT.
       01 SAACNTXN.
          COPY                         SAACNTXN.
       01  WK-AREA.
           05  WK-ACT                  PIC X(01).
               88  WK-ACT-NONE                   VALUE SPACE.
               88  WK-ACT-PROGRESS               VALUE 'P'.
               88  WK-ACT-SETTLE                 VALUE 'R'.
               88  WK-ACT-WAIVE-END              VALUE 'W'.
           05  WK-RSLT                 PIC X(01).
           05  WK-FAIL-MSG-CODE        PIC X(05).
           05  WK-WAIVE-FLG            PIC X(01).
           05  WK-CMP-CNT-D            PIC 9(03).
           05  WK-CUR-CMP-IX           PIC 9(03) VALUE ZEROS.
           05  WK-SAACNAMT-KEY.
               10  WK-CURR-COD         PIC X(03).
               10  WK-CURR-IDEN        PIC X(01).
           05  WK-MSR-BGN-DT           PIC X(08).
           05  WK-MSR-END-DT           PIC X(08).
           05  WK-BGN-INT              PIC 9(07).
           05  WK-END-INT              PIC 9(07).
           05  WK-TX-INT               PIC 9(07).
           05  WK-MSR-DAYS             PIC 9(05).
           05  WK-NET-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-NET-AFTER            PIC S9(16)V9(2) COMP-3.
           05  WK-NET-IN               PIC S9(16)V9(2) COMP-3.
           05  WK-WGT-SUM              PIC S9(22)V9(2) COMP-3.
           05  WK-END-BAL              PIC S9(16)V9(2) COMP-3.
           05  WK-BGN-BAL              PIC S9(16)V9(2) COMP-3.
           05  WK-MSR-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-RWD-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-RWD-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-RWD-TOT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-FAIL-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-WEND-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-CMP-OVFL-CNT         PIC 9(05) VALUE ZEROS.
           05  WK-CMP-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CMP-EOF                    VALUE 'Y'.
           05  WK-CME-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CME-EOF                    VALUE 'Y'.
           05  WK-ENR-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ENR-EOF                    VALUE 'Y'.
           05  WK-TXN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-TXN-EOF                    VALUE 'Y'.
      *    活动表:本次运行开始时的活动状态及考核参数
       01  WK-CMP-TBL.
           05  WK-CMP-CNT              PIC 9(03) COMP VALUE ZEROS.
           05  WK-CMP-ENT              OCCURS 200 TIMES.
               10  WK-CMP-ID           PIC X(10).
               10  WK-CMP-NAME         PIC X(60).
               10  WK-CMP-STS          PIC X(01).
               10  WK-CMP-CURR-COD     PIC X(03).
               10  WK-CMP-CURR-IDEN    PIC X(01).
               10  WK-CMP-MSR-BASIS    PIC X(01).
               10  WK-CMP-MSR-BGN-DT   PIC X(08).
               10  WK-CMP-MSR-END-DT   PIC X(08).
               10  WK-CMP-TGT-AMT      PIC S9(16)V9(2) COMP-3.
               10  WK-CMP-RWD-TYP      PIC X(01).
               10  WK-CMP-WAIVE-END-DT PIC X(08).
               10  WK-CMP-RWD-AMT      PIC S9(16)V9(2) COMP-3.
               10  WK-CMP-RWD-RATE     PIC 9(02)V9(06).
               10  WK-CMP-CHK-OPR-NO   PIC X(12).
       01  WK-CMP-IX                   PIC 9(03) COMP.
      *    机构合计表,逐活动重置
       01  WK-BR-TBL.
           05  WK-BR-CNT               PIC 9(04) COMP VALUE ZEROS.
           05  WK-BR-ENT               OCCURS 1000 TIMES.
               10  WK-BR-BRANCH        PIC X(09).
               10  WK-BR-ENR-CNT       PIC 9(07).
               10  WK-BR-HIT-CNT       PIC 9(07).
               10  WK-BR-RWD-CNT       PIC 9(07).
               10  WK-BR-FAIL-CNT      PIC 9(07).
               10  WK-BR-MSR-AMT       PIC S9(16)V9(2) COMP-3.
               10  WK-BR-RWD-AMT       PIC S9(16)V9(2) COMP-3.
       01  WK-BR-IX                    PIC 9(04) COMP.
       01  WK-BR-HIT                   PIC 9(04) COMP.
      *    报名状态 0-已报名 1-已奖励 2-未达标 3-入账失败
      *    4(未用) 5(未用) 6(未用) 7(未用) 8-免费期满 9-已退出
       01  WK-STS-NAME-TBL.
           05  FILLER                  PIC X(12) VALUE '考核中'.
           05  FILLER                  PIC X(12) VALUE '已奖励'.
           05  FILLER                  PIC X(12) VALUE '未达标'.
           05  FILLER                  PIC X(12) VALUE '入账失败'.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE '恢复收费'.
           05  FILLER                  PIC X(12) VALUE '已退出'.
       01  WK-STS-NAME-R REDEFINES WK-STS-NAME-TBL.
           05  WK-STS-NAME             PIC X(12) OCCURS 10 TIMES.
       01  WK-STS-IX                   PIC 9(02).
       01  RPT-DETAIL.
           05  RPT-BRANCH-STD          PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-MSR-AMT             PIC -(13)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-RWD-AMT             PIC -(13)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-STS                 PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-MSG-CODE            PIC X(05).
           05  FILLER                  PIC X(31) VALUE SPACES.
       01  RPT-EDIT-AMT                PIC -(13)9.99.
       01  RPT-EDIT-AMT2               PIC -(13)9.99.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-LOAD-CMP-RTN UNTIL WK-CMP-EOF.
           MOVE 1                      TO WK-CMP-IX.
           PERFORM 2100-EXTRACT-ENR-RTN
                   UNTIL WK-CMP-IX > WK-CMP-CNT.
           CLOSE                       ENR-FILE.
           OPEN INPUT                  ENR-FILE.
           READ ENR-FILE
             AT END SET WK-ENR-EOF     TO TRUE
           END-READ.
           PERFORM 3000-ENR-LOOP-RTN UNTIL WK-ENR-EOF.
           IF WK-CUR-CMP-IX > ZEROS
           THEN
             PERFORM 6000-CMP-BREAK-RTN
           END-IF.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARCMP'.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           OPEN OUTPUT                 ENR-FILE.
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '存款营销活动考核报告 ' DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           INITIALIZE                  PDBIMAIN.
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 2010-NEXT-CMP-RTN.

      *    顺序读活动登记簿,载入活动表
       2010-NEXT-CMP-RTN.
           INITIALIZE                  SACMPREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACMPD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SACMPREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACMPREG
                                       AIF-AREA.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-CMP-EOF            TO TRUE
           END-IF.
           INITIALIZE                  PDBIMAIN.

       2000-LOAD-CMP-RTN.
           IF WK-CMP-CNT < 200
           THEN
             ADD 1                     TO WK-CMP-CNT
             MOVE WK-CMP-CNT           TO WK-CMP-IX
             MOVE SA-CMP-ID            TO WK-CMP-ID(WK-CMP-IX)
             MOVE SA-CMP-NAME          TO WK-CMP-NAME(WK-CMP-IX)
             MOVE SA-CMP-STS           TO WK-CMP-STS(WK-CMP-IX)
             MOVE SA-CMP-CURR-COD      TO WK-CMP-CURR-COD(WK-CMP-IX)
             MOVE SA-CMP-CURR-IDEN     TO WK-CMP-CURR-IDEN(WK-CMP-IX)
             MOVE SA-CMP-MSR-BASIS     TO WK-CMP-MSR-BASIS(WK-CMP-IX)
             MOVE SA-CMP-MSR-BGN-DT    TO WK-CMP-MSR-BGN-DT(WK-CMP-IX)
             MOVE SA-CMP-MSR-END-DT    TO WK-CMP-MSR-END-DT(WK-CMP-IX)
             MOVE SA-CMP-TGT-AMT       TO WK-CMP-TGT-AMT(WK-CMP-IX)
             MOVE SA-CMP-RWD-TYP       TO WK-CMP-RWD-TYP(WK-CMP-IX)
             MOVE SA-CMP-WAIVE-END-DT  TO
                                       WK-CMP-WAIVE-END-DT(WK-CMP-IX)
             MOVE SA-CMP-RWD-AMT       TO WK-CMP-RWD-AMT(WK-CMP-IX)
             MOVE SA-CMP-RWD-RATE      TO WK-CMP-RWD-RATE(WK-CMP-IX)
             MOVE SA-CMP-CHK-OPR-NO    TO WK-CMP-CHK-OPR-NO(WK-CMP-IX)
           ELSE
             ADD 1                     TO WK-CMP-OVFL-CNT
           END-IF.
           PERFORM 2010-NEXT-CMP-RTN.

      *    进行中活动取全部未退出报名;已结算/已撤销活动只取待
      *    恢复收费及入账失败待重试的报名
       2100-EXTRACT-ENR-RTN.
           MOVE SPACES                 TO WK-CME-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACMPENR.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACMPD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SACMPREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SACMPENR'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-CMP-ID(WK-CMP-IX)   TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 2110-CME-LOOP-RTN UNTIL WK-CME-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACMPENR
                                       AIF-AREA.
           ADD 1                       TO WK-CMP-IX.

       2110-CME-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACMPENR
                                       AIF-AREA.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-CME-EOF            TO TRUE
           ELSE
             IF SA-CME-STS NOT = '9' AND
                ( WK-CMP-STS(WK-CMP-IX) = '0' OR
                  SA-CME-STS = '3' OR
                  SA-CME-WAIVE-SET-FLG = 'Y' AND SA-CME-STS = '1' )
             THEN
               PERFORM 2120-WRITE-ENR-RTN
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
           END-IF.

       2120-WRITE-ENR-RTN.
           MOVE SPACES                 TO ENR-REC.
           MOVE WK-CMP-IX              TO ER-CMP-IX.
           MOVE WK-CMP-ID(WK-CMP-IX)   TO ER-CMP-ID.
           MOVE SA-CME-ACCT-NO         TO ER-ACCT-NO.
           MOVE SA-CME-BRANCH-STD      TO ER-BRANCH-STD.
           MOVE SA-CME-STS             TO ER-STS.
           MOVE SA-CME-WAIVE-SET-FLG   TO ER-WAIVE-SET-FLG.
           MOVE SA-CME-MSR-AMT         TO ER-MSR-AMT.
           MOVE SA-CME-RWD-AMT         TO ER-RWD-AMT.
           WRITE ENR-REC.

      *    逐笔报名:按活动控制中断出机构合计
       3000-ENR-LOOP-RTN.
           IF ER-CMP-IX NOT = WK-CUR-CMP-IX
           THEN
             IF WK-CUR-CMP-IX > ZEROS
             THEN
               PERFORM 6000-CMP-BREAK-RTN
             END-IF
             PERFORM 3010-CMP-HEAD-RTN
           END-IF.
           MOVE ER-CMP-IX              TO WK-CMP-IX.
           PERFORM 3100-SET-ACT-RTN.
           MOVE SPACES                 TO WK-FAIL-MSG-CODE.
           EVALUATE TRUE
             WHEN WK-ACT-PROGRESS
               PERFORM 4000-MEASURE-RTN
               PERFORM 3500-SAVE-PROGRESS-RTN
             WHEN WK-ACT-SETTLE
               PERFORM 4000-MEASURE-RTN
               PERFORM 5000-SETTLE-RTN
             WHEN WK-ACT-WAIVE-END
               PERFORM 5500-WAIVE-END-RTN
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WK-CMP-STS(WK-CMP-IX) = '0'
           THEN
             PERFORM 3200-ADD-BR-RTN
           END-IF.
           READ ENR-FILE
             AT END SET WK-ENR-EOF     TO TRUE
           END-READ.

       3010-CMP-HEAD-RTN.
           MOVE ER-CMP-IX              TO WK-CUR-CMP-IX.
           MOVE ZEROS                  TO WK-BR-CNT.
           MOVE SPACES                 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WK-CMP-TGT-AMT(ER-CMP-IX)
                                       TO RPT-EDIT-AMT.
           STRING '活动 '              DELIMITED BY SIZE
                  WK-CMP-ID(ER-CMP-IX) DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WK-CMP-NAME(ER-CMP-IX)
                                       DELIMITED BY SIZE
                  ' 口径: '            DELIMITED BY SIZE
                  WK-CMP-MSR-BASIS(ER-CMP-IX)
                                       DELIMITED BY SIZE
                  ' 目标: '            DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '    考核期: '       DELIMITED BY SIZE
                  WK-CMP-MSR-BGN-DT(ER-CMP-IX)
                                       DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WK-CMP-MSR-END-DT(ER-CMP-IX)
                                       DELIMITED BY SIZE
                  ' 奖励方式: '        DELIMITED BY SIZE
                  WK-CMP-RWD-TYP(ER-CMP-IX)
                                       DELIMITED BY SIZE
                  ' 活动状态: '        DELIMITED BY SIZE
                  WK-CMP-STS(ER-CMP-IX)
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.

      *    进行中活动:考核期满的考核结算,考核期内的记进度;入账
      *    失败的不论活动状态(撤销除外)均重试;免费期满的恢复收费
       3100-SET-ACT-RTN.
           MOVE SPACE                  TO WK-ACT.
           EVALUATE TRUE
             WHEN ER-STS = '1' AND ER-WAIVE-SET-FLG = 'Y' AND
                  WK-CMP-WAIVE-END-DT(WK-CMP-IX) < SYS-BUSN-DT
               SET WK-ACT-WAIVE-END    TO TRUE
             WHEN ER-STS = '3' AND WK-CMP-STS(WK-CMP-IX) NOT = '9'
               SET WK-ACT-SETTLE       TO TRUE
             WHEN ER-STS = '0' AND WK-CMP-STS(WK-CMP-IX) = '0' AND
                  WK-CMP-MSR-END-DT(WK-CMP-IX) NOT > SYS-BUSN-DT
               SET WK-ACT-SETTLE       TO TRUE
             WHEN ER-STS = '0' AND WK-CMP-STS(WK-CMP-IX) = '0' AND
                  WK-CMP-MSR-BGN-DT(WK-CMP-IX) NOT > SYS-BUSN-DT
               SET WK-ACT-PROGRESS     TO TRUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       3200-ADD-BR-RTN.
           MOVE ZEROS                  TO WK-BR-HIT.
           MOVE 1                      TO WK-BR-IX.
           PERFORM 3210-FIND-BR-RTN
                   UNTIL WK-BR-IX > WK-BR-CNT.
           IF WK-BR-HIT = ZEROS
           THEN
             IF WK-BR-CNT < 1000
             THEN
               ADD 1                   TO WK-BR-CNT
               MOVE WK-BR-CNT          TO WK-BR-HIT
               MOVE ER-BRANCH-STD      TO WK-BR-BRANCH(WK-BR-HIT)
               MOVE ZEROS              TO WK-BR-ENR-CNT(WK-BR-HIT)
               MOVE ZEROS              TO WK-BR-HIT-CNT(WK-BR-HIT)
               MOVE ZEROS              TO WK-BR-RWD-CNT(WK-BR-HIT)
               MOVE ZEROS              TO WK-BR-FAIL-CNT(WK-BR-HIT)
               MOVE ZEROS              TO WK-BR-MSR-AMT(WK-BR-HIT)
               MOVE ZEROS              TO WK-BR-RWD-AMT(WK-BR-HIT)
             ELSE
               MOVE WK-BR-CNT          TO WK-BR-HIT
             END-IF
           END-IF.
           ADD 1                       TO WK-BR-ENR-CNT(WK-BR-HIT).
           ADD ER-MSR-AMT              TO WK-BR-MSR-AMT(WK-BR-HIT).
           IF ER-MSR-AMT NOT < WK-CMP-TGT-AMT(WK-CMP-IX)
           THEN
             ADD 1                     TO WK-BR-HIT-CNT(WK-BR-HIT)
           END-IF.
           IF ER-STS = '1' OR '8'
           THEN
             ADD 1                     TO WK-BR-RWD-CNT(WK-BR-HIT)
             ADD ER-RWD-AMT            TO WK-BR-RWD-AMT(WK-BR-HIT)
           END-IF.
           IF ER-STS = '3'
           THEN
             ADD 1                     TO WK-BR-FAIL-CNT(WK-BR-HIT)
           END-IF.

       3210-FIND-BR-RTN.
           IF WK-BR-BRANCH(WK-BR-IX) = ER-BRANCH-STD
           THEN
             MOVE WK-BR-IX             TO WK-BR-HIT
             MOVE WK-BR-CNT            TO WK-BR-IX
           END-IF.
           ADD 1                       TO WK-BR-IX.

      *    考核期内只回写进度考核值,供柜面查询
       3500-SAVE-PROGRESS-RTN.
           PERFORM 8000-HOLD-ENR-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE SYS-BUSN-DT          TO SA-CME-MSR-DT
             MOVE WK-MSR-AMT           TO SA-CME-MSR-AMT
             PERFORM 8010-REPL-ENR-RTN
           END-IF.
           MOVE WK-MSR-AMT             TO ER-MSR-AMT.

      ****************************************************************
      *    考核值推算:由当前余额倒推考核期末余额及期初余额,
      *    日均余额按逐笔发生额乘以至期末的天数累加:
      *    日均 = (期初余额×天数 + Σ发生净额×(期末-交易日+1))
      *           ÷ 天数
      *    考核期未满的以当日为期末
      ****************************************************************
       4000-MEASURE-RTN.
           MOVE ZEROS                  TO WK-MSR-AMT
                                          WK-NET-AFTER
                                          WK-NET-IN
                                          WK-WGT-SUM.
           MOVE WK-CMP-MSR-BGN-DT(WK-CMP-IX)
                                       TO WK-MSR-BGN-DT.
           IF WK-CMP-MSR-END-DT(WK-CMP-IX) > SYS-BUSN-DT
           THEN
             MOVE SYS-BUSN-DT          TO WK-MSR-END-DT
           ELSE
             MOVE WK-CMP-MSR-END-DT(WK-CMP-IX)
                                       TO WK-MSR-END-DT
           END-IF.
           COMPUTE WK-BGN-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WK-MSR-BGN-DT)).
           COMPUTE WK-END-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WK-MSR-END-DT)).
           COMPUTE WK-MSR-DAYS = WK-END-INT - WK-BGN-INT + 1.
           MOVE WK-CMP-CURR-COD(WK-CMP-IX)
                                       TO WK-CURR-COD.
           MOVE WK-CMP-CURR-IDEN(WK-CMP-IX)
                                       TO WK-CURR-IDEN.
           PERFORM 8100-GU-SAACNAMT-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE ZEROS                TO SA-ACCT-BAL OF SAACNAMT
           ELSE
             PERFORM 4100-SCAN-TXN-RTN
           END-IF.
           COMPUTE WK-END-BAL = SA-ACCT-BAL OF SAACNAMT
                              - WK-NET-AFTER.
           COMPUTE WK-BGN-BAL = WK-END-BAL - WK-NET-IN.
           EVALUATE WK-CMP-MSR-BASIS(WK-CMP-IX)
             WHEN '1'
               MOVE WK-END-BAL         TO WK-MSR-AMT
             WHEN '2'
               COMPUTE WK-MSR-AMT ROUNDED =
                     ( WK-BGN-BAL * WK-MSR-DAYS + WK-WGT-SUM )
                     / WK-MSR-DAYS
             WHEN OTHER
               MOVE WK-NET-IN          TO WK-MSR-AMT
           END-EVALUATE.

       4100-SCAN-TXN-RTN.
           MOVE SPACES                 TO WK-TXN-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE ER-ACCT-NO             TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 4110-TXN-LOOP-RTN UNTIL WK-TXN-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.

      *    期末后的发生额用于倒推期末余额;期内发生额计净流入
      *    及日均加权;期初前的不计
       4110-TXN-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-EOF            TO TRUE
           ELSE
             IF SA-CURR-COD OF SAACNTXN = WK-CURR-COD AND
                SA-CURR-IDEN OF SAACNTXN = WK-CURR-IDEN AND
                SA-TX-DT OF SAACNTXN NOT < WK-MSR-BGN-DT
             THEN
               COMPUTE WK-NET-AMT = SA-CR-AMT OF SAACNTXN
                                  - SA-DR-AMT OF SAACNTXN
               IF SA-TX-DT OF SAACNTXN > WK-MSR-END-DT
               THEN
                 ADD WK-NET-AMT        TO WK-NET-AFTER
               ELSE
                 ADD WK-NET-AMT        TO WK-NET-IN
                 COMPUTE WK-TX-INT = FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(SA-TX-DT OF SAACNTXN))
                 COMPUTE WK-WGT-SUM = WK-WGT-SUM + WK-NET-AMT
                                    * ( WK-END-INT - WK-TX-INT + 1 )
               END-IF
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
           END-IF.

      ****************************************************************
      *    考核结算:达标的按奖励方式入账,未达标置未达标;入账
      *    失败置失败待下月重试.每笔回写后检查点提交
      ****************************************************************
       5000-SETTLE-RTN.
           MOVE ZEROS                  TO WK-RWD-AMT.
           IF WK-MSR-AMT < WK-CMP-TGT-AMT(WK-CMP-IX)
           THEN
             MOVE '2'                  TO WK-RSLT
           ELSE
             IF WK-CMP-RWD-TYP(WK-CMP-IX) = '1'
             THEN
               PERFORM 5200-SET-WAIVE-RTN
             ELSE
               PERFORM 5100-POST-INT-RTN
             END-IF
           END-IF.
           PERFORM 8000-HOLD-ENR-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE WK-RSLT              TO SA-CME-STS
             MOVE SYS-BUSN-DT          TO SA-CME-MSR-DT
             MOVE WK-MSR-AMT           TO SA-CME-MSR-AMT
             MOVE WK-FAIL-MSG-CODE     TO SA-CME-FAIL-MSG-CODE
             IF WK-RSLT = '1'
             THEN
               MOVE WK-RWD-AMT         TO SA-CME-RWD-AMT
               MOVE SYS-BUSN-DT        TO SA-CME-RWD-DT
               IF WK-CMP-RWD-TYP(WK-CMP-IX) = '2'
               THEN
                 MOVE O-IAJ-SEQ-N OF PKSAIAJ0
                                       TO SA-CME-IAJ-SEQ-N
               ELSE
                 MOVE ER-WAIVE-SET-FLG TO SA-CME-WAIVE-SET-FLG
               END-IF
             END-IF
             PERFORM 8010-REPL-ENR-RTN
           END-IF.
           MOVE WK-RSLT                TO ER-STS.
           MOVE WK-MSR-AMT             TO ER-MSR-AMT.
           MOVE WK-RWD-AMT             TO ER-RWD-AMT.
           IF WK-RSLT = '1'
           THEN
             ADD 1                     TO WK-RWD-CNT
             ADD WK-RWD-AMT            TO WK-RWD-TOT
           END-IF.
           IF WK-RSLT = '3'
           THEN
             ADD 1                     TO WK-FAIL-CNT
           END-IF.
           PERFORM 5900-WRITE-DETAIL-RTN.

      *    奖励利息:定额优先,否则考核值×年利率(%)×考核天数/360;
      *    以GSYSTRIG驱动KSAIAJ0补息贷记;活动复核人只审批了活动,
      *    未复核本笔,复核方记本批量程序名,入账后登记审计镜像
       5100-POST-INT-RTN.
           IF WK-CMP-RWD-AMT(WK-CMP-IX) > ZEROS
           THEN
             MOVE WK-CMP-RWD-AMT(WK-CMP-IX)
                                       TO WK-RWD-AMT
           ELSE
             COMPUTE WK-RWD-AMT ROUNDED = WK-MSR-AMT
                   * WK-CMP-RWD-RATE(WK-CMP-IX) / 100
                   * WK-MSR-DAYS / 360
           END-IF.
           IF WK-RWD-AMT NOT > ZEROS
           THEN
             MOVE '2'                  TO WK-RSLT
           ELSE
             MOVE SPACES               TO AIF-MSG-CODE
             MOVE C-CM-FLAG-YES        TO AIF-ERR-TRAP-FLG
             INITIALIZE                PKSAIAJ0
             MOVE '2'                  TO I-FUN-CODE OF PKSAIAJ0
             MOVE ER-ACCT-NO           TO I-ACCT-NO  OF PKSAIAJ0
             MOVE WK-CURR-COD          TO I-CURR-COD OF PKSAIAJ0
             MOVE WK-CURR-IDEN         TO I-CURR-IDEN OF PKSAIAJ0
             MOVE WK-RWD-AMT           TO I-ADJ-AMT  OF PKSAIAJ0
             MOVE C-SA-IAJ-RSN-CMP     TO I-RSN-COD  OF PKSAIAJ0
             MOVE ER-CMP-ID            TO I-RMRK     OF PKSAIAJ0
             MOVE 'KSARCMP1'           TO I-CHK-TELLER-ID
                                          OF PKSAIAJ0
             CALL 'GSYSTRIG'           USING APA-AREA
                                             PKSAIAJ0
                                       CONTENT 'KSAIAJ0 '
             MOVE C-CM-FLAG-NO         TO AIF-ERR-TRAP-FLG
             IF AIF-MSG-CODE NOT = SPACES OR
                O-RTRN-CODE OF PKSAIAJ0 NOT = SPACES
             THEN
               IF AIF-MSG-CODE NOT = SPACES
               THEN
                 MOVE AIF-MSG-CODE     TO WK-FAIL-MSG-CODE
               ELSE
                 MOVE O-RTRN-CODE OF PKSAIAJ0
                                       TO WK-FAIL-MSG-CODE
               END-IF
               MOVE SPACES             TO AIF-MSG-CODE
               MOVE '3'                TO WK-RSLT
             ELSE
               MOVE '1'                TO WK-RSLT
               MOVE 'CMP-RWD-INT'      TO I-FIELD-NAME OF PCMNTLOG
               MOVE WK-RWD-AMT         TO RPT-EDIT-AMT
               MOVE RPT-EDIT-AMT       TO I-AFT-VALUE  OF PCMNTLOG
               PERFORM 9730-CALL-CMNTLOG-RTN
             END-IF
           END-IF.

      *    免收费:账户原已豁免的不重复设置,期满也不恢复;否则
      *    以GSYSTRIG驱动KSAMNT0置豁免标志(双人复核、前后镜像)
       5200-SET-WAIVE-RTN.
           PERFORM 8200-GU-SAACNACN-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO WK-FAIL-MSG-CODE
             MOVE '3'                  TO WK-RSLT
           ELSE
             IF SA-FEE-WAIVE-FLG OF SAACNACN = C-CM-FLAG-YES
             THEN
               MOVE 'N'                TO ER-WAIVE-SET-FLG
               MOVE '1'                TO WK-RSLT
             ELSE
               MOVE C-CM-FLAG-YES      TO WK-WAIVE-FLG
               PERFORM 5300-CALL-KSAMNT0-RTN
               IF WK-RSLT = '1'
               THEN
                 MOVE 'Y'              TO ER-WAIVE-SET-FLG
               END-IF
             END-IF
           END-IF.

      *    调用前WK-WAIVE-FLG已置;结果'1'成功,'3'失败;复核方
      *    同补息,记本批量程序名,成功后登记审计镜像
       5300-CALL-KSAMNT0-RTN.
           INITIALIZE                  PKSAMNT0.
           MOVE WK-WAIVE-FLG           TO I-FEE-WAIVE-FLG OF PKSAMNT0.
           MOVE ER-ACCT-NO             TO I-ACCT-NO OF PKSAMNT0.
           MOVE ER-CMP-ID              TO I-RMRK    OF PKSAMNT0.
           MOVE 'KSARCMP1'             TO I-CHK-TELLER-ID
                                          OF PKSAMNT0.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE C-CM-FLAG-YES          TO AIF-ERR-TRAP-FLG.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSAMNT0
                                       CONTENT 'KSAMNT0 '.
           MOVE C-CM-FLAG-NO           TO AIF-ERR-TRAP-FLG.
           IF AIF-MSG-CODE NOT = SPACES OR
              O-RTRN-CODE OF PKSAMNT0 NOT = SPACES
           THEN
             IF AIF-MSG-CODE NOT = SPACES
             THEN
               MOVE AIF-MSG-CODE       TO WK-FAIL-MSG-CODE
             ELSE
               MOVE O-RTRN-CODE OF PKSAMNT0
                                       TO WK-FAIL-MSG-CODE
             END-IF
             MOVE SPACES               TO AIF-MSG-CODE
             MOVE '3'                  TO WK-RSLT
           ELSE
             MOVE '1'                  TO WK-RSLT
             MOVE 'CMP-FEE-WAIVE'      TO I-FIELD-NAME OF PCMNTLOG
             MOVE WK-WAIVE-FLG         TO I-AFT-VALUE  OF PCMNTLOG
             PERFORM 9730-CALL-CMNTLOG-RTN
           END-IF.

      *    免费期满:驱动KSAMNT0取消豁免,成功置恢复收费;失败保
      *    持已奖励,下月再试
       5500-WAIVE-END-RTN.
           MOVE C-CM-FLAG-NO           TO WK-WAIVE-FLG.
           PERFORM 5300-CALL-KSAMNT0-RTN.
           PERFORM 8000-HOLD-ENR-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             IF WK-RSLT = '1'
             THEN
               MOVE '8'                TO SA-CME-STS
               MOVE SPACES             TO SA-CME-FAIL-MSG-CODE
             ELSE
               MOVE WK-FAIL-MSG-CODE   TO SA-CME-FAIL-MSG-CODE
             END-IF
             PERFORM 8010-REPL-ENR-RTN
           END-IF.
           IF WK-RSLT = '1'
           THEN
             MOVE '8'                  TO ER-STS
             ADD 1                     TO WK-WEND-CNT
           ELSE
             ADD 1                     TO WK-FAIL-CNT
           END-IF.
           PERFORM 5900-WRITE-DETAIL-RTN.

       5900-WRITE-DETAIL-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE ER-BRANCH-STD          TO RPT-BRANCH-STD.
           MOVE ER-ACCT-NO             TO RPT-ACCT-NO.
           MOVE ER-MSR-AMT             TO RPT-MSR-AMT.
           MOVE ER-RWD-AMT             TO RPT-RWD-AMT.
           COMPUTE WK-STS-IX = FUNCTION NUMVAL(ER-STS) + 1.
           MOVE WK-STS-NAME(WK-STS-IX) TO RPT-STS.
           MOVE WK-FAIL-MSG-CODE       TO RPT-MSG-CODE.
           WRITE RPT-LINE              FROM RPT-DETAIL.

      *    活动中断:进行中活动出机构合计;考核期满的置已结算
       6000-CMP-BREAK-RTN.
           MOVE WK-CUR-CMP-IX          TO WK-CMP-IX.
           IF WK-CMP-STS(WK-CMP-IX) = '0'
           THEN
             MOVE 1                    TO WK-BR-IX
             PERFORM 6100-WRITE-BR-RTN
                     UNTIL WK-BR-IX > WK-BR-CNT
             IF WK-CMP-MSR-END-DT(WK-CMP-IX) NOT > SYS-BUSN-DT
             THEN
               PERFORM 6200-SETTLE-CMP-RTN
             END-IF
           END-IF.

       6100-WRITE-BR-RTN.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-BR-MSR-AMT(WK-BR-IX)
                                       TO RPT-EDIT-AMT.
           MOVE WK-BR-RWD-AMT(WK-BR-IX)
                                       TO RPT-EDIT-AMT2.
           STRING '  机构 '            DELIMITED BY SIZE
                  WK-BR-BRANCH(WK-BR-IX)
                                       DELIMITED BY SIZE
                  ' 报名: '            DELIMITED BY SIZE
                  WK-BR-ENR-CNT(WK-BR-IX)
                                       DELIMITED BY SIZE
                  ' 达标: '            DELIMITED BY SIZE
                  WK-BR-HIT-CNT(WK-BR-IX)
                                       DELIMITED BY SIZE
                  ' 奖励: '            DELIMITED BY SIZE
                  WK-BR-RWD-CNT(WK-BR-IX)
                                       DELIMITED BY SIZE
                  ' 失败: '            DELIMITED BY SIZE
                  WK-BR-FAIL-CNT(WK-BR-IX)
                                       DELIMITED BY SIZE
                  ' 考核值: '          DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                  ' 奖励额: '          DELIMITED BY SIZE
                  RPT-EDIT-AMT2        DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           ADD 1                       TO WK-BR-IX.

       6200-SETTLE-CMP-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACMPREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACMPD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SACMPREG'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-CMP-ID(WK-CMP-IX)   TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACMPREG
                                       AIF-AREA.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE '1'                  TO SA-CMP-STS
             MOVE SYS-BUSN-DT          TO SA-CMP-UPD-DT
             MOVE SYS-TELLER-ID        TO SA-CMP-UPD-TLR
             INITIALIZE                PDBIMAIN
             MOVE 'BSACMPD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SACMPREG
                                       AIF-AREA
             CALL 'GSYSCKPT' USING     AIF-AREA
           END-IF.

      *    按活动编号+账号取报名记录并持有
       8000-HOLD-ENR-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACMPENR.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACMPD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SACMPREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SACMPENR'             TO DBI-SEGMENT-NAME(2).
           MOVE ER-CMP-ID              TO DBI-KEY-VALUE1(1).
           MOVE ER-ACCT-NO             TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACMPENR
                                       AIF-AREA.

       8010-REPL-ENR-RTN.
           MOVE SYS-BUSN-DT            TO SA-CME-UPD-DT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSACMPD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACMPENR
                                       AIF-AREA.
           CALL 'GSYSCKPT' USING       AIF-AREA.

       8100-GU-SAACNAMT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE ER-ACCT-NO             TO DBI-KEY-VALUE1(1).
           MOVE WK-SAACNAMT-KEY        TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.

       8200-GU-SAACNACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE ER-ACCT-NO             TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.

      *    批量入账审计镜像:变更前栏记活动号及活动审批复核人,
      *    变更后栏记奖励金额/豁免标志,柜员号记批量操作员
       9730-CALL-CMNTLOG-RTN.
           MOVE SPACES                 TO I-BEF-VALUE  OF PCMNTLOG.
           STRING 'CMP:'               DELIMITED BY SIZE
                  ER-CMP-ID            DELIMITED BY SPACE
                  ' CHK:'              DELIMITED BY SIZE
                  WK-CMP-CHK-OPR-NO(WK-CMP-IX)
                                       DELIMITED BY SPACE
                                       INTO I-BEF-VALUE OF PCMNTLOG.
           MOVE ER-ACCT-NO             TO I-ACCT-NO    OF PCMNTLOG.
           MOVE SYS-TELLER-ID          TO I-TELLER-ID  OF PCMNTLOG.
           MOVE ER-BRANCH-STD          TO I-BRANCH-STD OF PCMNTLOG.
           MOVE SYS-TX-LOG-NO          TO I-TX-LOG-NO  OF PCMNTLOG.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCMNTLOG.
           MOVE SPACES                 TO O-MSG-TYPE   OF PCMNTLOG.
           CALL 'CMNTLOG' USING        AIF-AREA
                                       PCMNTLOG
                                       SYS-AREA.
           IF O-MSG-TYPE OF PCMNTLOG NOT = SPACE
           THEN
             MOVE O-RTRN-CODE OF PCMNTLOG
                                       TO WK-FAIL-MSG-CODE
           END-IF.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WK-RWD-TOT             TO RPT-EDIT-AMT.
           MOVE WK-CMP-CNT             TO WK-CMP-CNT-D.
           STRING '合计 活动数: '      DELIMITED BY SIZE
                  WK-CMP-CNT-D         DELIMITED BY SIZE
                  ' 本次奖励笔数: '    DELIMITED BY SIZE
                  WK-RWD-CNT           DELIMITED BY SIZE
                  ' 金额: '            DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                  ' 恢复收费: '        DELIMITED BY SIZE
                  WK-WEND-CNT          DELIMITED BY SIZE
                  ' 失败: '            DELIMITED BY SIZE
                  WK-FAIL-CNT          DELIMITED BY SIZE
                  ' 活动表溢出: '      DELIMITED BY SIZE
                  WK-CMP-OVFL-CNT      DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                       ENR-FILE
                                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARCMP'.
