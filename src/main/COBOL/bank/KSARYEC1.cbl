      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARYEC1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARYEC1                                *
      * DESCRIPTION........: YEAR-END CLOSING SNAPSHOT AND FINAL     *
      *                      年终决算:模式卡SNAP于决算年度末日日终后   *
      *                      运行,逐户每个未销户或余额非零的币种段    *
      *                      落年终决算余额段(SAYECBAL)并输出年终     *
      *                      余额认定盘,写控制段(SAYECCTL)开放调整   *
      *                      期;调整期内KSAYEA0按上年会计日期入账     *
      *                      累加调整额;调整期满模式卡FINAL终决:    *
      *                      余额段置终决,输出认定年终余额盘及按网点 *
      *                      /币种汇总的年终余额报告(网点负责人及    *
      *                      会计主管签章栏),控制段置终决            *
      * KB/CF TO BE CALLED: NONE                                     *
      * INPUT..............: YECCTLIN(模式卡)                        *
      * OUTPUT.............: YECBALOT YECSNPRP (SNAP)                *
      *                      YECFNLOT YECBRNRP (FINAL)               *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R   (SNAP)                          *
      * BSAACND   SAACNAMT       R   (SNAP)                          *
      * BSAYECD   SAYECCTL       R/I/U                               *
      * BSAYECD   SAYECBAL       I(SNAP) R/U(FINAL)                  *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE             ASSIGN TO YECCTLIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT YEB-FILE             ASSIGN TO YECBALOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO YECSNPRP
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT FNL-FILE             ASSIGN TO YECFNLOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT YFW-FILE             ASSIGN TO YECFNLWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT YFS-FILE             ASSIGN TO YECFNLSW.
           SELECT YFD-FILE             ASSIGN TO YECFNLST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT BRP-FILE             ASSIGN TO YECBRNRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-REC.
      *    SNAP-年终快照并开放调整期 FINAL-调整期满终决
           05  CT-FUNC                 PIC X(05).
      *    决算年度YYYY
           05  CT-YEAR                 PIC X(04).
      *    调整期截止营业日YYYYMMDD(SNAP必输)
           05  CT-ADJ-END-DT           PIC X(08).
           05  FILLER                  PIC X(63).
      *    年终余额认定盘(定长记录):SNAP为快照余额,FINAL为认定余额
       FD  YEB-FILE.
       01  YEB-REC                     PIC X(200).
       FD  FNL-FILE.
       01  FNL-REC                     PIC X(200).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      *    终决工作盘:按网点/币种/账号排序后出网点报告
       FD  YFW-FILE.
       01  YFW-LINE                    PIC X(200).
       SD  YFS-FILE.
       01  YFS-REC.
           05  YS-SORT-KEY             PIC X(45).
           05  FILLER                  PIC X(155).
       FD  YFD-FILE.
       01  YFD-LINE                    PIC X(200).
      *    年终余额网点报告(打印格式)
       FD  BRP-FILE.
       01  BRP-LINE                    PIC X(132).
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
       01 SAYECCTL.
          COPY                         SAYECCTL.
       01 SAYECBAL.
          COPY                         SAYECBAL.
           COPY                        APPAREA.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-FUNC                 PIC X(05).
               88  WK-SNAP                       VALUE 'SNAP '.
               88  WK-FINAL                      VALUE 'FINAL'.
           05  WK-YEAR                 PIC X(04).
           05  WK-YE-DT                PIC X(08).
           05  WK-ADJ-END-DT           PIC X(08).
           05  WK-ERR-MSG              PIC X(60).
           05  WK-CTL-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CTL-EOF                    VALUE 'Y'.
           05  WK-ACN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACN-EOF                    VALUE 'Y'.
           05  WK-AMT-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-AMT-EOF                    VALUE 'Y'.
           05  WK-YEB-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-YEB-EOF                    VALUE 'Y'.
           05  WK-YFD-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-YFD-EOF                    VALUE 'Y'.
           05  WK-ACCT-CNT             PIC 9(9)  VALUE ZEROS.
           05  WK-SEG-CNT              PIC 9(9)  VALUE ZEROS.
           05  WK-FNL-CNT              PIC 9(9)  VALUE ZEROS.
           05  WK-ADJ-ACCT-CNT         PIC 9(7)  VALUE ZEROS.
           05  WK-BRN-CNT              PIC 9(7)  VALUE ZEROS.
           05  WK-ED-AMT1              PIC -(15)9.99.
           05  WK-ED-AMT2              PIC -(15)9.99.
           05  WK-ED-AMT3              PIC -(15)9.99.
      *    网点报告控制断点:网点及网点内币种
           05  WK-GRP-BRN              PIC X(09).
           05  WK-GRP-CCY              PIC X(03).
           05  WK-GRP-SEG-CNT          PIC 9(7).
           05  WK-GRP-BAL              PIC S9(16)V9(2) COMP-3.
           05  WK-GRP-ADJ              PIC S9(16)V9(2) COMP-3.
           05  WK-GRP-FNL              PIC S9(16)V9(2) COMP-3.
      *    年终余额认定盘记录
       01  WK-YEB-REC.
           05  YB-ACCT-NO              PIC X(32).
           05  YB-YEAR                 PIC X(04).
           05  YB-CURR-COD             PIC X(03).
           05  YB-CURR-IDEN            PIC X(01).
           05  YB-BRANCH-STD           PIC X(09).
           05  YB-PDP-CODE             PIC X(11).
           05  YB-LEGAL-PERSON-ID      PIC X(03).
           05  YB-ACCT-BAL             PIC S9(16)V9(2).
           05  YB-OD-AMT               PIC S9(16)V9(2).
           05  YB-FRZ-AMT              PIC S9(16)V9(2).
           05  YB-ADJ-AMT              PIC S9(16)V9(2).
           05  YB-ADJ-CNT              PIC 9(05).
           05  YB-FNL-BAL              PIC S9(16)V9(2).
           05  YB-STS                  PIC X(01).
           05  FILLER                  PIC X(41).
      *    终决工作记录
       01  WK-YFW-REC.
           05  WF-SORT-KEY.
               10  WF-BRANCH-STD       PIC X(09).
               10  WF-CURR-COD         PIC X(03).
               10  WF-ACCT-NO          PIC X(32).
               10  WF-CURR-IDEN        PIC X(01).
           05  WF-ACCT-BAL             PIC S9(16)V9(2).
           05  WF-ADJ-AMT              PIC S9(16)V9(2).
           05  WF-ADJ-CNT              PIC 9(05).
           05  WF-FNL-BAL              PIC S9(16)V9(2).
           05  FILLER                  PIC X(96).
       01  RPT-DETAIL.
           05  RPT-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CURR-COD            PIC X(03).
           05  RPT-CURR-IDEN           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCT-BAL            PIC -(15)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ADJ-AMT             PIC -(15)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-FNL-BAL             PIC -(15)9.99.
           05  FILLER                  PIC X(31) VALUE SPACES.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           IF WK-SNAP
           THEN
             PERFORM 2010-OPEN-ACN-RTN
             PERFORM 2000-SCAN-ACN-RTN UNTIL WK-ACN-EOF
             PERFORM 2900-SNAP-END-RTN
           ELSE
             PERFORM 5010-OPEN-YEB-RTN
             PERFORM 5000-SCAN-YEB-RTN UNTIL WK-YEB-EOF
             PERFORM 5900-FINAL-END-RTN
           END-IF.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           MOVE WK-BUSN-DT             TO SYS-BUSN-DT.
           OPEN OUTPUT                 RPT-FILE.
           PERFORM 1100-READ-CTL-RTN.
           MOVE SPACES                 TO RPT-LINE.
           IF WK-SNAP
           THEN
             PERFORM 1200-CHECK-SNAP-RTN
             OPEN OUTPUT               YEB-FILE
             STRING '年终决算快照清单 决算年度:'
                                       DELIMITED BY SIZE
                    WK-YEAR            DELIMITED BY SIZE
                    ' 调整期截止:'     DELIMITED BY SIZE
                    WK-ADJ-END-DT      DELIMITED BY SIZE
                    ' 运行日:'         DELIMITED BY SIZE
                    WK-BUSN-DT         DELIMITED BY SIZE
                                       INTO RPT-LINE
           ELSE
             PERFORM 1300-CHECK-FINAL-RTN
             OPEN OUTPUT               FNL-FILE
                                       YFW-FILE
             STRING '年终决算终决清单 决算年度:'
                                       DELIMITED BY SIZE
                    WK-YEAR            DELIMITED BY SIZE
                    ' 运行日:'         DELIMITED BY SIZE
                    WK-BUSN-DT         DELIMITED BY SIZE
                                       INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '账号                              币种'
                                       DELIMITED BY SIZE
                  '         快照余额        调整净额'
                                       DELIMITED BY SIZE
                  '        认定余额'   DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

      *    模式卡必输:功能与决算年度
       1100-READ-CTL-RTN.
           OPEN INPUT                  CTL-FILE.
           READ CTL-FILE
             AT END SET WK-CTL-EOF     TO TRUE
           END-READ.
           IF NOT WK-CTL-EOF
           THEN
             MOVE CT-FUNC              TO WK-FUNC
             MOVE CT-YEAR              TO WK-YEAR
             MOVE CT-ADJ-END-DT        TO WK-ADJ-END-DT
           END-IF.
           CLOSE                       CTL-FILE.
           IF WK-CTL-EOF OR WK-YEAR NOT NUMERIC
           THEN
             MOVE '模式卡缺失或决算年度错误'
                                       TO WK-ERR-MSG
             PERFORM 9910-CTL-ERR-RTN
           END-IF.
           IF NOT WK-SNAP AND NOT WK-FINAL
           THEN
             MOVE '模式卡功能须为SNAP或FINAL'
                                       TO WK-ERR-MSG
             PERFORM 9910-CTL-ERR-RTN
           END-IF.
           STRING WK-YEAR              DELIMITED BY SIZE
                  '1231'               DELIMITED BY SIZE
                                       INTO WK-YE-DT.
           PERFORM 1110-GET-CTL-RTN.

       1110-GET-CTL-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAYECCTL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAYECD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAYECCTL'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-YEAR                TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAYECCTL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    快照:决算年度末日日终后运行,同一年度只快照一次,
      *    调整期截止日须晚于运行日
       1200-CHECK-SNAP-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE '该决算年度已快照'   TO WK-ERR-MSG
             PERFORM 9910-CTL-ERR-RTN
           END-IF.
           IF WK-BUSN-DT < WK-YE-DT
           THEN
             MOVE '决算年度未结束,不得快照'
                                       TO WK-ERR-MSG
             PERFORM 9910-CTL-ERR-RTN
           END-IF.
           IF WK-ADJ-END-DT NOT NUMERIC OR
              WK-ADJ-END-DT NOT > WK-BUSN-DT
           THEN
             MOVE '调整期截止日错误'   TO WK-ERR-MSG
             PERFORM 9910-CTL-ERR-RTN
           END-IF.

      *    终决:须已快照且调整期已满
       1300-CHECK-FINAL-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-YEC-STS NOT = '1'
           THEN
             MOVE '该决算年度未快照或已终决'
                                       TO WK-ERR-MSG
             PERFORM 9910-CTL-ERR-RTN
           END-IF.
           IF WK-BUSN-DT NOT > SA-YEC-ADJ-END-DT
           THEN
             MOVE '调整期未满,不得终决'
                                       TO WK-ERR-MSG
             PERFORM 9910-CTL-ERR-RTN
           END-IF.

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

       2000-SCAN-ACN-RTN.
           ADD 1                       TO WK-ACCT-CNT.
           PERFORM 3000-SCAN-AMT-RTN.
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

       2900-SNAP-END-RTN.
           PERFORM 4100-ISRT-CTL-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '扫描账户数: '       DELIMITED BY SIZE
                  WK-ACCT-CNT          DELIMITED BY SIZE
                  '   快照币种段数: '  DELIMITED BY SIZE
                  WK-SEG-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE                       YEB-FILE.

       3000-SCAN-AMT-RTN.
           MOVE 'N'                    TO WK-AMT-EOF-FLG.
           PERFORM 3010-OPEN-AMT-RTN.
           PERFORM 3020-AMT-LOOP-RTN UNTIL WK-AMT-EOF.

       3010-OPEN-AMT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
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

      *    已销户且余额为零的币种段不入决算
       3020-AMT-LOOP-RTN.
           IF SA-DDP-ACCT-STS OF SAACNAMT NOT = C-SA-CLOSED-COD OR
              SA-ACCT-BAL OF SAACNAMT NOT = ZEROS
           THEN
             PERFORM 4000-SNAP-SEG-RTN
           END-IF.
           PERFORM 3030-NEXT-AMT-RTN.

       3030-NEXT-AMT-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
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

      *    落年终决算余额段,认定余额初值即快照余额
       4000-SNAP-SEG-RTN.
           ADD 1                       TO WK-SEG-CNT.
           INITIALIZE                  SAYECBAL.
           MOVE SA-ACCT-NO OF SAACNACN TO SA-YEB-ACCT-NO.
           MOVE WK-YEAR                TO SA-YEB-YEAR.
           MOVE SA-CURR-COD OF SAACNAMT
                                       TO SA-YEB-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNAMT
                                       TO SA-YEB-CURR-IDEN.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO SA-YEB-BRANCH-STD.
           MOVE SA-PDP-CODE OF SAACNACN
                                       TO SA-YEB-PDP-CODE.
           MOVE SA-ACCT-BAL OF SAACNAMT
                                       TO SA-YEB-ACCT-BAL.
           MOVE SA-OD-AMT OF SAACNAMT  TO SA-YEB-OD-AMT.
           MOVE SA-FRZ-AMT OF SAACNAMT TO SA-YEB-FRZ-AMT.
           MOVE ZEROS                  TO SA-YEB-ADJ-AMT
                                          SA-YEB-ADJ-CNT.
           MOVE SA-ACCT-BAL OF SAACNAMT
                                       TO SA-YEB-FNL-BAL.
           MOVE '1'                    TO SA-YEB-STS.
           MOVE SA-LEGAL-PERSON-ID OF SAACNACN
                                       TO SA-LEGAL-PERSON-ID
                                          OF SAYECBAL.
           MOVE SA-DB-PARTITION-ID OF SAACNACN
                                       TO SA-DB-PARTITION-ID
                                          OF SAYECBAL.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAYECD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAYECBAL'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN'       USING PDBIMAIN
                                       SAYECBAL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           PERFORM 4010-WRITE-YEB-RTN.
           WRITE YEB-REC               FROM WK-YEB-REC.
           PERFORM 4020-WRITE-DETAIL-RTN.

       4010-WRITE-YEB-RTN.
           INITIALIZE                  WK-YEB-REC.
           MOVE SA-YEB-ACCT-NO         TO YB-ACCT-NO.
           MOVE SA-YEB-YEAR            TO YB-YEAR.
           MOVE SA-YEB-CURR-COD        TO YB-CURR-COD.
           MOVE SA-YEB-CURR-IDEN       TO YB-CURR-IDEN.
           MOVE SA-YEB-BRANCH-STD      TO YB-BRANCH-STD.
           MOVE SA-YEB-PDP-CODE        TO YB-PDP-CODE.
           MOVE SA-LEGAL-PERSON-ID OF SAYECBAL
                                       TO YB-LEGAL-PERSON-ID.
           MOVE SA-YEB-ACCT-BAL        TO YB-ACCT-BAL.
           MOVE SA-YEB-OD-AMT          TO YB-OD-AMT.
           MOVE SA-YEB-FRZ-AMT         TO YB-FRZ-AMT.
           MOVE SA-YEB-ADJ-AMT         TO YB-ADJ-AMT.
           MOVE SA-YEB-ADJ-CNT         TO YB-ADJ-CNT.
           MOVE SA-YEB-FNL-BAL         TO YB-FNL-BAL.
           MOVE SA-YEB-STS             TO YB-STS.

       4020-WRITE-DETAIL-RTN.
           MOVE SA-YEB-ACCT-NO         TO RPT-ACCT-NO.
           MOVE SA-YEB-CURR-COD        TO RPT-CURR-COD.
           MOVE SA-YEB-CURR-IDEN       TO RPT-CURR-IDEN.
           MOVE SA-YEB-ACCT-BAL        TO RPT-ACCT-BAL.
           MOVE SA-YEB-ADJ-AMT         TO RPT-ADJ-AMT.
           MOVE SA-YEB-FNL-BAL         TO RPT-FNL-BAL.
           WRITE RPT-LINE              FROM RPT-DETAIL.

      *    控制段最后落地:快照未完成前KSAYEA0不受理调整
       4100-ISRT-CTL-RTN.
           INITIALIZE                  SAYECCTL.
           MOVE WK-YEAR                TO SA-YEC-YEAR.
           MOVE WK-YE-DT               TO SA-YEC-YE-DT.
           MOVE WK-BUSN-DT             TO SA-YEC-SNP-DT.
           MOVE WK-ADJ-END-DT          TO SA-YEC-ADJ-END-DT.
           MOVE '1'                    TO SA-YEC-STS.
           MOVE WK-SEG-CNT             TO SA-YEC-SEG-CNT.
           MOVE ZEROS                  TO SA-YEC-ADJ-CNT.
           MOVE SPACES                 TO SA-YEC-FNL-DT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAYECD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAYECCTL'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN'       USING PDBIMAIN
                                       SAYECCTL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       5010-OPEN-YEB-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAYECBAL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAYECD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SAYECBAL'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAYECBAL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-YEB-EOF            TO TRUE
           END-IF.

       5000-SCAN-YEB-RTN.
           IF SA-YEB-YEAR = WK-YEAR AND SA-YEB-STS = '1'
           THEN
             PERFORM 5100-FINAL-SEG-RTN
           END-IF.
           PERFORM 5020-NEXT-YEB-RTN.

       5020-NEXT-YEB-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAYECD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SAYECBAL'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAYECBAL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-YEB-EOF            TO TRUE
           END-IF.

      *    余额段置终决,认定余额按快照余额+调整净额复核重算
       5100-FINAL-SEG-RTN.
           ADD 1                       TO WK-FNL-CNT.
           COMPUTE SA-YEB-FNL-BAL = SA-YEB-ACCT-BAL + SA-YEB-ADJ-AMT.
           MOVE '2'                    TO SA-YEB-STS.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAYECD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAYECBAL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF SA-YEB-ADJ-CNT > ZEROS
           THEN
             ADD 1                     TO WK-ADJ-ACCT-CNT
             PERFORM 4020-WRITE-DETAIL-RTN
           END-IF.
           PERFORM 4010-WRITE-YEB-RTN.
           WRITE FNL-REC               FROM WK-YEB-REC.
           INITIALIZE                  WK-YFW-REC.
           MOVE SA-YEB-BRANCH-STD      TO WF-BRANCH-STD.
           MOVE SA-YEB-CURR-COD        TO WF-CURR-COD.
           MOVE SA-YEB-ACCT-NO         TO WF-ACCT-NO.
           MOVE SA-YEB-CURR-IDEN       TO WF-CURR-IDEN.
           MOVE SA-YEB-ACCT-BAL        TO WF-ACCT-BAL.
           MOVE SA-YEB-ADJ-AMT         TO WF-ADJ-AMT.
           MOVE SA-YEB-ADJ-CNT         TO WF-ADJ-CNT.
           MOVE SA-YEB-FNL-BAL         TO WF-FNL-BAL.
           WRITE YFW-LINE              FROM WK-YFW-REC.

       5900-FINAL-END-RTN.
           PERFORM 1110-GET-CTL-RTN.
           MOVE '2'                    TO SA-YEC-STS.
           MOVE WK-BUSN-DT             TO SA-YEC-FNL-DT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAYECD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAYECCTL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '终决币种段数: '     DELIMITED BY SIZE
                  WK-FNL-CNT           DELIMITED BY SIZE
                  '   快照币种段数: '  DELIMITED BY SIZE
                  SA-YEC-SEG-CNT       DELIMITED BY SIZE
                  '   有调整币种段数: '
                                       DELIMITED BY SIZE
                  WK-ADJ-ACCT-CNT      DELIMITED BY SIZE
                  '   调整笔数: '      DELIMITED BY SIZE
                  SA-YEC-ADJ-CNT       DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE                       FNL-FILE.
           PERFORM 6000-BRANCH-RPT-RTN.

      ****************************************************************
      *    年终余额网点报告:按网点/币种汇总,网点末留签章栏          *
      ****************************************************************
       6000-BRANCH-RPT-RTN.
           CLOSE                       YFW-FILE.
           SORT YFS-FILE
                ON ASCENDING KEY YS-SORT-KEY
                USING YFW-FILE
                GIVING YFD-FILE.
           OPEN INPUT                  YFD-FILE.
           OPEN OUTPUT                 BRP-FILE.
           MOVE LOW-VALUES             TO WK-GRP-BRN.
           PERFORM 6010-READ-YFD-RTN.
           PERFORM 6020-YFD-LOOP-RTN UNTIL WK-YFD-EOF.
           IF WK-GRP-BRN NOT = LOW-VALUES
           THEN
             PERFORM 6200-CCY-END-RTN
             PERFORM 6300-BRN-END-RTN
           END-IF.
           MOVE SPACES                 TO BRP-LINE.
           STRING '决算年度:'          DELIMITED BY SIZE
                  WK-YEAR              DELIMITED BY SIZE
                  ' 网点数:'           DELIMITED BY SIZE
                  WK-BRN-CNT           DELIMITED BY SIZE
                  ' 币种段数:'         DELIMITED BY SIZE
                  WK-FNL-CNT           DELIMITED BY SIZE
                                       INTO BRP-LINE.
           WRITE BRP-LINE.
           CLOSE                       YFD-FILE
                                       BRP-FILE.

       6010-READ-YFD-RTN.
           READ YFD-FILE               INTO WK-YFW-REC
             AT END
               SET WK-YFD-EOF          TO TRUE
           END-READ.

       6020-YFD-LOOP-RTN.
           IF WF-BRANCH-STD NOT = WK-GRP-BRN
           THEN
             IF WK-GRP-BRN NOT = LOW-VALUES
             THEN
               PERFORM 6200-CCY-END-RTN
               PERFORM 6300-BRN-END-RTN
             END-IF
             PERFORM 6100-BRN-HEAD-RTN
           ELSE
             IF WF-CURR-COD NOT = WK-GRP-CCY
             THEN
               PERFORM 6200-CCY-END-RTN
               PERFORM 6110-CCY-INIT-RTN
             END-IF
           END-IF.
           ADD 1                       TO WK-GRP-SEG-CNT.
           ADD WF-ACCT-BAL             TO WK-GRP-BAL.
           ADD WF-ADJ-AMT              TO WK-GRP-ADJ.
           ADD WF-FNL-BAL              TO WK-GRP-FNL.
      *    逐户只列调整期内有上年会计日期入账者
           IF WF-ADJ-CNT > ZEROS
           THEN
             MOVE WF-ACCT-NO           TO RPT-ACCT-NO
             MOVE WF-CURR-COD          TO RPT-CURR-COD
             MOVE WF-CURR-IDEN         TO RPT-CURR-IDEN
             MOVE WF-ACCT-BAL          TO RPT-ACCT-BAL
             MOVE WF-ADJ-AMT           TO RPT-ADJ-AMT
             MOVE WF-FNL-BAL           TO RPT-FNL-BAL
             WRITE BRP-LINE            FROM RPT-DETAIL
           END-IF.
           PERFORM 6010-READ-YFD-RTN.

       6100-BRN-HEAD-RTN.
           ADD 1                       TO WK-BRN-CNT.
           MOVE WF-BRANCH-STD          TO WK-GRP-BRN.
           MOVE SPACES                 TO BRP-LINE.
           STRING '年终决算余额报告 决算年度:'
                                       DELIMITED BY SIZE
                  WK-YEAR              DELIMITED BY SIZE
                  ' 网点:'             DELIMITED BY SIZE
                  WK-GRP-BRN           DELIMITED BY SIZE
                  ' 终决日:'           DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO BRP-LINE.
           WRITE BRP-LINE.
           MOVE SPACES                 TO BRP-LINE.
           STRING '账号                              币种'
                                       DELIMITED BY SIZE
                  '         快照余额        调整净额'
                                       DELIMITED BY SIZE
                  '        认定余额'   DELIMITED BY SIZE
                                       INTO BRP-LINE.
           WRITE BRP-LINE.
           PERFORM 6110-CCY-INIT-RTN.

       6110-CCY-INIT-RTN.
           MOVE WF-CURR-COD            TO WK-GRP-CCY.
           MOVE ZEROS                  TO WK-GRP-SEG-CNT
                                          WK-GRP-BAL
                                          WK-GRP-ADJ
                                          WK-GRP-FNL.

       6200-CCY-END-RTN.
           MOVE WK-GRP-BAL             TO WK-ED-AMT1.
           MOVE WK-GRP-ADJ             TO WK-ED-AMT2.
           MOVE WK-GRP-FNL             TO WK-ED-AMT3.
           MOVE SPACES                 TO BRP-LINE.
           STRING ' 币种:'             DELIMITED BY SIZE
                  WK-GRP-CCY           DELIMITED BY SIZE
                  ' 段数:'             DELIMITED BY SIZE
                  WK-GRP-SEG-CNT       DELIMITED BY SIZE
                  ' 快照:'             DELIMITED BY SIZE
                  WK-ED-AMT1           DELIMITED BY SIZE
                  ' 调整:'             DELIMITED BY SIZE
                  WK-ED-AMT2           DELIMITED BY SIZE
                  ' 认定:'             DELIMITED BY SIZE
                  WK-ED-AMT3           DELIMITED BY SIZE
                                       INTO BRP-LINE.
           WRITE BRP-LINE.

      *    网点签认:网点负责人及会计主管签章
       6300-BRN-END-RTN.
           MOVE SPACES                 TO BRP-LINE.
           WRITE BRP-LINE.
           MOVE SPACES                 TO BRP-LINE.
           STRING '网点负责人签章:____________    '
                                       DELIMITED BY SIZE
                  '会计主管签章:____________    '
                                       DELIMITED BY SIZE
                  '日期:__________'    DELIMITED BY SIZE
                                       INTO BRP-LINE.
           WRITE BRP-LINE.
           MOVE SPACES                 TO BRP-LINE.
           WRITE BRP-LINE.

       9000-END-RTN.
           CLOSE                       RPT-FILE.

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
             STOP RUN
           END-IF.

      *    模式卡或运行条件不符即中止,不落任何数据
       9910-CTL-ERR-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '年终决算中止:'      DELIMITED BY SIZE
                  WK-ERR-MSG           DELIMITED BY SIZE
                  ' 决算年度:'         DELIMITED BY SIZE
                  WK-YEAR              DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE                       RPT-FILE.
           STOP RUN.
