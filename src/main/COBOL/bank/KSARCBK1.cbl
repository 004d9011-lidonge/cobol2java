      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARCBK1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARCBK1                                *
      * DESCRIPTION........: ACCT OPENING CALLBACK SWEEP (BMP)       *
      *                      开户回访跟踪:扫描回访登记簿,待回访且    *
      *                      已过回访截止日的任务转逾期,账户置回访  *
      *                      受限(SA-CBK-CTL-STS),非柜面渠道存取款   *
      *                      受阻;待回访/逾期/回访不符任务按网点出   *
      *                      回访工作清单                            *
      * INPUT..............: (无)                                    *
      * OUTPUT.............: CBKLSTOT CBKLSTRP                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSACBKD   SACBKREG       R/U                                 *
      * BSAACND   SAACNACN       R/U                                 *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRK-FILE             ASSIGN TO CBKLSTWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO CBKSRTWK.
           SELECT LST-FILE             ASSIGN TO CBKLSTOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO CBKLSTRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  WRK-FILE.
       01  WRK-REC                     PIC X(200).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-OPAC-INSTN-NO        PIC X(09).
           05  SR-CBK-STS              PIC X(01).
           05  SR-DUE-DT               PIC X(08).
           05  SR-ACCT-NO              PIC X(32).
           05  FILLER                  PIC X(150).
       FD  LST-FILE.
       01  LST-REC.
           05  LS-OPAC-INSTN-NO        PIC X(09).
      *        0-待回访 2-逾期未回访 3-回访不符
           05  LS-CBK-STS              PIC X(01).
           05  LS-DUE-DT               PIC X(08).
           05  LS-ACCT-NO              PIC X(32).
           05  LS-OPAC-DT              PIC X(08).
           05  LS-CONTACT-TEL          PIC X(20).
           05  LS-LGL-REP-NAME         PIC X(40).
           05  LS-TRY-CNT              PIC 9(03).
           05  LS-LST-TRY-DT           PIC X(08).
           05  LS-LST-TRY-RSLT         PIC X(01).
      *        距截止日天数,逾期为负
           05  LS-DAYS-LEFT            PIC S9(05).
      *        本次跑批新转逾期标志
           05  LS-NEW-OVD-FLG          PIC X(01).
           05  FILLER                  PIC X(64).
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
       01 SACBKREG.
          COPY                         SACBKREG.
       01 SAACNACN.
          COPY                         SAACNACN.
           COPY                        APPAREA.
       01  WK-AREA.
           05  WK-DUE-N                PIC 9(08).
           05  WK-BUSN-N               PIC 9(08).
           05  WK-DAYS-LEFT            PIC S9(05).
           05  WK-NEW-OVD-FLG          PIC X(01).
           05  WK-INSTN-NO             PIC X(09).
           05  WK-CBK-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-PND-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-OVD-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-NEW-OVD-CNT          PIC 9(07) VALUE ZEROS.
           05  WK-MIS-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-BR-CNT               PIC 9(07).
           05  WK-CBK-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CBK-EOF                    VALUE 'Y'.
           05  WK-LST-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-LST-EOF                    VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-STS-DESC            PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-OPAC-DT             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-DUE-DT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-DAYS-LEFT           PIC -(4)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TRY-CNT             PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-CONTACT-TEL         PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-LGL-REP-NAME        PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-NEW-OVD-FLG         PIC X(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-CBK-RTN UNTIL WK-CBK-EOF.
           PERFORM 4000-SORT-LST-RTN.
           PERFORM 5000-REPORT-RTN.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT SYS-BUSN-DT          FROM DATE YYYYMMDD.
           MOVE SYS-BUSN-DT            TO WK-BUSN-N.
           OPEN OUTPUT                 WRK-FILE
                                       RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '开户回访工作清单 '  DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 2010-OPEN-CBK-RTN.

       2010-OPEN-CBK-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACBKREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACBKD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SACBKREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACBKREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-CBK-EOF            TO TRUE
           END-IF.

      *    已确认任务不列;待回访过截止日的转逾期并置账户受限
       2000-SCAN-CBK-RTN.
           ADD 1                       TO WK-CBK-CNT.
           IF SA-CBK-STS NOT = '1' AND
              SA-CBK-DUE-DT IS NUMERIC
           THEN
             MOVE SA-CBK-DUE-DT        TO WK-DUE-N
             COMPUTE WK-DAYS-LEFT =
                     FUNCTION INTEGER-OF-DATE(WK-DUE-N)
                   - FUNCTION INTEGER-OF-DATE(WK-BUSN-N)
             MOVE SPACES               TO WK-NEW-OVD-FLG
             IF SA-CBK-STS = '0' AND WK-DAYS-LEFT < 0
             THEN
               PERFORM 3000-SET-OVERDUE-RTN
             END-IF
             EVALUATE SA-CBK-STS
               WHEN '0'
                 ADD 1                 TO WK-PND-CNT
               WHEN '2'
                 ADD 1                 TO WK-OVD-CNT
               WHEN OTHER
                 ADD 1                 TO WK-MIS-CNT
             END-EVALUATE
             PERFORM 3100-WRITE-WRK-RTN
           END-IF.
           PERFORM 2020-NEXT-CBK-RTN.

       2020-NEXT-CBK-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACBKD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SACBKREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACBKREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-CBK-EOF            TO TRUE
           END-IF.

      *    任务转逾期后账户置回访受限;账户已销户的只转任务状态
       3000-SET-OVERDUE-RTN.
           MOVE '2'                    TO SA-CBK-STS.
           MOVE SYS-BUSN-DT            TO SA-CBK-UPD-DT.
           MOVE 'BATCH'                TO SA-CBK-UPD-TLR.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSACBKD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACBKREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE 'Y'                    TO WK-NEW-OVD-FLG.
           ADD 1                       TO WK-NEW-OVD-CNT.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-CBK-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-ACCT-STS OF SAACNACN NOT = '1'
           THEN
             MOVE C-SA-CBK-RSTR        TO SA-CBK-CTL-STS OF SAACNACN
             INITIALIZE                PDBIMAIN
             MOVE 'BSAACND'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SAACNACN
                                       AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
           END-IF.

       3100-WRITE-WRK-RTN.
           MOVE SPACES                 TO LST-REC.
           MOVE SA-CBK-OPAC-INSTN-NO   TO LS-OPAC-INSTN-NO.
           MOVE SA-CBK-STS             TO LS-CBK-STS.
           MOVE SA-CBK-DUE-DT          TO LS-DUE-DT.
           MOVE SA-CBK-ACCT-NO         TO LS-ACCT-NO.
           MOVE SA-CBK-OPAC-DT         TO LS-OPAC-DT.
           MOVE SA-CBK-CONTACT-TEL     TO LS-CONTACT-TEL.
           MOVE SA-CBK-LGL-REP-NAME    TO LS-LGL-REP-NAME.
           MOVE SA-CBK-TRY-CNT         TO LS-TRY-CNT.
           IF SA-CBK-TRY-CNT > ZEROS
           THEN
             IF SA-CBK-TRY-CNT < 5
             THEN
               MOVE SA-CBK-TRY-DT(SA-CBK-TRY-CNT)
                                       TO LS-LST-TRY-DT
               MOVE SA-CBK-TRY-RSLT(SA-CBK-TRY-CNT)
                                       TO LS-LST-TRY-RSLT
             ELSE
               MOVE SA-CBK-TRY-DT(5)   TO LS-LST-TRY-DT
               MOVE SA-CBK-TRY-RSLT(5) TO LS-LST-TRY-RSLT
             END-IF
           END-IF.
           MOVE WK-DAYS-LEFT           TO LS-DAYS-LEFT.
           MOVE WK-NEW-OVD-FLG         TO LS-NEW-OVD-FLG.
           WRITE WRK-REC               FROM LST-REC.

      *    网点内按状态(待回访/逾期/不符)、截止日排列
       4000-SORT-LST-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-OPAC-INSTN-NO
                                 SR-CBK-STS
                                 SR-DUE-DT
                                 SR-ACCT-NO
                USING WRK-FILE
                GIVING LST-FILE.

      *    回读排序盘,按网点分段出清单
       5000-REPORT-RTN.
           OPEN INPUT                  LST-FILE.
           PERFORM 5020-READ-LST-RTN.
           PERFORM 5010-BRANCH-RTN UNTIL WK-LST-EOF.
           CLOSE                       LST-FILE.

       5010-BRANCH-RTN.
           MOVE LS-OPAC-INSTN-NO       TO WK-INSTN-NO.
           MOVE ZEROS                  TO WK-BR-CNT.
           MOVE SPACES                 TO RPT-LINE.
           STRING '网点:'              DELIMITED BY SIZE
                  WK-INSTN-NO          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '状态         账号'  DELIMITED BY SIZE
                  '                             开户日期 '
                                       DELIMITED BY SIZE
                  '截止日期 剩余 次数 联系电话'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
           MOVE '法定代表人'           TO RPT-LINE(97:)
           WRITE RPT-LINE.
           PERFORM 5030-WRITE-DTL-RTN
                   UNTIL WK-LST-EOF
                      OR LS-OPAC-INSTN-NO NOT = WK-INSTN-NO.
           MOVE SPACES                 TO RPT-LINE.
           STRING '  本网点回访任务数:' DELIMITED BY SIZE
                  WK-BR-CNT            DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.

       5020-READ-LST-RTN.
           READ LST-FILE
             AT END
               SET WK-LST-EOF          TO TRUE
           END-READ.

       5030-WRITE-DTL-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           EVALUATE LS-CBK-STS
             WHEN '0'
               MOVE '待回访'           TO RPT-STS-DESC
             WHEN '2'
               MOVE '逾期受限'         TO RPT-STS-DESC
             WHEN OTHER
               MOVE '回访不符'         TO RPT-STS-DESC
           END-EVALUATE.
           MOVE LS-ACCT-NO             TO RPT-ACCT-NO.
           MOVE LS-OPAC-DT             TO RPT-OPAC-DT.
           MOVE LS-DUE-DT              TO RPT-DUE-DT.
           MOVE LS-DAYS-LEFT           TO RPT-DAYS-LEFT.
           MOVE LS-TRY-CNT             TO RPT-TRY-CNT.
           MOVE LS-CONTACT-TEL         TO RPT-CONTACT-TEL.
           MOVE LS-LGL-REP-NAME        TO RPT-LGL-REP-NAME.
           IF LS-NEW-OVD-FLG = 'Y'
           THEN
             MOVE '*'                  TO RPT-NEW-OVD-FLG
           END-IF.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           ADD 1                       TO WK-BR-CNT.
           PERFORM 5020-READ-LST-RTN.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '回访任务数: '       DELIMITED BY SIZE
                  WK-CBK-CNT           DELIMITED BY SIZE
                  '  待回访: '         DELIMITED BY SIZE
                  WK-PND-CNT           DELIMITED BY SIZE
                  '  逾期受限: '       DELIMITED BY SIZE
                  WK-OVD-CNT           DELIMITED BY SIZE
                  '(本日新增 '         DELIMITED BY SIZE
                  WK-NEW-OVD-CNT       DELIMITED BY SIZE
                  ')  回访不符: '      DELIMITED BY SIZE
                  WK-MIS-CNT           DELIMITED BY SIZE
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
