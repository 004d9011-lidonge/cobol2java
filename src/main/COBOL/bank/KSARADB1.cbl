      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARADB1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSARADB1                                *
      * DESCRIPTION........: AVERAGE DAILY BALANCE ENGINE (BMP)      *
      *                      日均余额:以日终余额快照(KSARSNP1)为源,    *
      *                      与上日日均主档按账号+币种匹配,逐户滚     *
      *                      动月/季/年累计余额积数,非营业日按上一    *
      *                      快照余额顺延计入,新开段开立前按零计;    *
      *                      出新日均主档,按客户号/开户机构分币种     *
      *                      汇总;月末最后一个营业日另出月报,各项    *
      *                      顺延统计至自然月末                       *
      *                      须排在KSARSNP1之后                        *
      * KB/CF TO BE CALLED: CNXTBDT                                  *
      * INPUT..............: BALSNAPIN ADBMSTIN                      *
      * OUTPUT.............: ADBMSTOT ADBSUMOT ADBMONOT              *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNP-FILE             ASSIGN TO BALSNAPIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT OLD-FILE             ASSIGN TO ADBMSTIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-FILE             ASSIGN TO ADBMSTOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-FILE             ASSIGN TO ADBCUSWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO ADBSRTWK.
           SELECT CUS-FILE             ASSIGN TO ADBCUSST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SUM-FILE             ASSIGN TO ADBSUMOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT MON-FILE             ASSIGN TO ADBMONOT
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SNP-FILE.
       01  SNP-REC.
           05  SN-SNAP-DT              PIC X(08).
           05  SN-ACCT-NO              PIC X(32).
           05  SN-CURR-COD             PIC X(03).
           05  SN-CURR-IDEN            PIC X(01).
           05  SN-ACCT-STS             PIC X(01).
           05  SN-ACCT-BAL             PIC S9(14)V9(2).
           05  SN-AVL-BAL              PIC S9(14)V9(2).
           05  SN-FRZ-AMT              PIC S9(14)V9(2).
           05  SN-AUTH-AMT             PIC S9(14)V9(2).
           05  SN-UNCLR-AMT            PIC S9(14)V9(2).
           05  SN-PLG-AMT              PIC S9(14)V9(2).
           05  SN-OD-AMT               PIC S9(14)V9(2).
           05  FILLER                  PIC X(19).
       FD  OLD-FILE.
       01  OLD-LINE                    PIC X(250).
       FD  NEW-FILE.
       01  NEW-LINE                    PIC X(250).
       FD  WRK-FILE.
       01  WRK-LINE                    PIC X(250).
       SD  SRT-FILE.
       01  SRT-REC.
           05  FILLER                  PIC X(33).
           05  SR-CURR-COD             PIC X(03).
           05  SR-CURR-IDEN            PIC X(01).
           05  SR-CUST-NO              PIC X(20).
           05  FILLER                  PIC X(193).
       FD  CUS-FILE.
       01  CUS-LINE                    PIC X(250).
       FD  SUM-FILE.
       01  SUM-LINE                    PIC X(250).
       FD  MON-FILE.
       01  MON-LINE                    PIC X(250).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  PCNXTBDT.
           COPY                        PCNXTBDT.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAACNACN.
          COPY                         SAACNACN.
      *    当日账户级新主档记录
       01 SAADBBAL.
          COPY                         SAADBBAL.
      *    上日主档记录
       01 ADB-OLD.
          COPY                         SAADBBAL.
      *    按客户排序后的账户级记录
       01 ADB-CUS.
          COPY                         SAADBBAL.
      *    客户/机构汇总记录
       01 ADB-SUM.
          COPY                         SAADBBAL.
      *    月报记录(顺延至自然月末)
       01 ADB-MON.
          COPY                         SAADBBAL.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-NEXT-BUSN-DT         PIC X(08).
           05  WK-ME-DT                PIC X(08).
           05  WK-TODAY-INT            PIC 9(07).
           05  WK-LAST-INT             PIC 9(07).
           05  WK-ME-INT               PIC 9(07).
      *    月末顺延天数(当日至自然月末)
           05  WK-EXT-DAYS             PIC 9(03).
           05  WK-GAP-DAYS             PIC S9(05).
           05  WK-TODAY-BAL            PIC S9(14)V9(2).
      *    1-月 2-季 3-年:期初日及期初至当日自然天数
           05  WK-PRD-GRP              OCCURS 3 TIMES.
               10  WK-PRD-START-INT    PIC 9(07).
               10  WK-PRD-DAYS         PIC 9(03).
           05  WK-PX                   PIC 9(01).
           05  WK-QTR-IX               PIC 9(01).
           05  WK-SNP-KEY              PIC X(36).
           05  WK-OLD-KEY              PIC X(36).
           05  WK-CUS-KEY              PIC X(24).
           05  WK-CUS-CUR-KEY          PIC X(24).
           05  WK-ACN-ACCT-NO          PIC X(32).
           05  WK-ACN-CUST-NO          PIC X(20).
           05  WK-ACN-INSTN-NO         PIC X(09).
           05  WK-NEW-FLG              PIC X(01).
               88  WK-NEW-ACCT                   VALUE 'Y'.
           05  WK-MON-END-FLG          PIC X(01) VALUE 'N'.
               88  WK-MON-END                    VALUE 'Y'.
           05  WK-SNP-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-SNP-EOF                    VALUE 'Y'.
           05  WK-OLD-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-OLD-EOF                    VALUE 'Y'.
           05  WK-CUS-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CUS-EOF                    VALUE 'Y'.
           05  WK-ACCT-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-DROP-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-CUS-CNT              PIC 9(07) VALUE ZEROS.
       01  WK-DATE-AREA.
           05  WK-WORK-DT.
               10  WK-WORK-YYYY        PIC 9(04).
               10  WK-WORK-MM          PIC 9(02).
               10  WK-WORK-DD          PIC 9(02).
           05  WK-WORK-DT-N REDEFINES WK-WORK-DT
                                       PIC 9(08).
           05  WK-BUSN-DT-N            PIC 9(08).
           05  WK-BUSN-DT-R REDEFINES WK-BUSN-DT-N.
               10  WK-BUSN-YYYY        PIC 9(04).
               10  WK-BUSN-MM          PIC 9(02).
               10  WK-BUSN-DD          PIC 9(02).
       01  WK-BR-TBL.
           05  WK-BR-CNT               PIC 9(04) COMP VALUE ZEROS.
           05  WK-BR-ENT               OCCURS 3000 TIMES.
               10  WK-BR-INSTN-NO      PIC X(09).
               10  WK-BR-CURR-COD      PIC X(03).
               10  WK-BR-CURR-IDEN     PIC X(01).
               10  WK-BR-LAST-BAL      PIC S9(16)V9(2) COMP-3.
               10  WK-BR-OPEN-BAL      PIC S9(16)V9(2) COMP-3.
               10  WK-BR-ACCUM         PIC S9(18)V9(2) COMP-3
                                       OCCURS 3 TIMES.
               10  WK-BR-ACCT-CNT      PIC 9(07).
       01  WK-BR-IX                    PIC 9(04) COMP.
       01  WK-BR-HIT                   PIC 9(04) COMP.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-MATCH-RTN
                   UNTIL WK-SNP-EOF AND WK-OLD-EOF.
           PERFORM 3000-CUST-SUM-RTN.
           PERFORM 4000-BR-SUM-RTN.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARADB'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  PCNXTBDT.
           INITIALIZE                  WK-BR-TBL.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT.
           MOVE SPACES                 TO WK-ACN-ACCT-NO.
           MOVE SPACES                 TO WK-CUS-KEY.
           PERFORM 1100-DATE-RTN.
           OPEN INPUT                  SNP-FILE
                                       OLD-FILE.
           OPEN OUTPUT                 NEW-FILE
                                       WRK-FILE
                                       SUM-FILE
                                       MON-FILE.
           PERFORM 1200-READ-SNP-RTN.
           PERFORM 1300-READ-OLD-RTN.

      *    期初日、统计天数与月末判定
       1100-DATE-RTN.
           MOVE WK-BUSN-DT             TO WK-BUSN-DT-N.
           COMPUTE WK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WK-BUSN-DT-N).
           MOVE WK-BUSN-YYYY           TO WK-WORK-YYYY.
           MOVE WK-BUSN-MM             TO WK-WORK-MM.
           MOVE 1                      TO WK-WORK-DD.
           COMPUTE WK-PRD-START-INT(1) =
               FUNCTION INTEGER-OF-DATE(WK-WORK-DT-N).
           COMPUTE WK-QTR-IX = (WK-BUSN-MM - 1) / 3.
           COMPUTE WK-WORK-MM = WK-QTR-IX * 3 + 1.
           COMPUTE WK-PRD-START-INT(2) =
               FUNCTION INTEGER-OF-DATE(WK-WORK-DT-N).
           MOVE 1                      TO WK-WORK-MM.
           COMPUTE WK-PRD-START-INT(3) =
               FUNCTION INTEGER-OF-DATE(WK-WORK-DT-N).
           MOVE 1                      TO WK-PX.
           PERFORM 1110-PRD-DAYS-RTN UNTIL WK-PX > 3.
      *    自然月末:次月1日前一天
           IF WK-BUSN-MM = 12
           THEN
             COMPUTE WK-WORK-YYYY = WK-BUSN-YYYY + 1
             MOVE 1                    TO WK-WORK-MM
           ELSE
             MOVE WK-BUSN-YYYY         TO WK-WORK-YYYY
             COMPUTE WK-WORK-MM = WK-BUSN-MM + 1
           END-IF.
           MOVE 1                      TO WK-WORK-DD.
           COMPUTE WK-ME-INT =
               FUNCTION INTEGER-OF-DATE(WK-WORK-DT-N) - 1.
           COMPUTE WK-WORK-DT-N =
               FUNCTION DATE-OF-INTEGER(WK-ME-INT).
           MOVE WK-WORK-DT             TO WK-ME-DT.
           COMPUTE WK-EXT-DAYS = WK-ME-INT - WK-TODAY-INT.
      *    次一营业日已跨月,即本月最后一个营业日,出月报
           MOVE WK-BUSN-DT             TO I-BUSN-DT OF PCNXTBDT.
           CALL 'CNXTBDT' USING        AIF-AREA
                                       PCNXTBDT
                                       SYS-AREA.
           IF O-MSG-TYPE OF PCNXTBDT = SPACES
           THEN
             MOVE O-NEXT-BUSN-DT OF PCNXTBDT
                                       TO WK-NEXT-BUSN-DT
             IF WK-NEXT-BUSN-DT(1:6) NOT = WK-BUSN-DT(1:6)
             THEN
               SET WK-MON-END          TO TRUE
             END-IF
           ELSE
             IF WK-EXT-DAYS = ZEROS
             THEN
               SET WK-MON-END          TO TRUE
             END-IF
           END-IF.

       1110-PRD-DAYS-RTN.
           COMPUTE WK-PRD-DAYS(WK-PX) =
               WK-TODAY-INT - WK-PRD-START-INT(WK-PX) + 1.
           ADD 1                       TO WK-PX.

       1200-READ-SNP-RTN.
           READ SNP-FILE
             AT END
               SET WK-SNP-EOF          TO TRUE
               MOVE HIGH-VALUES        TO WK-SNP-KEY
             NOT AT END
               STRING SN-ACCT-NO, SN-CURR-COD, SN-CURR-IDEN
                         DELIMITED BY SIZE INTO WK-SNP-KEY
           END-READ.

       1300-READ-OLD-RTN.
           READ OLD-FILE               INTO ADB-OLD
             AT END
               SET WK-OLD-EOF          TO TRUE
               MOVE HIGH-VALUES        TO WK-OLD-KEY
             NOT AT END
               STRING SA-ADB-ACCT-NO OF ADB-OLD,
                      SA-ADB-CURR-COD OF ADB-OLD,
                      SA-ADB-CURR-IDEN OF ADB-OLD
                         DELIMITED BY SIZE INTO WK-OLD-KEY
           END-READ.

      ****************************************************************
      *    快照与上日主档按账号+币种匹配                              *
      ****************************************************************
       2000-MATCH-RTN.
           IF WK-SNP-KEY < WK-OLD-KEY
           THEN
             PERFORM 2100-NEW-ACCT-RTN
             PERFORM 1200-READ-SNP-RTN
           ELSE
             IF WK-SNP-KEY = WK-OLD-KEY
             THEN
               PERFORM 2200-KEEP-ACCT-RTN
               PERFORM 1200-READ-SNP-RTN
               PERFORM 1300-READ-OLD-RTN
             ELSE
               PERFORM 2300-GONE-ACCT-RTN
               PERFORM 1300-READ-OLD-RTN
             END-IF
           END-IF.

      *    主档无记录:新开户/新增币种段,开立前余额按零
       2100-NEW-ACCT-RTN.
           INITIALIZE                  SAADBBAL.
           MOVE SN-ACCT-NO             TO SA-ADB-ACCT-NO OF SAADBBAL.
           MOVE SN-CURR-COD            TO SA-ADB-CURR-COD OF SAADBBAL.
           MOVE SN-CURR-IDEN           TO SA-ADB-CURR-IDEN OF SAADBBAL.
           PERFORM 2500-GET-ACN-RTN.
           MOVE 'Y'                    TO WK-NEW-FLG.
           MOVE SN-ACCT-BAL            TO WK-TODAY-BAL.
           PERFORM 2400-CALC-RTN.
           PERFORM 2600-PUT-ACCT-RTN.

      *    主档与快照均有:续滚
       2200-KEEP-ACCT-RTN.
           MOVE ADB-OLD                TO SAADBBAL.
           PERFORM 2500-GET-ACN-RTN.
           MOVE 'N'                    TO WK-NEW-FLG.
           MOVE SN-ACCT-BAL            TO WK-TODAY-BAL.
           PERFORM 2400-CALC-RTN.
           PERFORM 2600-PUT-ACCT-RTN.

      *    快照已无(币种段/账户已销):当日余额按零续滚,年累积数
      *    归零后不再带入新主档
       2300-GONE-ACCT-RTN.
           MOVE ADB-OLD                TO SAADBBAL.
           MOVE 'N'                    TO WK-NEW-FLG.
           MOVE ZEROS                  TO WK-TODAY-BAL.
           PERFORM 2400-CALC-RTN.
           IF SA-ADB-ACCUM OF SAADBBAL(3) = ZEROS
           THEN
             ADD 1                     TO WK-DROP-CNT
           ELSE
             PERFORM 2600-PUT-ACCT-RTN
           END-IF.

       2400-CALC-RTN.
           IF NOT WK-NEW-ACCT
           THEN
             COMPUTE WK-LAST-INT = FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(SA-ADB-LAST-DT OF SAADBBAL))
             COMPUTE WK-GAP-DAYS = WK-TODAY-INT - WK-LAST-INT - 1
             IF WK-GAP-DAYS < ZEROS
             THEN
               MOVE ZEROS              TO WK-GAP-DAYS
             END-IF
           END-IF.
           IF WK-NEW-ACCT
           THEN
             MOVE ZEROS          TO SA-ADB-MON-OPEN-BAL OF SAADBBAL
           ELSE
             IF WK-LAST-INT < WK-PRD-START-INT(1)
             THEN
               MOVE SA-ADB-LAST-BAL OF SAADBBAL
                                 TO SA-ADB-MON-OPEN-BAL OF SAADBBAL
             END-IF
           END-IF.
           MOVE 1                      TO WK-PX.
           PERFORM 2410-CALC-PRD-RTN UNTIL WK-PX > 3.
           MOVE 'A'                    TO SA-ADB-REC-TYP OF SAADBBAL.
           MOVE WK-BUSN-DT             TO SA-ADB-STAT-DT OF SAADBBAL.
           MOVE WK-BUSN-DT             TO SA-ADB-LAST-DT OF SAADBBAL.
           MOVE WK-TODAY-BAL           TO SA-ADB-LAST-BAL OF SAADBBAL.
           MOVE 1                      TO SA-ADB-ACCT-CNT OF SAADBBAL.

      *    同期内:积数+上一快照余额x间隔非营业日+当日余额
      *    跨期后:上一快照余额x期初至昨日天数+当日余额
       2410-CALC-PRD-RTN.
           IF WK-NEW-ACCT
           THEN
             MOVE WK-TODAY-BAL    TO SA-ADB-ACCUM OF SAADBBAL(WK-PX)
           ELSE
             IF WK-LAST-INT >= WK-PRD-START-INT(WK-PX)
             THEN
               COMPUTE SA-ADB-ACCUM OF SAADBBAL(WK-PX) =
                       SA-ADB-ACCUM OF SAADBBAL(WK-PX)
                     + SA-ADB-LAST-BAL OF SAADBBAL * WK-GAP-DAYS
                     + WK-TODAY-BAL
             ELSE
               COMPUTE SA-ADB-ACCUM OF SAADBBAL(WK-PX) =
                       SA-ADB-LAST-BAL OF SAADBBAL
                     * (WK-TODAY-INT - WK-PRD-START-INT(WK-PX))
                     + WK-TODAY-BAL
             END-IF
           END-IF.
           MOVE WK-PRD-DAYS(WK-PX)
                                 TO SA-ADB-DAYS OF SAADBBAL(WK-PX).
           COMPUTE SA-ADB-AVG-BAL OF SAADBBAL(WK-PX) ROUNDED =
                   SA-ADB-ACCUM OF SAADBBAL(WK-PX)
                 / SA-ADB-DAYS OF SAADBBAL(WK-PX).
           ADD 1                       TO WK-PX.

      *    客户号/开户机构按当日账户信息刷新,同账号多币种只读一次
       2500-GET-ACN-RTN.
           IF SN-ACCT-NO NOT = WK-ACN-ACCT-NO
           THEN
             MOVE SN-ACCT-NO           TO WK-ACN-ACCT-NO
             MOVE SPACES               TO WK-ACN-CUST-NO
             MOVE SPACES               TO WK-ACN-INSTN-NO
             INITIALIZE                PDBIMAIN
             INITIALIZE                SAACNACN
             MOVE FT-RTRN-NOTFOUND     TO DBI-NORMAL-STATUS(1)
             MOVE 'BSAACND'            TO DBI-DB-NAME
             MOVE FT-GU                TO DBI-FT-NAME
             MOVE 'SAACNACN'           TO DBI-SEGMENT-NAME(1)
             MOVE SN-ACCT-NO           TO DBI-KEY-VALUE1(1)
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SAACNACN
                                       AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
             IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
             THEN
               MOVE SA-CUST-NO OF SAACNACN
                                       TO WK-ACN-CUST-NO
               MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO WK-ACN-INSTN-NO
             END-IF
           END-IF.
           IF WK-ACN-CUST-NO NOT = SPACES
           THEN
             MOVE WK-ACN-CUST-NO       TO SA-ADB-CUST-NO OF SAADBBAL
             MOVE WK-ACN-INSTN-NO
                                 TO SA-ADB-OPAC-INSTN-NO OF SAADBBAL
           END-IF.

       2600-PUT-ACCT-RTN.
           WRITE NEW-LINE              FROM SAADBBAL.
           WRITE WRK-LINE              FROM SAADBBAL.
           ADD 1                       TO WK-ACCT-CNT.
           PERFORM 2700-ADD-BR-RTN.
           IF WK-MON-END
           THEN
             MOVE SAADBBAL             TO ADB-MON
             PERFORM 5000-EXTEND-MON-RTN
             WRITE MON-LINE            FROM ADB-MON
           END-IF.

       2700-ADD-BR-RTN.
           MOVE ZEROS                  TO WK-BR-HIT.
           MOVE 1                      TO WK-BR-IX.
           PERFORM 2710-FIND-BR-RTN
                   UNTIL WK-BR-IX > WK-BR-CNT.
           IF WK-BR-HIT = ZEROS
           THEN
             IF WK-BR-CNT < 3000
             THEN
               ADD 1                   TO WK-BR-CNT
               MOVE WK-BR-CNT          TO WK-BR-HIT
               MOVE SA-ADB-OPAC-INSTN-NO OF SAADBBAL
                                       TO WK-BR-INSTN-NO(WK-BR-HIT)
               MOVE SA-ADB-CURR-COD OF SAADBBAL
                                       TO WK-BR-CURR-COD(WK-BR-HIT)
               MOVE SA-ADB-CURR-IDEN OF SAADBBAL
                                       TO WK-BR-CURR-IDEN(WK-BR-HIT)
             ELSE
               MOVE WK-BR-CNT          TO WK-BR-HIT
             END-IF
           END-IF.
           ADD SA-ADB-LAST-BAL OF SAADBBAL
                                 TO WK-BR-LAST-BAL(WK-BR-HIT).
           ADD SA-ADB-MON-OPEN-BAL OF SAADBBAL
                                 TO WK-BR-OPEN-BAL(WK-BR-HIT).
           ADD 1                 TO WK-BR-ACCT-CNT(WK-BR-HIT).
           MOVE 1                      TO WK-PX.
           PERFORM 2720-ADD-BR-PRD-RTN UNTIL WK-PX > 3.

       2710-FIND-BR-RTN.
           IF WK-BR-INSTN-NO(WK-BR-IX) =
                             SA-ADB-OPAC-INSTN-NO OF SAADBBAL
              AND WK-BR-CURR-COD(WK-BR-IX) =
                             SA-ADB-CURR-COD OF SAADBBAL
              AND WK-BR-CURR-IDEN(WK-BR-IX) =
                             SA-ADB-CURR-IDEN OF SAADBBAL
           THEN
             MOVE WK-BR-IX             TO WK-BR-HIT
             MOVE WK-BR-CNT            TO WK-BR-IX
           END-IF.
           ADD 1                       TO WK-BR-IX.

       2720-ADD-BR-PRD-RTN.
           ADD SA-ADB-ACCUM OF SAADBBAL(WK-PX)
                                 TO WK-BR-ACCUM(WK-BR-HIT WK-PX).
           ADD 1                       TO WK-PX.

      ****************************************************************
      *    客户汇总:账户级记录按客户号+币种排序后控制断点累加         *
      ****************************************************************
       3000-CUST-SUM-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-CUST-NO
                                 SR-CURR-COD
                                 SR-CURR-IDEN
                USING WRK-FILE
                GIVING CUS-FILE.
           OPEN INPUT                  CUS-FILE.
           PERFORM 3010-READ-CUS-RTN.
           PERFORM 3100-CUS-LOOP-RTN UNTIL WK-CUS-EOF.
           IF WK-CUS-KEY NOT = SPACES
           THEN
             PERFORM 3200-WRITE-CUS-RTN
           END-IF.
           CLOSE                       CUS-FILE.

       3010-READ-CUS-RTN.
           READ CUS-FILE               INTO ADB-CUS
             AT END
               SET WK-CUS-EOF          TO TRUE
           END-READ.

       3100-CUS-LOOP-RTN.
           STRING SA-ADB-CUST-NO OF ADB-CUS,
                  SA-ADB-CURR-COD OF ADB-CUS,
                  SA-ADB-CURR-IDEN OF ADB-CUS
                         DELIMITED BY SIZE INTO WK-CUS-CUR-KEY.
           IF WK-CUS-CUR-KEY NOT = WK-CUS-KEY
           THEN
             IF WK-CUS-KEY NOT = SPACES
             THEN
               PERFORM 3200-WRITE-CUS-RTN
             END-IF
             MOVE WK-CUS-CUR-KEY       TO WK-CUS-KEY
             INITIALIZE                ADB-SUM
             MOVE 'C'                  TO SA-ADB-REC-TYP OF ADB-SUM
             MOVE SA-ADB-CUST-NO OF ADB-CUS
                                       TO SA-ADB-CUST-NO OF ADB-SUM
             MOVE SA-ADB-CURR-COD OF ADB-CUS
                                       TO SA-ADB-CURR-COD OF ADB-SUM
             MOVE SA-ADB-CURR-IDEN OF ADB-CUS
                                       TO SA-ADB-CURR-IDEN OF ADB-SUM
           END-IF.
           ADD SA-ADB-LAST-BAL OF ADB-CUS
                                 TO SA-ADB-LAST-BAL OF ADB-SUM.
           ADD SA-ADB-MON-OPEN-BAL OF ADB-CUS
                                 TO SA-ADB-MON-OPEN-BAL OF ADB-SUM.
           ADD 1                 TO SA-ADB-ACCT-CNT OF ADB-SUM.
           MOVE 1                      TO WK-PX.
           PERFORM 3110-ADD-CUS-PRD-RTN UNTIL WK-PX > 3.
           PERFORM 3010-READ-CUS-RTN.

       3110-ADD-CUS-PRD-RTN.
           ADD SA-ADB-ACCUM OF ADB-CUS(WK-PX)
                                 TO SA-ADB-ACCUM OF ADB-SUM(WK-PX).
           ADD 1                       TO WK-PX.

       3200-WRITE-CUS-RTN.
           ADD 1                       TO WK-CUS-CNT.
           PERFORM 6000-PUT-SUM-RTN.

      ****************************************************************
      *    机构汇总                                                   *
      ****************************************************************
       4000-BR-SUM-RTN.
           MOVE 1                      TO WK-BR-IX.
           PERFORM 4100-WRITE-BR-RTN
                   UNTIL WK-BR-IX > WK-BR-CNT.

       4100-WRITE-BR-RTN.
           INITIALIZE                  ADB-SUM.
           MOVE 'B'                    TO SA-ADB-REC-TYP OF ADB-SUM.
           MOVE WK-BR-INSTN-NO(WK-BR-IX)
                                 TO SA-ADB-OPAC-INSTN-NO OF ADB-SUM.
           MOVE WK-BR-CURR-COD(WK-BR-IX)
                                 TO SA-ADB-CURR-COD OF ADB-SUM.
           MOVE WK-BR-CURR-IDEN(WK-BR-IX)
                                 TO SA-ADB-CURR-IDEN OF ADB-SUM.
           MOVE WK-BR-LAST-BAL(WK-BR-IX)
                                 TO SA-ADB-LAST-BAL OF ADB-SUM.
           MOVE WK-BR-OPEN-BAL(WK-BR-IX)
                                 TO SA-ADB-MON-OPEN-BAL OF ADB-SUM.
           MOVE WK-BR-ACCT-CNT(WK-BR-IX)
                                 TO SA-ADB-ACCT-CNT OF ADB-SUM.
           MOVE 1                      TO WK-PX.
           PERFORM 4110-MOVE-BR-PRD-RTN UNTIL WK-PX > 3.
           PERFORM 6000-PUT-SUM-RTN.
           ADD 1                       TO WK-BR-IX.

       4110-MOVE-BR-PRD-RTN.
           MOVE WK-BR-ACCUM(WK-BR-IX WK-PX)
                                 TO SA-ADB-ACCUM OF ADB-SUM(WK-PX).
           ADD 1                       TO WK-PX.

      *    月报:以当日余额顺延至自然月末
       5000-EXTEND-MON-RTN.
           MOVE WK-ME-DT               TO SA-ADB-STAT-DT OF ADB-MON.
           MOVE 1                      TO WK-PX.
           PERFORM 5100-EXTEND-PRD-RTN UNTIL WK-PX > 3.

       5100-EXTEND-PRD-RTN.
           COMPUTE SA-ADB-ACCUM OF ADB-MON(WK-PX) =
                   SA-ADB-ACCUM OF ADB-MON(WK-PX)
                 + SA-ADB-LAST-BAL OF ADB-MON * WK-EXT-DAYS.
           ADD WK-EXT-DAYS       TO SA-ADB-DAYS OF ADB-MON(WK-PX).
           COMPUTE SA-ADB-AVG-BAL OF ADB-MON(WK-PX) ROUNDED =
                   SA-ADB-ACCUM OF ADB-MON(WK-PX)
                 / SA-ADB-DAYS OF ADB-MON(WK-PX).
           ADD 1                       TO WK-PX.

      *    汇总记录补统计日/天数/日均后写出,月末同时出月报
       6000-PUT-SUM-RTN.
           MOVE WK-BUSN-DT             TO SA-ADB-STAT-DT OF ADB-SUM.
           MOVE WK-BUSN-DT             TO SA-ADB-LAST-DT OF ADB-SUM.
           MOVE 1                      TO WK-PX.
           PERFORM 6100-SUM-AVG-RTN UNTIL WK-PX > 3.
           WRITE SUM-LINE              FROM ADB-SUM.
           IF WK-MON-END
           THEN
             MOVE ADB-SUM              TO ADB-MON
             PERFORM 5000-EXTEND-MON-RTN
             WRITE MON-LINE            FROM ADB-MON
           END-IF.

       6100-SUM-AVG-RTN.
           MOVE WK-PRD-DAYS(WK-PX)
                                 TO SA-ADB-DAYS OF ADB-SUM(WK-PX).
           COMPUTE SA-ADB-AVG-BAL OF ADB-SUM(WK-PX) ROUNDED =
                   SA-ADB-ACCUM OF ADB-SUM(WK-PX)
                 / SA-ADB-DAYS OF ADB-SUM(WK-PX).
           ADD 1                       TO WK-PX.

       9000-END-RTN.
           CLOSE                        SNP-FILE
                                        OLD-FILE
                                        NEW-FILE
                                        SUM-FILE
                                        MON-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARADB'.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             CLOSE                       SNP-FILE
                                         OLD-FILE
                                         NEW-FILE
                                         WRK-FILE
                                         SUM-FILE
                                         MON-FILE
             STOP RUN
           END-IF.
