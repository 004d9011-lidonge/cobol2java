      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARBDA1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARBDA1                                *
      * DESCRIPTION........: ABNORMAL BALANCE-DROP ALERT (BMP)       *
      *                      资金异动预警:以日终余额快照(KSARSNP1)   *
      *                      为源,与余额历史档按账号+币种匹配,当日   *
      *                      余额较上日及近30自然日日均的流出额/流出 *
      *                      比例达阈值即预警;阈值按客户层级(近30日 *
      *                      日均折人民币所达档)>开户机构>全行缺省  *
      *                      取用;预警账户附当日最大5笔借方明细      *
      *                      (对方账号/户名),按开户机构出报表         *
      *                      须排在KSARSNP1之后                        *
      * KB/CF TO BE CALLED: CCMCUR2                                  *
      * INPUT..............: BALSNAPIN BDAHISIN BDATHRIN             *
      * OUTPUT.............: BDAHISOT BDAALTRP                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
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
           SELECT SNP-FILE             ASSIGN TO BALSNAPIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT OLD-FILE             ASSIGN TO BDAHISIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-FILE             ASSIGN TO BDAHISOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT THR-FILE             ASSIGN TO BDATHRIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-FILE             ASSIGN TO BDAALTWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO BDASRTWK.
           SELECT ALT-FILE             ASSIGN TO BDAALTST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO BDAALTRP
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
       01  OLD-LINE                    PIC X(600).
       FD  NEW-FILE.
       01  NEW-LINE                    PIC X(600).
      *    阈值卡:D-全行缺省 B-开户机构 T-客户层级
      *    T卡以近30日日均(折人民币)达TH-TIER-FLOOR为该层;多层
      *    均达取起点最高者;比例/金额任一为零即该项不控
       FD  THR-FILE.
       01  THR-REC.
           05  TH-TYP                  PIC X(01).
           05  TH-KEY                  PIC X(09).
           05  TH-TIER-FLOOR           PIC 9(14)V9(2).
           05  TH-DROP-PCT             PIC 9(03)V9(2).
           05  TH-DROP-AMT             PIC 9(14)V9(2).
           05  FILLER                  PIC X(33).
       FD  WRK-FILE.
       01  WRK-LINE                    PIC X(400).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-SORT-KEY             PIC X(48).
           05  FILLER                  PIC X(352).
       FD  ALT-FILE.
       01  ALT-LINE                    PIC X(400).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  PCCMCUR2.
           COPY                        PCCMCUR2.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAACNACN.
          COPY                         SAACNACN.
       01 SAACNTXN.
          COPY                         SAACNTXN.
      *    当日新历史记录
       01 SABDAHIS.
          COPY                         SABDAHIS.
      *    上日历史记录
       01 BDA-OLD.
          COPY                         SABDAHIS.
      *    预警工作记录:A-预警账户 D-当日大额借方明细
       01  WK-ALT-REC.
           05  WA-SORT-KEY.
               10  WA-BRANCH-STD       PIC X(09).
               10  WA-ACCT-NO          PIC X(32).
               10  WA-CURR-COD         PIC X(03).
               10  WA-CURR-IDEN        PIC X(01).
               10  WA-REC-TYP          PIC X(01).
               10  WA-SEQ-N            PIC 9(02).
           05  WA-DATA                 PIC X(350).
           05  WA-ACCT-DATA REDEFINES WA-DATA.
               10  WA-CUST-NO          PIC X(20).
               10  WA-CUST-NAME        PIC X(120).
               10  WA-TODAY-BAL        PIC S9(14)V9(2).
               10  WA-PRV-BAL          PIC S9(14)V9(2).
               10  WA-AVG-BAL          PIC S9(14)V9(2).
               10  WA-DAY-OUT          PIC S9(14)V9(2).
               10  WA-DAY-PCT          PIC 9(03)V9(2).
               10  WA-AVG-OUT          PIC S9(14)V9(2).
               10  WA-AVG-PCT          PIC 9(03)V9(2).
               10  WA-THR-SRC          PIC X(01).
               10  WA-THR-KEY          PIC X(09).
               10  WA-THR-PCT          PIC 9(03)V9(2).
               10  WA-THR-AMT          PIC 9(14)V9(2).
               10  WA-DAY-CNT          PIC 9(02).
               10  FILLER              PIC X(82).
           05  WA-TXN-DATA REDEFINES WA-DATA.
               10  WA-OP-ACCT-NO       PIC X(32).
               10  WA-OP-CUST-NAME     PIC X(120).
               10  WA-DR-AMT           PIC S9(14)V9(2).
               10  WA-TX-TM            PIC X(08).
               10  WA-DSCRP-COD        PIC X(04).
               10  WA-TX-LOG-NO        PIC X(24).
               10  FILLER              PIC X(146).
           05  FILLER                  PIC X(02).
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-BUSN-DT-N            PIC 9(08).
           05  WK-TODAY-INT            PIC 9(07).
           05  WK-LAST-INT             PIC 9(07).
           05  WK-FILL-INT             PIC 9(07).
           05  WK-SLOT-QUOT            PIC 9(07).
           05  WK-SLOT-REM             PIC 9(02).
           05  WK-SNP-KEY              PIC X(36).
           05  WK-OLD-KEY              PIC X(36).
           05  WK-TODAY-BAL            PIC S9(14)V9(2).
           05  WK-PRV-BAL              PIC S9(14)V9(2).
           05  WK-AVG-BAL              PIC S9(14)V9(2).
           05  WK-SUM-BAL              PIC S9(16)V9(2).
           05  WK-DAY-OUT              PIC S9(14)V9(2).
           05  WK-AVG-OUT              PIC S9(14)V9(2).
           05  WK-DAY-PCT              PIC 9(03)V9(2).
           05  WK-AVG-PCT              PIC 9(03)V9(2).
           05  WK-CNY-AMT              PIC S9(16)V9(2).
           05  WK-RATE                 PIC S9(07)V9(08) COMP-3.
           05  WK-THR-SRC              PIC X(01).
           05  WK-THR-KEY              PIC X(09).
           05  WK-THR-PCT              PIC 9(03)V9(2).
           05  WK-THR-AMT              PIC 9(14)V9(2).
           05  WK-TIER-FLOOR           PIC 9(14)V9(2).
           05  WK-ACN-ACCT-NO          PIC X(32).
           05  WK-ACN-CUST-NO          PIC X(20).
           05  WK-ACN-CUST-NAME        PIC X(120).
           05  WK-ACN-INSTN-NO         PIC X(09).
           05  WK-RPT-BRANCH-STD       PIC X(09).
           05  WK-ALERT-FLG            PIC X(01).
               88  WK-ALERT                      VALUE 'Y'.
           05  WK-THR-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-THR-EOF                    VALUE 'Y'.
           05  WK-SNP-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-SNP-EOF                    VALUE 'Y'.
           05  WK-OLD-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-OLD-EOF                    VALUE 'Y'.
           05  WK-TXN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-TXN-EOF                    VALUE 'Y'.
           05  WK-ALT-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ALT-EOF                    VALUE 'Y'.
           05  WK-ACCT-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-DROP-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-ALERT-CNT            PIC 9(07) VALUE ZEROS.
           05  WK-NO-RATE-CNT          PIC 9(07) VALUE ZEROS.
           05  WK-BR-ALERT-CNT         PIC 9(05) VALUE ZEROS.
      *    阈值表
       01  WK-THR-TBL.
           05  WK-TH-CNT               PIC 9(03) COMP VALUE ZEROS.
           05  WK-TH-ENT               OCCURS 500 TIMES.
               10  WK-TH-TYP           PIC X(01).
               10  WK-TH-KEY           PIC X(09).
               10  WK-TH-TIER-FLOOR    PIC 9(14)V9(2).
               10  WK-TH-DROP-PCT      PIC 9(03)V9(2).
               10  WK-TH-DROP-AMT      PIC 9(14)V9(2).
      *    全行缺省阈值(无D卡时取此)
       01  WK-DFT-PCT                  PIC 9(03)V9(2) VALUE 50.
       01  WK-DFT-AMT                  PIC 9(14)V9(2) VALUE 5000000.
      *    折人民币汇率缓存(币种)
       01  WK-RATE-TBL.
           05  WK-RT-CNT               PIC 9(03) COMP VALUE ZEROS.
           05  WK-RT-ENT               OCCURS 60 TIMES.
               10  WK-RT-CURR-COD      PIC X(03).
               10  WK-RT-RATE          PIC S9(07)V9(08) COMP-3.
      *    当日最大5笔借方明细
       01  WK-TOP-TBL.
           05  WK-TOP-CNT              PIC 9(01) VALUE ZEROS.
           05  WK-TOP-ENT              OCCURS 5 TIMES.
               10  WK-TOP-OP-ACCT-NO   PIC X(32).
               10  WK-TOP-OP-CUST-NAME PIC X(120).
               10  WK-TOP-DR-AMT       PIC S9(14)V9(2).
               10  WK-TOP-TX-TM        PIC X(08).
               10  WK-TOP-DSCRP-COD    PIC X(04).
               10  WK-TOP-TX-LOG-NO    PIC X(24).
       01  WK-TOP-MIN                  PIC 9(01).
       01  WK-IX                       PIC 9(04) COMP.
       01  WK-HIT                      PIC 9(04) COMP.
       01  WK-FILL-N                   PIC 9(02) COMP.
       01  RPT-AMT-ED                  PIC ---------------9.99.
       01  RPT-AMT-ED2                 PIC ---------------9.99.
       01  RPT-AMT-ED3                 PIC ---------------9.99.
       01  RPT-PCT-ED                  PIC ZZ9.99.
       01  RPT-PCT-ED2                 PIC ZZ9.99.
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
           PERFORM 4000-REPORT-RTN.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARBDA'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  WK-THR-TBL.
           INITIALIZE                  WK-RATE-TBL.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT.
           MOVE WK-BUSN-DT             TO WK-BUSN-DT-N.
           COMPUTE WK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WK-BUSN-DT-N).
           MOVE SPACES                 TO WK-ACN-ACCT-NO.
           OPEN INPUT                  THR-FILE.
           PERFORM 1100-LOAD-THR-RTN UNTIL WK-THR-EOF.
           CLOSE                       THR-FILE.
           OPEN INPUT                  SNP-FILE
                                       OLD-FILE.
           OPEN OUTPUT                 NEW-FILE
                                       WRK-FILE
                                       RPT-FILE.
           PERFORM 1200-READ-SNP-RTN.
           PERFORM 1300-READ-OLD-RTN.

       1100-LOAD-THR-RTN.
           READ THR-FILE
             AT END
               SET WK-THR-EOF          TO TRUE
             NOT AT END
               IF TH-TYP = 'D'
               THEN
                 IF TH-DROP-PCT IS NUMERIC
                 THEN
                   MOVE TH-DROP-PCT    TO WK-DFT-PCT
                 END-IF
                 IF TH-DROP-AMT IS NUMERIC
                 THEN
                   MOVE TH-DROP-AMT    TO WK-DFT-AMT
                 END-IF
               ELSE
                 IF (TH-TYP = 'B' OR TH-TYP = 'T') AND
                    TH-DROP-PCT IS NUMERIC AND
                    TH-DROP-AMT IS NUMERIC AND
                    WK-TH-CNT < 500
                 THEN
                   ADD 1               TO WK-TH-CNT
                   MOVE TH-TYP         TO WK-TH-TYP(WK-TH-CNT)
                   MOVE TH-KEY         TO WK-TH-KEY(WK-TH-CNT)
                   IF TH-TIER-FLOOR IS NUMERIC
                   THEN
                     MOVE TH-TIER-FLOOR
                                       TO WK-TH-TIER-FLOOR(WK-TH-CNT)
                   END-IF
                   MOVE TH-DROP-PCT    TO WK-TH-DROP-PCT(WK-TH-CNT)
                   MOVE TH-DROP-AMT    TO WK-TH-DROP-AMT(WK-TH-CNT)
                 END-IF
               END-IF
           END-READ.

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
           READ OLD-FILE               INTO BDA-OLD
             AT END
               SET WK-OLD-EOF          TO TRUE
               MOVE HIGH-VALUES        TO WK-OLD-KEY
             NOT AT END
               STRING SA-BDA-ACCT-NO OF BDA-OLD,
                      SA-BDA-CURR-COD OF BDA-OLD,
                      SA-BDA-CURR-IDEN OF BDA-OLD
                         DELIMITED BY SIZE INTO WK-OLD-KEY
           END-READ.

      ****************************************************************
      *    快照与余额历史档按账号+币种匹配                            *
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
      *        快照已无(币种段/账户已销):不再带入新历史档
               ADD 1                   TO WK-DROP-CNT
               PERFORM 1300-READ-OLD-RTN
             END-IF
           END-IF.

      *    历史档无记录:新开户/新增币种段,自当日起记,不比对
       2100-NEW-ACCT-RTN.
           INITIALIZE                  SABDAHIS.
           MOVE SN-ACCT-NO             TO SA-BDA-ACCT-NO OF SABDAHIS.
           MOVE SN-CURR-COD            TO SA-BDA-CURR-COD OF SABDAHIS.
           MOVE SN-CURR-IDEN           TO SA-BDA-CURR-IDEN OF SABDAHIS.
           MOVE SN-ACCT-BAL            TO WK-TODAY-BAL.
           PERFORM 2600-PUT-HIS-RTN.

      *    历史档与快照均有:补记间隔非营业日,比对后记当日
       2200-KEEP-ACCT-RTN.
           MOVE BDA-OLD                TO SABDAHIS.
           MOVE SN-ACCT-BAL            TO WK-TODAY-BAL.
           MOVE SA-BDA-LAST-BAL OF SABDAHIS
                                       TO WK-PRV-BAL.
           COMPUTE WK-LAST-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(SA-BDA-LAST-DT OF SABDAHIS)).
           COMPUTE WK-FILL-INT = WK-LAST-INT + 1.
           IF WK-FILL-INT < WK-TODAY-INT - 30
           THEN
             COMPUTE WK-FILL-INT = WK-TODAY-INT - 30
           END-IF.
           PERFORM 2210-FILL-GAP-RTN UNTIL WK-FILL-INT >= WK-TODAY-INT.
           PERFORM 2300-CHECK-DROP-RTN.
           PERFORM 2600-PUT-HIS-RTN.

       2210-FILL-GAP-RTN.
           DIVIDE WK-FILL-INT BY 30 GIVING WK-SLOT-QUOT
                                    REMAINDER WK-SLOT-REM.
           MOVE SA-BDA-LAST-BAL OF SABDAHIS
                 TO SA-BDA-DAY-BAL OF SABDAHIS(WK-SLOT-REM + 1).
           IF SA-BDA-DAY-CNT OF SABDAHIS < 30
           THEN
             ADD 1                     TO SA-BDA-DAY-CNT OF SABDAHIS
           END-IF.
           ADD 1                       TO WK-FILL-INT.

      ****************************************************************
      *    流出比对:较上日、较近30日日均,任一达阈值即预警           *
      ****************************************************************
       2300-CHECK-DROP-RTN.
           MOVE 'N'                    TO WK-ALERT-FLG.
           MOVE ZEROS                  TO WK-SUM-BAL.
           MOVE 1                      TO WK-FILL-N.
           PERFORM 2310-SUM-DAY-RTN UNTIL WK-FILL-N > 30.
           IF SA-BDA-DAY-CNT OF SABDAHIS > ZEROS
           THEN
             COMPUTE WK-AVG-BAL ROUNDED =
                     WK-SUM-BAL / SA-BDA-DAY-CNT OF SABDAHIS
           ELSE
             MOVE WK-PRV-BAL           TO WK-AVG-BAL
           END-IF.
           MOVE ZEROS                  TO WK-DAY-OUT
                                          WK-DAY-PCT
                                          WK-AVG-OUT
                                          WK-AVG-PCT.
           IF WK-PRV-BAL > ZEROS AND WK-TODAY-BAL < WK-PRV-BAL
           THEN
             COMPUTE WK-DAY-OUT = WK-PRV-BAL - WK-TODAY-BAL
             COMPUTE WK-DAY-PCT ROUNDED =
                     WK-DAY-OUT * 100 / WK-PRV-BAL
                 ON SIZE ERROR
                     MOVE 999.99       TO WK-DAY-PCT
             END-COMPUTE
           END-IF.
           IF WK-AVG-BAL > ZEROS AND WK-TODAY-BAL < WK-AVG-BAL
           THEN
             COMPUTE WK-AVG-OUT = WK-AVG-BAL - WK-TODAY-BAL
             COMPUTE WK-AVG-PCT ROUNDED =
                     WK-AVG-OUT * 100 / WK-AVG-BAL
                 ON SIZE ERROR
                     MOVE 999.99       TO WK-AVG-PCT
             END-COMPUTE
           END-IF.
           IF WK-DAY-OUT > ZEROS OR WK-AVG-OUT > ZEROS
           THEN
             PERFORM 2400-GET-RATE-RTN
             PERFORM 2500-GET-ACN-RTN
             PERFORM 2320-GET-THR-RTN
             IF WK-THR-PCT > ZEROS AND
                (WK-DAY-PCT >= WK-THR-PCT OR
                 WK-AVG-PCT >= WK-THR-PCT)
             THEN
               SET WK-ALERT            TO TRUE
             END-IF
             IF WK-THR-AMT > ZEROS
             THEN
               COMPUTE WK-CNY-AMT ROUNDED = WK-DAY-OUT * WK-RATE
               IF WK-CNY-AMT >= WK-THR-AMT
               THEN
                 SET WK-ALERT          TO TRUE
               END-IF
               COMPUTE WK-CNY-AMT ROUNDED = WK-AVG-OUT * WK-RATE
               IF WK-CNY-AMT >= WK-THR-AMT
               THEN
                 SET WK-ALERT          TO TRUE
               END-IF
             END-IF
           END-IF.
           IF WK-ALERT
           THEN
             ADD 1                     TO WK-ALERT-CNT
             PERFORM 3000-WRITE-ALERT-RTN
           END-IF.

       2310-SUM-DAY-RTN.
           ADD SA-BDA-DAY-BAL OF SABDAHIS(WK-FILL-N)
                                       TO WK-SUM-BAL.
           ADD 1                       TO WK-FILL-N.

      *    取阈值:客户层级>开户机构>全行缺省
       2320-GET-THR-RTN.
           MOVE 'D'                    TO WK-THR-SRC.
           MOVE SPACES                 TO WK-THR-KEY.
           MOVE WK-DFT-PCT             TO WK-THR-PCT.
           MOVE WK-DFT-AMT             TO WK-THR-AMT.
           MOVE ZEROS                  TO WK-TIER-FLOOR.
           COMPUTE WK-CNY-AMT ROUNDED = WK-AVG-BAL * WK-RATE.
           MOVE 1                      TO WK-IX.
           PERFORM 2330-FIND-BR-THR-RTN UNTIL WK-IX > WK-TH-CNT.
           MOVE 1                      TO WK-IX.
           PERFORM 2340-FIND-TIER-THR-RTN UNTIL WK-IX > WK-TH-CNT.

       2330-FIND-BR-THR-RTN.
           IF WK-TH-TYP(WK-IX) = 'B' AND
              WK-TH-KEY(WK-IX) = WK-ACN-INSTN-NO
           THEN
             MOVE 'B'                  TO WK-THR-SRC
             MOVE WK-TH-KEY(WK-IX)     TO WK-THR-KEY
             MOVE WK-TH-DROP-PCT(WK-IX) TO WK-THR-PCT
             MOVE WK-TH-DROP-AMT(WK-IX) TO WK-THR-AMT
             MOVE WK-TH-CNT            TO WK-IX
           END-IF.
           ADD 1                       TO WK-IX.

       2340-FIND-TIER-THR-RTN.
           IF WK-TH-TYP(WK-IX) = 'T' AND
              WK-CNY-AMT >= WK-TH-TIER-FLOOR(WK-IX) AND
              (WK-THR-SRC NOT = 'T' OR
               WK-TH-TIER-FLOOR(WK-IX) > WK-TIER-FLOOR)
           THEN
             MOVE 'T'                  TO WK-THR-SRC
             MOVE WK-TH-KEY(WK-IX)     TO WK-THR-KEY
             MOVE WK-TH-TIER-FLOOR(WK-IX)
                                       TO WK-TIER-FLOOR
             MOVE WK-TH-DROP-PCT(WK-IX) TO WK-THR-PCT
             MOVE WK-TH-DROP-AMT(WK-IX) TO WK-THR-AMT
           END-IF.
           ADD 1                       TO WK-IX.

      *    折人民币汇率:先查缓存,未命中经CCMCUR2取总行现汇牌价;
      *    取价失败按零计(金额阈值不控,比例阈值照常)并计数
       2400-GET-RATE-RTN.
           IF SN-CURR-COD = C-CM-RMB-COD
           THEN
             MOVE 1                    TO WK-RATE
           ELSE
             MOVE ZEROS                TO WK-HIT
             MOVE 1                    TO WK-IX
             PERFORM 2410-FIND-RATE-RTN UNTIL WK-IX > WK-RT-CNT
             IF WK-HIT NOT = ZEROS
             THEN
               MOVE WK-RT-RATE(WK-HIT) TO WK-RATE
             ELSE
               INITIALIZE              PCCMCUR2
               MOVE SN-CURR-COD        TO I-CURR-COD OF PCCMCUR2
               MOVE SN-ACCT-NO         TO I-ACCT-NO OF PCCMCUR2
               MOVE '2'                TO I-QUOTE-FUNC OF PCCMCUR2
               MOVE C-CM-RMB-COD       TO I-TGT-CURR-COD OF PCCMCUR2
               CALL 'CCMCUR2' USING    AIF-AREA
                                       PCCMCUR2
                                       SYS-AREA
               IF O-MSG-TYPE OF PCCMCUR2 NOT = SPACE OR
                  O-EXC-RATE OF PCCMCUR2 NOT > ZEROS
               THEN
                 MOVE ZEROS            TO WK-RATE
                 ADD 1                 TO WK-NO-RATE-CNT
               ELSE
                 MOVE O-EXC-RATE OF PCCMCUR2
                                       TO WK-RATE
                 IF WK-RT-CNT < 60
                 THEN
                   ADD 1               TO WK-RT-CNT
                   MOVE SN-CURR-COD    TO WK-RT-CURR-COD(WK-RT-CNT)
                   MOVE WK-RATE        TO WK-RT-RATE(WK-RT-CNT)
                 END-IF
               END-IF
             END-IF
           END-IF.

       2410-FIND-RATE-RTN.
           IF WK-RT-CURR-COD(WK-IX) = SN-CURR-COD
           THEN
             MOVE WK-IX                TO WK-HIT
             MOVE WK-RT-CNT            TO WK-IX
           END-IF.
           ADD 1                       TO WK-IX.

      *    客户号/户名/开户机构,同账号多币种只读一次
       2500-GET-ACN-RTN.
           IF SN-ACCT-NO NOT = WK-ACN-ACCT-NO
           THEN
             MOVE SN-ACCT-NO           TO WK-ACN-ACCT-NO
             MOVE SPACES               TO WK-ACN-CUST-NO
             MOVE SPACES               TO WK-ACN-CUST-NAME
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
               MOVE SA-CUST-NAME OF SAACNACN
                                       TO WK-ACN-CUST-NAME
               MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO WK-ACN-INSTN-NO
             END-IF
           END-IF.

      *    当日余额记入循环位,写新历史档
       2600-PUT-HIS-RTN.
           DIVIDE WK-TODAY-INT BY 30 GIVING WK-SLOT-QUOT
                                     REMAINDER WK-SLOT-REM.
           MOVE WK-TODAY-BAL
                 TO SA-BDA-DAY-BAL OF SABDAHIS(WK-SLOT-REM + 1).
           IF SA-BDA-DAY-CNT OF SABDAHIS < 30
           THEN
             ADD 1                     TO SA-BDA-DAY-CNT OF SABDAHIS
           END-IF.
           MOVE WK-BUSN-DT             TO SA-BDA-LAST-DT OF SABDAHIS.
           MOVE WK-TODAY-BAL           TO SA-BDA-LAST-BAL OF SABDAHIS.
           WRITE NEW-LINE              FROM SABDAHIS.
           ADD 1                       TO WK-ACCT-CNT.

      ****************************************************************
      *    预警账户:写A记录并取当日最大5笔借方明细写D记录           *
      ****************************************************************
       3000-WRITE-ALERT-RTN.
           MOVE SPACES                 TO WK-ALT-REC.
           MOVE WK-ACN-INSTN-NO        TO WA-BRANCH-STD.
           MOVE SN-ACCT-NO             TO WA-ACCT-NO.
           MOVE SN-CURR-COD            TO WA-CURR-COD.
           MOVE SN-CURR-IDEN           TO WA-CURR-IDEN.
           MOVE 'A'                    TO WA-REC-TYP.
           MOVE ZEROS                  TO WA-SEQ-N.
           MOVE WK-ACN-CUST-NO         TO WA-CUST-NO.
           MOVE WK-ACN-CUST-NAME       TO WA-CUST-NAME.
           MOVE WK-TODAY-BAL           TO WA-TODAY-BAL.
           MOVE WK-PRV-BAL             TO WA-PRV-BAL.
           MOVE WK-AVG-BAL             TO WA-AVG-BAL.
           MOVE WK-DAY-OUT             TO WA-DAY-OUT.
           MOVE WK-DAY-PCT             TO WA-DAY-PCT.
           MOVE WK-AVG-OUT             TO WA-AVG-OUT.
           MOVE WK-AVG-PCT             TO WA-AVG-PCT.
           MOVE WK-THR-SRC             TO WA-THR-SRC.
           MOVE WK-THR-KEY             TO WA-THR-KEY.
           MOVE WK-THR-PCT             TO WA-THR-PCT.
           MOVE WK-THR-AMT             TO WA-THR-AMT.
           MOVE SA-BDA-DAY-CNT OF SABDAHIS
                                       TO WA-DAY-CNT.
           WRITE WRK-LINE              FROM WK-ALT-REC.
           INITIALIZE                  WK-TOP-TBL.
           MOVE 'N'                    TO WK-TXN-EOF-FLG.
           PERFORM 3010-OPEN-TXN-RTN.
           PERFORM 3020-TXN-LOOP-RTN UNTIL WK-TXN-EOF.
           PERFORM 3030-CLOSE-TXN-RTN.
           MOVE 1                      TO WK-IX.
           PERFORM 3100-WRITE-TXN-RTN UNTIL WK-IX > WK-TOP-CNT.

       3010-OPEN-TXN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE SN-ACCT-NO             TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-EOF            TO TRUE
           ELSE
             PERFORM 3040-TAKE-TXN-RTN
           END-IF.

       3020-TXN-LOOP-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE '0'                    TO DBI-CMD-CODE(2 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-EOF            TO TRUE
           ELSE
             PERFORM 3040-TAKE-TXN-RTN
           END-IF.

       3030-CLOSE-TXN-RTN.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    当日本币种借方,被冲正的原明细不计;留金额最大5笔
       3040-TAKE-TXN-RTN.
           IF SA-TX-DT OF SAACNTXN = WK-BUSN-DT AND
              SA-CURR-COD OF SAACNTXN = SN-CURR-COD AND
              SA-CURR-IDEN OF SAACNTXN = SN-CURR-IDEN AND
              SA-EC-FLG OF SAACNTXN NOT = C-CLG-TXT-REVERSED AND
              SA-DR-AMT OF SAACNTXN > ZEROS
           THEN
             IF WK-TOP-CNT < 5
             THEN
               ADD 1                   TO WK-TOP-CNT
               MOVE WK-TOP-CNT         TO WK-HIT
               PERFORM 3050-PUT-TOP-RTN
             ELSE
               MOVE 1                  TO WK-TOP-MIN
               MOVE 2                  TO WK-FILL-N
               PERFORM 3060-FIND-MIN-RTN UNTIL WK-FILL-N > 5
               IF SA-DR-AMT OF SAACNTXN >
                  WK-TOP-DR-AMT(WK-TOP-MIN)
               THEN
                 MOVE WK-TOP-MIN       TO WK-HIT
                 PERFORM 3050-PUT-TOP-RTN
               END-IF
             END-IF
           END-IF.

       3050-PUT-TOP-RTN.
           MOVE SA-OP-ACCT-NO-32 OF SAACNTXN
                                       TO WK-TOP-OP-ACCT-NO(WK-HIT).
           MOVE SA-OP-CUST-NAME OF SAACNTXN
                                       TO WK-TOP-OP-CUST-NAME(WK-HIT).
           MOVE SA-DR-AMT OF SAACNTXN  TO WK-TOP-DR-AMT(WK-HIT).
           MOVE SA-TX-TM OF SAACNTXN   TO WK-TOP-TX-TM(WK-HIT).
           MOVE SA-DSCRP-COD OF SAACNTXN
                                       TO WK-TOP-DSCRP-COD(WK-HIT).
           MOVE SA-TX-LOG-NO OF SAACNTXN
                                       TO WK-TOP-TX-LOG-NO(WK-HIT).

       3060-FIND-MIN-RTN.
           IF WK-TOP-DR-AMT(WK-FILL-N) < WK-TOP-DR-AMT(WK-TOP-MIN)
           THEN
             MOVE WK-FILL-N            TO WK-TOP-MIN
           END-IF.
           ADD 1                       TO WK-FILL-N.

      *    借方明细按金额降序编号,排序后即按大到小列示
       3100-WRITE-TXN-RTN.
           MOVE 1                      TO WK-HIT.
           MOVE 1                      TO WK-FILL-N.
           PERFORM 3110-FIND-MAX-RTN UNTIL WK-FILL-N > WK-TOP-CNT.
           MOVE SPACES                 TO WA-DATA.
           MOVE 'D'                    TO WA-REC-TYP.
           MOVE WK-IX                  TO WA-SEQ-N.
           MOVE WK-TOP-OP-ACCT-NO(WK-HIT)
                                       TO WA-OP-ACCT-NO.
           MOVE WK-TOP-OP-CUST-NAME(WK-HIT)
                                       TO WA-OP-CUST-NAME.
           MOVE WK-TOP-DR-AMT(WK-HIT)  TO WA-DR-AMT.
           MOVE WK-TOP-TX-TM(WK-HIT)   TO WA-TX-TM.
           MOVE WK-TOP-DSCRP-COD(WK-HIT)
                                       TO WA-DSCRP-COD.
           MOVE WK-TOP-TX-LOG-NO(WK-HIT)
                                       TO WA-TX-LOG-NO.
           WRITE WRK-LINE              FROM WK-ALT-REC.
      *    已出者置负,不再入选
           MOVE -1                     TO WK-TOP-DR-AMT(WK-HIT).
           ADD 1                       TO WK-IX.

       3110-FIND-MAX-RTN.
           IF WK-TOP-DR-AMT(WK-FILL-N) > WK-TOP-DR-AMT(WK-HIT)
           THEN
             MOVE WK-FILL-N            TO WK-HIT
           END-IF.
           ADD 1                       TO WK-FILL-N.

      ****************************************************************
      *    按开户机构排序出预警报表                                   *
      ****************************************************************
       4000-REPORT-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-SORT-KEY
                USING WRK-FILE
                GIVING ALT-FILE.
           OPEN INPUT                  ALT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '资金异动预警 营业日:' DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE LOW-VALUES             TO WK-RPT-BRANCH-STD.
           PERFORM 4010-READ-ALT-RTN.
           PERFORM 4100-ALT-LOOP-RTN UNTIL WK-ALT-EOF.
           IF WK-RPT-BRANCH-STD NOT = LOW-VALUES
           THEN
             PERFORM 4300-BR-TOTAL-RTN
           END-IF.
           CLOSE                       ALT-FILE.

       4010-READ-ALT-RTN.
           READ ALT-FILE               INTO WK-ALT-REC
             AT END
               SET WK-ALT-EOF          TO TRUE
           END-READ.

       4100-ALT-LOOP-RTN.
           IF WA-BRANCH-STD NOT = WK-RPT-BRANCH-STD
           THEN
             IF WK-RPT-BRANCH-STD NOT = LOW-VALUES
             THEN
               PERFORM 4300-BR-TOTAL-RTN
             END-IF
             MOVE WA-BRANCH-STD        TO WK-RPT-BRANCH-STD
             MOVE ZEROS                TO WK-BR-ALERT-CNT
             MOVE SPACES               TO RPT-LINE
             STRING '开户机构:'        DELIMITED BY SIZE
                    WA-BRANCH-STD      DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           IF WA-REC-TYP = 'A'
           THEN
             PERFORM 4110-ACCT-LINE-RTN
           ELSE
             PERFORM 4120-TXN-LINE-RTN
           END-IF.
           PERFORM 4010-READ-ALT-RTN.

       4110-ACCT-LINE-RTN.
           ADD 1                       TO WK-BR-ALERT-CNT.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' 账号:'             DELIMITED BY SIZE
                  WA-ACCT-NO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WA-CURR-COD          DELIMITED BY SIZE
                  ' 客户:'             DELIMITED BY SIZE
                  WA-CUST-NO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WA-CUST-NAME(1:48)   DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WA-TODAY-BAL           TO RPT-AMT-ED.
           MOVE WA-PRV-BAL             TO RPT-AMT-ED2.
           MOVE WA-DAY-OUT             TO RPT-AMT-ED3.
           MOVE WA-DAY-PCT             TO RPT-PCT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING '   当日余额:'       DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                  ' 上日余额:'         DELIMITED BY SIZE
                  RPT-AMT-ED2          DELIMITED BY SIZE
                  ' 较上日流出:'       DELIMITED BY SIZE
                  RPT-AMT-ED3          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RPT-PCT-ED           DELIMITED BY SIZE
                  '%'                  DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WA-AVG-BAL             TO RPT-AMT-ED.
           MOVE WA-AVG-OUT             TO RPT-AMT-ED2.
           MOVE WA-AVG-PCT             TO RPT-PCT-ED.
           MOVE WA-THR-AMT             TO RPT-AMT-ED3.
           MOVE WA-THR-PCT             TO RPT-PCT-ED2.
           MOVE SPACES                 TO RPT-LINE.
           STRING '   近'              DELIMITED BY SIZE
                  WA-DAY-CNT           DELIMITED BY SIZE
                  '日日均:'            DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                  ' 较日均流出:'       DELIMITED BY SIZE
                  RPT-AMT-ED2          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RPT-PCT-ED           DELIMITED BY SIZE
                  '% 阈值'             DELIMITED BY SIZE
                  WA-THR-SRC           DELIMITED BY SIZE
                  WA-THR-KEY           DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  RPT-PCT-ED2          DELIMITED BY SIZE
                  '%/'                 DELIMITED BY SIZE
                  RPT-AMT-ED3          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       4120-TXN-LINE-RTN.
           MOVE WA-DR-AMT              TO RPT-AMT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING '     '              DELIMITED BY SIZE
                  WA-TX-TM             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                  ' 对方:'             DELIMITED BY SIZE
                  WA-OP-ACCT-NO        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WA-OP-CUST-NAME(1:54)
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       4300-BR-TOTAL-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' 本机构预警账户数:' DELIMITED BY SIZE
                  WK-BR-ALERT-CNT      DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '比对账户段数:'      DELIMITED BY SIZE
                  WK-ACCT-CNT          DELIMITED BY SIZE
                  ' 预警:'             DELIMITED BY SIZE
                  WK-ALERT-CNT         DELIMITED BY SIZE
                  ' 销户移出:'         DELIMITED BY SIZE
                  WK-DROP-CNT          DELIMITED BY SIZE
                  ' 未取得牌价:'       DELIMITED BY SIZE
                  WK-NO-RATE-CNT       DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE                       SNP-FILE
                                       OLD-FILE
                                       NEW-FILE
                                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARBDA'.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             CLOSE                       SNP-FILE
                                         OLD-FILE
                                         NEW-FILE
                                         WRK-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
