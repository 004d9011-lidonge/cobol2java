      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAROFR1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSAROFR1                                *
      * DESCRIPTION........: OFFICER DEPOSIT ATTRIBUTION (BMP)        *
      *                      客户经理存款业绩归属月报:读日均月报      *
      *                      (KSARADB1月末出)账户级记录,按客户经理     *
      *                      归属登记(账户级优先,当月无账户级登记     *
      *                      取所属客户级)逐户分摊:                   *
      *                      月末余额归月末在任者x分成比例;           *
      *                      日均余额与月净增按当月在任天数x分成      *
      *                      比例分摊,月中改派前后各得其份;         *
      *                      无归属/分成不足100的余份计入开户机构     *
      *                      "未分配";按客户经理及机构分币种列示     *
      *                      须排在KSARADB1月末出月报之后              *
      * INPUT..............: ADBMONIN                                *
      * OUTPUT.............: OFRATTRP                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAOFRD   SAOFRREG       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MON-FILE             ASSIGN TO ADBMONIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO OFRATTRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MON-FILE.
       01  MON-LINE                    PIC X(250).
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
       01 SAADBBAL.
          COPY                         SAADBBAL.
       01 SAOFRREG.
          COPY                         SAOFRREG.
       01  WK-AREA.
           05  WK-MON-START-DT         PIC X(08).
           05  WK-MON-END-DT           PIC X(08).
           05  WK-MS-INT               PIC 9(07).
           05  WK-ME-INT               PIC 9(07).
           05  WK-MON-DAYS             PIC 9(03).
           05  WK-FROM-INT             PIC 9(07).
           05  WK-TO-INT               PIC 9(07).
           05  WK-OVL-DAYS             PIC S9(05).
           05  WK-OBJ-KEY              PIC X(33).
           05  WK-NET-AMT              PIC S9(16)V9(2).
      *    本户已分摊合计,余份计未分配
           05  WK-ATT-BAL              PIC S9(16)V9(2).
           05  WK-ATT-ADB              PIC S9(16)V9(2).
           05  WK-ATT-NET              PIC S9(16)V9(2).
           05  WK-SHR-BAL              PIC S9(16)V9(2).
           05  WK-SHR-ADB              PIC S9(16)V9(2).
           05  WK-SHR-NET              PIC S9(16)V9(2).
           05  WK-KEY-OFFCR-NO         PIC X(12).
           05  WK-KEY-BRANCH-STD       PIC X(09).
           05  WK-ACCT-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-MON-EOF                    VALUE 'Y'.
           05  WK-OFR-EOF-FLG          PIC X(01).
               88  WK-OFR-EOF                    VALUE 'Y'.
      *    本户当月有效归属暂存(先收齐再分摊)
       01  WK-ASG-TBL.
           05  WK-ASG-CNT              PIC 9(02).
           05  WK-ASG-ENT              OCCURS 20 TIMES.
               10  WK-ASG-OFFCR-NO     PIC X(12).
               10  WK-ASG-BRANCH-STD   PIC X(09).
               10  WK-ASG-PCT          PIC 9(03)V9(2).
               10  WK-ASG-OVL-DAYS     PIC 9(03).
               10  WK-ASG-ME-FLG       PIC X(01).
       01  WK-AX                       PIC 9(02).
       01  WK-OFR-TBL.
           05  WK-OFR-CNT              PIC 9(04) COMP VALUE ZEROS.
           05  WK-OFR-ENT              OCCURS 5000 TIMES.
               10  WK-OFR-OFFCR-NO     PIC X(12).
               10  WK-OFR-BRANCH-STD   PIC X(09).
               10  WK-OFR-CURR-COD     PIC X(03).
               10  WK-OFR-CURR-IDEN    PIC X(01).
               10  WK-OFR-ACCT-CNT     PIC 9(07).
               10  WK-OFR-BAL          PIC S9(16)V9(2) COMP-3.
               10  WK-OFR-ADB          PIC S9(16)V9(2) COMP-3.
               10  WK-OFR-NET          PIC S9(16)V9(2) COMP-3.
       01  WK-BR-TBL.
           05  WK-BR-CNT               PIC 9(04) COMP VALUE ZEROS.
           05  WK-BR-ENT               OCCURS 1000 TIMES.
               10  WK-BR-BRANCH-STD    PIC X(09).
               10  WK-BR-CURR-COD      PIC X(03).
               10  WK-BR-CURR-IDEN     PIC X(01).
               10  WK-BR-BAL           PIC S9(16)V9(2) COMP-3.
               10  WK-BR-ADB           PIC S9(16)V9(2) COMP-3.
               10  WK-BR-NET           PIC S9(16)V9(2) COMP-3.
       01  WK-IX                       PIC 9(04) COMP.
       01  WK-HIT                      PIC 9(04) COMP.
       01  RPT-DETAIL.
           05  RPT-BRANCH-STD          PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-OFFCR-NO            PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-CURR                PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-ACCT-CNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-BAL                 PIC ---------------9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-ADB                 PIC ---------------9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-NET                 PIC ---------------9.99.
           05  FILLER                  PIC X(18) VALUE SPACES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-ACCT-RTN UNTIL WK-MON-EOF.
           PERFORM 8000-REPORT-RTN.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAROFR'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  WK-OFR-TBL.
           INITIALIZE                  WK-BR-TBL.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SPACES                 TO WK-MON-END-DT.
           OPEN INPUT                  MON-FILE.
           OPEN OUTPUT                 RPT-FILE.
           PERFORM 1100-READ-MON-RTN.
      *    统计月取月报统计截止日(自然月末)
           IF NOT WK-MON-EOF
           THEN
             MOVE SA-ADB-STAT-DT       TO WK-MON-END-DT
             MOVE WK-MON-END-DT        TO WK-MON-START-DT
             MOVE '01'                 TO WK-MON-START-DT(7:2)
             COMPUTE WK-MS-INT = FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WK-MON-START-DT))
             COMPUTE WK-ME-INT = FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WK-MON-END-DT))
             COMPUTE WK-MON-DAYS = WK-ME-INT - WK-MS-INT + 1
           END-IF.
           MOVE SPACES                 TO RPT-LINE.
           STRING '客户经理存款业绩归属月报 统计月:'
                                       DELIMITED BY SIZE
                  WK-MON-END-DT(1:6)   DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '机构      客户经理     币种    户数 '
                                       DELIMITED BY SIZE
                  '          月末余额             日均余额 '
                                       DELIMITED BY SIZE
                  '             月净增'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.

      *    月报中只取账户级记录
       1100-READ-MON-RTN.
           MOVE SPACES                 TO SA-ADB-REC-TYP.
           PERFORM 1110-READ-ONE-RTN
                   UNTIL WK-MON-EOF OR SA-ADB-REC-TYP = 'A'.

       1110-READ-ONE-RTN.
           READ MON-FILE               INTO SAADBBAL
             AT END
               SET WK-MON-EOF          TO TRUE
           END-READ.

      ****************************************************************
      *    逐户分摊                                                   *
      ****************************************************************
       2000-ACCT-RTN.
           ADD 1                       TO WK-ACCT-CNT.
           MOVE ZEROS                  TO WK-ATT-BAL.
           MOVE ZEROS                  TO WK-ATT-ADB.
           MOVE ZEROS                  TO WK-ATT-NET.
           COMPUTE WK-NET-AMT = SA-ADB-LAST-BAL
                              - SA-ADB-MON-OPEN-BAL.
           MOVE ZEROS                  TO WK-ASG-CNT.
           MOVE '1'                    TO WK-OBJ-KEY(1:1).
           MOVE SA-ADB-ACCT-NO         TO WK-OBJ-KEY(2:32).
           PERFORM 3000-LOAD-ASG-RTN.
           IF WK-ASG-CNT = ZEROS AND
              SA-ADB-CUST-NO NOT = SPACES
           THEN
             MOVE '2'                  TO WK-OBJ-KEY(1:1)
             MOVE SA-ADB-CUST-NO       TO WK-OBJ-KEY(2:32)
             PERFORM 3000-LOAD-ASG-RTN
           END-IF.
           MOVE 1                      TO WK-AX.
           PERFORM 2100-SHARE-RTN UNTIL WK-AX > WK-ASG-CNT.
      *    余份计开户机构未分配
           COMPUTE WK-SHR-BAL = SA-ADB-LAST-BAL - WK-ATT-BAL.
           COMPUTE WK-SHR-ADB = SA-ADB-AVG-BAL(1) - WK-ATT-ADB.
           COMPUTE WK-SHR-NET = WK-NET-AMT - WK-ATT-NET.
           IF WK-SHR-BAL NOT = ZEROS OR
              WK-SHR-ADB NOT = ZEROS OR
              WK-SHR-NET NOT = ZEROS
           THEN
             MOVE SPACES               TO WK-KEY-OFFCR-NO
             MOVE SA-ADB-OPAC-INSTN-NO TO WK-KEY-BRANCH-STD
             PERFORM 4000-ADD-OFR-RTN
           END-IF.
           PERFORM 1100-READ-MON-RTN.

       2100-SHARE-RTN.
           IF WK-ASG-ME-FLG(WK-AX) = 'Y'
           THEN
             COMPUTE WK-SHR-BAL ROUNDED = SA-ADB-LAST-BAL
                   * WK-ASG-PCT(WK-AX) / 100
           ELSE
             MOVE ZEROS                TO WK-SHR-BAL
           END-IF.
           COMPUTE WK-SHR-ADB ROUNDED = SA-ADB-AVG-BAL(1)
                 * WK-ASG-PCT(WK-AX) * WK-ASG-OVL-DAYS(WK-AX)
                 / ( 100 * WK-MON-DAYS ).
           COMPUTE WK-SHR-NET ROUNDED = WK-NET-AMT
                 * WK-ASG-PCT(WK-AX) * WK-ASG-OVL-DAYS(WK-AX)
                 / ( 100 * WK-MON-DAYS ).
           ADD WK-SHR-BAL              TO WK-ATT-BAL.
           ADD WK-SHR-ADB              TO WK-ATT-ADB.
           ADD WK-SHR-NET              TO WK-ATT-NET.
           MOVE WK-ASG-OFFCR-NO(WK-AX) TO WK-KEY-OFFCR-NO.
           MOVE WK-ASG-BRANCH-STD(WK-AX)
                                       TO WK-KEY-BRANCH-STD.
           PERFORM 4000-ADD-OFR-RTN.
           ADD 1                       TO WK-AX.

      ****************************************************************
      *    收齐对象当月有效归属:与统计月有交叠天数的登记             *
      ****************************************************************
       3000-LOAD-ASG-RTN.
           MOVE 'N'                    TO WK-OFR-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAOFRREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAOFRD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAOFRREG'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-OBJ-KEY             TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 3010-ASG-LOOP-RTN UNTIL WK-OFR-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAOFRREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       3010-ASG-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAOFRREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-OFR-EOF            TO TRUE
           ELSE
             PERFORM 3100-OVERLAP-RTN
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

      *    交叠天数 = min(失效日-1,月末) - max(生效日,月初) + 1
       3100-OVERLAP-RTN.
           IF SA-OFR-EFF-DT > WK-MON-START-DT
           THEN
             COMPUTE WK-FROM-INT = FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(SA-OFR-EFF-DT))
           ELSE
             MOVE WK-MS-INT            TO WK-FROM-INT
           END-IF.
           IF SA-OFR-END-DT NOT = SPACES AND
              SA-OFR-END-DT NOT > WK-MON-END-DT
           THEN
             COMPUTE WK-TO-INT = FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(SA-OFR-END-DT)) - 1
           ELSE
             MOVE WK-ME-INT            TO WK-TO-INT
           END-IF.
           COMPUTE WK-OVL-DAYS = WK-TO-INT - WK-FROM-INT + 1.
           IF WK-OVL-DAYS > ZEROS AND WK-ASG-CNT < 20
           THEN
             ADD 1                     TO WK-ASG-CNT
             MOVE SA-OFR-OFFCR-NO      TO WK-ASG-OFFCR-NO(WK-ASG-CNT)
             MOVE SA-OFR-OFFCR-BRANCH-STD
                                 TO WK-ASG-BRANCH-STD(WK-ASG-CNT)
             MOVE SA-OFR-SPLIT-PCT     TO WK-ASG-PCT(WK-ASG-CNT)
             MOVE WK-OVL-DAYS          TO WK-ASG-OVL-DAYS(WK-ASG-CNT)
             IF WK-TO-INT = WK-ME-INT
             THEN
               MOVE 'Y'                TO WK-ASG-ME-FLG(WK-ASG-CNT)
             ELSE
               MOVE 'N'                TO WK-ASG-ME-FLG(WK-ASG-CNT)
             END-IF
           END-IF.

      ****************************************************************
      *    客户经理/机构分币种累加                                    *
      ****************************************************************
       4000-ADD-OFR-RTN.
           MOVE ZEROS                  TO WK-HIT.
           MOVE 1                      TO WK-IX.
           PERFORM 4010-FIND-OFR-RTN UNTIL WK-IX > WK-OFR-CNT.
           IF WK-HIT = ZEROS
           THEN
             IF WK-OFR-CNT < 5000
             THEN
               ADD 1                   TO WK-OFR-CNT
               MOVE WK-OFR-CNT         TO WK-HIT
               MOVE WK-KEY-OFFCR-NO    TO WK-OFR-OFFCR-NO(WK-HIT)
               MOVE WK-KEY-BRANCH-STD  TO WK-OFR-BRANCH-STD(WK-HIT)
               MOVE SA-ADB-CURR-COD    TO WK-OFR-CURR-COD(WK-HIT)
               MOVE SA-ADB-CURR-IDEN   TO WK-OFR-CURR-IDEN(WK-HIT)
             ELSE
               MOVE WK-OFR-CNT         TO WK-HIT
             END-IF
           END-IF.
           ADD 1                       TO WK-OFR-ACCT-CNT(WK-HIT).
           ADD WK-SHR-BAL              TO WK-OFR-BAL(WK-HIT).
           ADD WK-SHR-ADB              TO WK-OFR-ADB(WK-HIT).
           ADD WK-SHR-NET              TO WK-OFR-NET(WK-HIT).
           PERFORM 4100-ADD-BR-RTN.

       4010-FIND-OFR-RTN.
           IF WK-OFR-OFFCR-NO(WK-IX) = WK-KEY-OFFCR-NO AND
              WK-OFR-BRANCH-STD(WK-IX) = WK-KEY-BRANCH-STD AND
              WK-OFR-CURR-COD(WK-IX) = SA-ADB-CURR-COD AND
              WK-OFR-CURR-IDEN(WK-IX) = SA-ADB-CURR-IDEN
           THEN
             MOVE WK-IX                TO WK-HIT
             MOVE WK-OFR-CNT           TO WK-IX
           END-IF.
           ADD 1                       TO WK-IX.

       4100-ADD-BR-RTN.
           MOVE ZEROS                  TO WK-HIT.
           MOVE 1                      TO WK-IX.
           PERFORM 4110-FIND-BR-RTN UNTIL WK-IX > WK-BR-CNT.
           IF WK-HIT = ZEROS
           THEN
             IF WK-BR-CNT < 1000
             THEN
               ADD 1                   TO WK-BR-CNT
               MOVE WK-BR-CNT          TO WK-HIT
               MOVE WK-KEY-BRANCH-STD  TO WK-BR-BRANCH-STD(WK-HIT)
               MOVE SA-ADB-CURR-COD    TO WK-BR-CURR-COD(WK-HIT)
               MOVE SA-ADB-CURR-IDEN   TO WK-BR-CURR-IDEN(WK-HIT)
             ELSE
               MOVE WK-BR-CNT          TO WK-HIT
             END-IF
           END-IF.
           ADD WK-SHR-BAL              TO WK-BR-BAL(WK-HIT).
           ADD WK-SHR-ADB              TO WK-BR-ADB(WK-HIT).
           ADD WK-SHR-NET              TO WK-BR-NET(WK-HIT).

       4110-FIND-BR-RTN.
           IF WK-BR-BRANCH-STD(WK-IX) = WK-KEY-BRANCH-STD AND
              WK-BR-CURR-COD(WK-IX) = SA-ADB-CURR-COD AND
              WK-BR-CURR-IDEN(WK-IX) = SA-ADB-CURR-IDEN
           THEN
             MOVE WK-IX                TO WK-HIT
             MOVE WK-BR-CNT            TO WK-IX
           END-IF.
           ADD 1                       TO WK-IX.

      ****************************************************************
      *    出表:客户经理明细,机构合计                               *
      ****************************************************************
       8000-REPORT-RTN.
           MOVE 1                      TO WK-IX.
           PERFORM 8100-WRITE-OFR-RTN UNTIL WK-IX > WK-OFR-CNT.
           MOVE SPACES                 TO RPT-LINE.
           STRING '机构合计'           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE 1                      TO WK-IX.
           PERFORM 8200-WRITE-BR-RTN UNTIL WK-IX > WK-BR-CNT.
           MOVE SPACES                 TO RPT-LINE.
           STRING '统计账户(币种段)数: ' DELIMITED BY SIZE
                  WK-ACCT-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.

       8100-WRITE-OFR-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE WK-OFR-BRANCH-STD(WK-IX)
                                       TO RPT-BRANCH-STD.
           IF WK-OFR-OFFCR-NO(WK-IX) = SPACES
           THEN
             MOVE '未分配'             TO RPT-OFFCR-NO
           ELSE
             MOVE WK-OFR-OFFCR-NO(WK-IX)
                                       TO RPT-OFFCR-NO
           END-IF.
           STRING WK-OFR-CURR-COD(WK-IX), WK-OFR-CURR-IDEN(WK-IX)
                         DELIMITED BY SIZE INTO RPT-CURR.
           MOVE WK-OFR-ACCT-CNT(WK-IX) TO RPT-ACCT-CNT.
           MOVE WK-OFR-BAL(WK-IX)      TO RPT-BAL.
           MOVE WK-OFR-ADB(WK-IX)      TO RPT-ADB.
           MOVE WK-OFR-NET(WK-IX)      TO RPT-NET.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           ADD 1                       TO WK-IX.

       8200-WRITE-BR-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE WK-BR-BRANCH-STD(WK-IX)
                                       TO RPT-BRANCH-STD.
           STRING WK-BR-CURR-COD(WK-IX), WK-BR-CURR-IDEN(WK-IX)
                         DELIMITED BY SIZE INTO RPT-CURR.
           MOVE WK-BR-BAL(WK-IX)       TO RPT-BAL.
           MOVE WK-BR-ADB(WK-IX)       TO RPT-ADB.
           MOVE WK-BR-NET(WK-IX)       TO RPT-NET.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           ADD 1                       TO WK-IX.

       9000-END-RTN.
           CLOSE                        MON-FILE
                                        RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAROFR'.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             MOVE SPACES                TO RPT-LINE
             STRING 'GDBIMAIN异常,DBI-DB-STATUS=' DELIMITED BY SIZE
                    DBI-DB-STATUS        DELIMITED BY SIZE
                                         INTO RPT-LINE
             WRITE RPT-LINE
             CLOSE                       MON-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
