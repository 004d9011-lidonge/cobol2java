      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARPOL1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSARPOL1                                *
      * DESCRIPTION........: GROUP NOTIONAL POOLING INTEREST         *
      *                      ALLOCATION, RUN AFTER KSARITS1 ON THE    *
      *                      QUARTER-END SETTLEMENT DATE.             *
      *                      集团实时归集名义资金池利息分配:总公司户  *
      *                      当日结息(C-INT-STL)按各成员本结息期内    *
      *                      归集明细(SA-GRP-MBR-ACCT-NO)的净贡献积数 *
      *                      比例分回成员账户;每笔分配借总公司、贷成员*
      *                      一对明细(同一流水号互记对方账号),尾差归  *
      *                      最后一户;出集团财务分配对账单            *
      * OUTPUT.............: POLALCRP                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R/U                                 *
      * BSAACND   SAACNAMT       R/U                                 *
      * BSAACND   SAACNTXN       R/I                                 *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE             ASSIGN TO POLALCRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
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
       01 SAACNTXN.
          COPY                         SAACNTXN.
       01 SANTFSUB.
          COPY                         SANTFSUB.
       01 SANTFQUE.
          COPY                         SANTFQUE.
      *    过账缓冲:总公司/成员账户主档、金额档
       01 T-SAACNACN.
          COPY                         SAACNACN.
       01 T-SAACNAMT.
          COPY                         SAACNAMT.
           COPY                        APPAREA.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-HEAD-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-ALC-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-SKIP-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-ALC-TOT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-LOG-SEQ              PIC 9(07) VALUE ZEROS.
           05  WK-TX-LOG-NO.
               10  FILLER              PIC X(03) VALUE 'POL'.
               10  WK-TX-LOG-DT        PIC X(08).
               10  WK-TX-LOG-SEQ       PIC 9(07).
               10  FILLER              PIC X(06) VALUE SPACES.
           05  WK-VAL-DT               PIC X(08).
           05  WK-DAYS                 PIC S9(07).
           05  WK-NET-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-ALC-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-AMT-KEY.
               10  WK-CURR-COD         PIC X(03).
               10  WK-CURR-IDEN        PIC X(01).
           05  WK-DONE-FLG             PIC X(01).
               88  WK-DONE                       VALUE 'Y'.
           05  WK-TXN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-TXN-EOF                    VALUE 'Y'.
           05  WK-ACN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACN-EOF                    VALUE 'Y'.
           05  WK-MBR-OK-FLG           PIC X(01).
               88  WK-MBR-OK                     VALUE 'Y'.
      *    过账参数:借/贷方向、本方/对方账号户名
           05  WK-PST-ACCT-NO          PIC X(32).
           05  WK-PST-OP-ACCT-NO       PIC X(32).
           05  WK-PST-OP-NAME          PIC X(120).
           05  WK-PST-DRCR             PIC X(01).
               88  WK-PST-DR                     VALUE 'D'.
               88  WK-PST-CR                     VALUE 'C'.
      *    本户结息:按币种登记当日结息额与正贡献积数合计
       01  WK-INT-TBL.
           05  WK-INT-CNT              PIC 9(02) COMP VALUE ZEROS.
           05  WK-INT-ENT              OCCURS 20 TIMES.
               10  WK-INT-KEY.
                   15  WK-INT-CURR-COD PIC X(03).
                   15  WK-INT-CURR-IDEN PIC X(01).
               10  WK-INT-AMT          PIC S9(16)V9(2) COMP-3.
               10  WK-INT-PRDT         PIC S9(18)V9(2) COMP-3.
               10  WK-INT-REM-AMT      PIC S9(16)V9(2) COMP-3.
               10  WK-INT-REM-CNT      PIC 9(04) COMP.
       01  WK-INT-IX                   PIC 9(02) COMP.
       01  WK-INT-HIT                  PIC 9(02) COMP.
      *    成员贡献:本结息期内归集明细按成员+币种累计净额/积数
       01  WK-MBR-TBL.
           05  WK-MBR-CNT              PIC 9(04) COMP VALUE ZEROS.
           05  WK-MBR-ENT              OCCURS 500 TIMES.
               10  WK-MBR-ACCT-NO      PIC X(32).
               10  WK-MBR-NAME         PIC X(120).
               10  WK-MBR-KEY.
                   15  WK-MBR-CURR-COD PIC X(03).
                   15  WK-MBR-CURR-IDEN PIC X(01).
               10  WK-MBR-NET-AMT      PIC S9(16)V9(2) COMP-3.
               10  WK-MBR-PRDT         PIC S9(18)V9(2) COMP-3.
       01  WK-MBR-IX                   PIC 9(04) COMP.
       01  WK-MBR-HIT                  PIC 9(04) COMP.
       01  RPT-HEAD.
           05  FILLER                  PIC X(10) VALUE '总公司 '.
           05  RPT-H-ACCT-NO           PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-H-CURR-COD          PIC X(03).
           05  FILLER                  PIC X(08) VALUE ' 结息 '.
           05  RPT-H-INT-AMT           PIC -(15)9.99.
           05  FILLER                  PIC X(11) VALUE ' 总积数 '.
           05  RPT-H-PRDT              PIC -(17)9.99.
           05  FILLER                  PIC X(25) VALUE SPACES.
       01  RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-MBR-ACCT-NO         PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-MBR-NAME            PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-NET-AMT             PIC -(13)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-PRDT                PIC -(15)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-ALC-AMT             PIC -(11)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-STS                 PIC X(12).
       01  RPT-EDIT-AMT                PIC -(15)9.99.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-ACN-RTN UNTIL WK-ACN-EOF.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           MOVE WK-BUSN-DT             TO SYS-BUSN-DT.
           MOVE WK-BUSN-DT             TO WK-TX-LOG-DT.
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '集团资金池利息分配对账单 '
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 2010-OPEN-ACN-RTN.

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

      *    只有集团归集签约的计息户下才有成员归集明细;
      *    成员户本身(C-CI-BRA-OFF)不作分配主体
       2000-SCAN-ACN-RTN.
           IF SA-COA-FLG OF SAACNACN NOT = SPACES AND
              SA-COA-FLG OF SAACNACN NOT = '1' AND
              SA-INTC-FLG OF SAACNACN = C-CM-FLAG-YES
           THEN
             PERFORM 3000-TRACE-HEAD-RTN
           END-IF.
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

      *    逐笔回溯总公司户明细:上一结息日之后的归集明细计入
      *    成员贡献,当日结息明细登记待分配利息;当日已有分配
      *    明细的(重跑)整户跳过
       3000-TRACE-HEAD-RTN.
           MOVE ZEROS                  TO WK-INT-CNT.
           MOVE ZEROS                  TO WK-MBR-CNT.
           MOVE 'N'                    TO WK-DONE-FLG.
           MOVE 'N'                    TO WK-TXN-EOF-FLG.
           PERFORM 3010-OPEN-TXN-RTN.
           PERFORM 3020-TXN-LOOP-RTN UNTIL WK-TXN-EOF.
           PERFORM 3040-CLOSE-TXN-RTN.
           IF WK-INT-CNT > ZEROS AND WK-MBR-CNT > ZEROS
           THEN
             ADD 1                     TO WK-HEAD-CNT
             IF WK-DONE
             THEN
               MOVE SPACES             TO RPT-LINE
               STRING '总公司 '        DELIMITED BY SIZE
                      SA-ACCT-NO OF SAACNACN
                                       DELIMITED BY SIZE
                      ' 当日已分配,跳过'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
               WRITE RPT-LINE
             ELSE
               PERFORM 4000-ALLOCATE-RTN
             END-IF
           END-IF.

       3010-OPEN-TXN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-EOF            TO TRUE
           END-IF.

       3020-TXN-LOOP-RTN.
           IF SA-DSCRP-COD OF SAACNTXN = C-INT-STL OF MEMCONST
           THEN
             IF SA-TX-DT OF SAACNTXN < WK-BUSN-DT
             THEN
      *        上一结息日前的归集已随上期利息结清,贡献重新起算
               MOVE ZEROS              TO WK-MBR-CNT
             ELSE
               IF SA-TX-DT OF SAACNTXN = WK-BUSN-DT AND
                  SA-EC-FLG OF SAACNTXN = C-CLG-TXT-NOR AND
                  SA-CR-AMT OF SAACNTXN > ZEROS
               THEN
                 PERFORM 3100-ADD-INT-RTN
               END-IF
             END-IF
           ELSE
             IF SA-DSCRP-COD OF SAACNTXN = C-INT-POOL OF MEMCONST
                AND SA-TX-DT OF SAACNTXN = WK-BUSN-DT
             THEN
               SET WK-DONE             TO TRUE
             ELSE
               IF SA-GRP-MBR-ACCT-NO OF SAACNTXN NOT = SPACES AND
                  SA-TX-DT OF SAACNTXN NOT > WK-BUSN-DT
               THEN
                 PERFORM 3200-ADD-MBR-RTN
               END-IF
             END-IF
           END-IF.
           PERFORM 3030-NEXT-TXN-RTN.

       3030-NEXT-TXN-RTN.
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
           END-IF.

       3040-CLOSE-TXN-RTN.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    当日结息按币种登记
       3100-ADD-INT-RTN.
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO WK-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNTXN
                                       TO WK-CURR-IDEN.
           PERFORM 3110-FIND-INT-RTN.
           IF WK-INT-HIT = ZEROS AND WK-INT-CNT < 20
           THEN
             ADD 1                     TO WK-INT-CNT
             MOVE WK-INT-CNT           TO WK-INT-HIT
             MOVE WK-AMT-KEY           TO WK-INT-KEY(WK-INT-HIT)
             MOVE ZEROS                TO WK-INT-AMT(WK-INT-HIT)
             MOVE ZEROS                TO WK-INT-PRDT(WK-INT-HIT)
             MOVE ZEROS                TO WK-INT-REM-CNT(WK-INT-HIT)
           END-IF.
           IF WK-INT-HIT > ZEROS
           THEN
             ADD SA-CR-AMT OF SAACNTXN TO WK-INT-AMT(WK-INT-HIT)
           END-IF.

       3110-FIND-INT-RTN.
           MOVE ZEROS                  TO WK-INT-HIT.
           MOVE 1                      TO WK-INT-IX.
           PERFORM 3120-FIND-INT-LOOP-RTN
                   UNTIL WK-INT-IX > WK-INT-CNT
                      OR WK-INT-HIT > ZEROS.

       3120-FIND-INT-LOOP-RTN.
           IF WK-INT-KEY(WK-INT-IX) = WK-AMT-KEY
           THEN
             MOVE WK-INT-IX            TO WK-INT-HIT
           ELSE
             ADD 1                     TO WK-INT-IX
           END-IF.

      *    归集明细计入成员贡献:净额=贷-借(冲正明细反向自抵),
      *    积数=净额*起息日至结息日天数
       3200-ADD-MBR-RTN.
           MOVE SA-VAL-DT OF SAACNTXN  TO WK-VAL-DT.
           IF WK-VAL-DT = SPACES OR WK-VAL-DT > WK-BUSN-DT
           THEN
             MOVE SA-TX-DT OF SAACNTXN TO WK-VAL-DT
           END-IF.
           COMPUTE WK-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WK-BUSN-DT))
             - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WK-VAL-DT)).
           COMPUTE WK-NET-AMT = SA-CR-AMT OF SAACNTXN
                              - SA-DR-AMT OF SAACNTXN.
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO WK-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNTXN
                                       TO WK-CURR-IDEN.
           MOVE ZEROS                  TO WK-MBR-HIT.
           MOVE 1                      TO WK-MBR-IX.
           PERFORM 3210-FIND-MBR-RTN
                   UNTIL WK-MBR-IX > WK-MBR-CNT
                      OR WK-MBR-HIT > ZEROS.
           IF WK-MBR-HIT = ZEROS AND WK-MBR-CNT < 500
           THEN
             ADD 1                     TO WK-MBR-CNT
             MOVE WK-MBR-CNT           TO WK-MBR-HIT
             MOVE SA-GRP-MBR-ACCT-NO OF SAACNTXN
                                       TO WK-MBR-ACCT-NO(WK-MBR-HIT)
             MOVE SA-GRP-MBR-NAME OF SAACNTXN
                                       TO WK-MBR-NAME(WK-MBR-HIT)
             MOVE WK-AMT-KEY           TO WK-MBR-KEY(WK-MBR-HIT)
             MOVE ZEROS                TO WK-MBR-NET-AMT(WK-MBR-HIT)
             MOVE ZEROS                TO WK-MBR-PRDT(WK-MBR-HIT)
           END-IF.
           IF WK-MBR-HIT > ZEROS
           THEN
             ADD WK-NET-AMT            TO WK-MBR-NET-AMT(WK-MBR-HIT)
             COMPUTE WK-MBR-PRDT(WK-MBR-HIT) =
                     WK-MBR-PRDT(WK-MBR-HIT) + WK-NET-AMT * WK-DAYS
           END-IF.

       3210-FIND-MBR-RTN.
           IF WK-MBR-ACCT-NO(WK-MBR-IX) =
              SA-GRP-MBR-ACCT-NO OF SAACNTXN AND
              WK-MBR-KEY(WK-MBR-IX) = WK-AMT-KEY
           THEN
             MOVE WK-MBR-IX            TO WK-MBR-HIT
           ELSE
             ADD 1                     TO WK-MBR-IX
           END-IF.

      *    分配:按币种汇总正贡献积数,逐成员按比例分配,
      *    该币种最后一户取余额承担尾差;净贡献不为正的不分配
       4000-ALLOCATE-RTN.
           MOVE 1                      TO WK-MBR-IX.
           PERFORM 4010-SUM-PRDT-RTN
                   UNTIL WK-MBR-IX > WK-MBR-CNT.
           MOVE 1                      TO WK-INT-IX.
           PERFORM 4020-WRITE-HEAD-RTN
                   UNTIL WK-INT-IX > WK-INT-CNT.
           MOVE 1                      TO WK-MBR-IX.
           PERFORM 4100-ALLOCATE-MBR-RTN
                   UNTIL WK-MBR-IX > WK-MBR-CNT.

       4010-SUM-PRDT-RTN.
           MOVE WK-MBR-KEY(WK-MBR-IX)  TO WK-AMT-KEY.
           PERFORM 3110-FIND-INT-RTN.
           IF WK-INT-HIT > ZEROS AND
              WK-MBR-PRDT(WK-MBR-IX) > ZEROS
           THEN
             ADD WK-MBR-PRDT(WK-MBR-IX)
                                       TO WK-INT-PRDT(WK-INT-HIT)
             ADD 1                     TO WK-INT-REM-CNT(WK-INT-HIT)
           END-IF.
           ADD 1                       TO WK-MBR-IX.

       4020-WRITE-HEAD-RTN.
           MOVE WK-INT-AMT(WK-INT-IX)  TO WK-INT-REM-AMT(WK-INT-IX).
           MOVE SPACES                 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SA-ACCT-NO OF SAACNACN TO RPT-H-ACCT-NO.
           MOVE WK-INT-CURR-COD(WK-INT-IX)
                                       TO RPT-H-CURR-COD.
           MOVE WK-INT-AMT(WK-INT-IX)  TO RPT-H-INT-AMT.
           MOVE WK-INT-PRDT(WK-INT-IX) TO RPT-H-PRDT.
           WRITE RPT-LINE              FROM RPT-HEAD.
           ADD 1                       TO WK-INT-IX.

       4100-ALLOCATE-MBR-RTN.
           MOVE ZEROS                  TO WK-ALC-AMT.
           MOVE WK-MBR-KEY(WK-MBR-IX)  TO WK-AMT-KEY.
           PERFORM 3110-FIND-INT-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE WK-MBR-ACCT-NO(WK-MBR-IX)
                                       TO RPT-MBR-ACCT-NO.
           MOVE WK-MBR-NAME(WK-MBR-IX) TO RPT-MBR-NAME.
           MOVE WK-MBR-NET-AMT(WK-MBR-IX)
                                       TO RPT-NET-AMT.
           MOVE WK-MBR-PRDT(WK-MBR-IX) TO RPT-PRDT.
           IF WK-INT-HIT = ZEROS
           THEN
             MOVE '本期无结息'         TO RPT-STS
           ELSE
             IF WK-MBR-PRDT(WK-MBR-IX) NOT > ZEROS
             THEN
               MOVE '净贡献非正'       TO RPT-STS
             ELSE
               PERFORM 4110-CALC-SHARE-RTN
               PERFORM 4200-CHECK-MBR-RTN
               IF WK-ALC-AMT = ZEROS
               THEN
                 MOVE '不足分配'       TO RPT-STS
               ELSE
                 IF WK-MBR-OK
                 THEN
                   PERFORM 5000-POST-PAIR-RTN
                   MOVE '已入账'       TO RPT-STS
                   ADD 1               TO WK-ALC-CNT
                   ADD WK-ALC-AMT      TO WK-ALC-TOT
                 ELSE
      *            成员户不可入账,份额留存总公司户,人工处理
                   MOVE '成员不可入账' TO RPT-STS
                   ADD 1               TO WK-SKIP-CNT
                 END-IF
               END-IF
             END-IF
           END-IF.
           MOVE WK-ALC-AMT             TO RPT-ALC-AMT.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           ADD 1                       TO WK-MBR-IX.

       4110-CALC-SHARE-RTN.
           IF WK-INT-REM-CNT(WK-INT-HIT) = 1
           THEN
             MOVE WK-INT-REM-AMT(WK-INT-HIT)
                                       TO WK-ALC-AMT
           ELSE
             COMPUTE WK-ALC-AMT ROUNDED =
                     WK-INT-AMT(WK-INT-HIT)
                   * WK-MBR-PRDT(WK-MBR-IX)
                   / WK-INT-PRDT(WK-INT-HIT)
           END-IF.
           SUBTRACT 1                  FROM WK-INT-REM-CNT(WK-INT-HIT).
           SUBTRACT WK-ALC-AMT         FROM WK-INT-REM-AMT(WK-INT-HIT).

      *    成员户同币种段须存在、未销户、非睡眠方可入账
       4200-CHECK-MBR-RTN.
           MOVE 'N'                    TO WK-MBR-OK-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  T-SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-MBR-ACCT-NO(WK-MBR-IX)
                                       TO DBI-KEY-VALUE1(1).
           MOVE WK-AMT-KEY             TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-DDP-ACCT-STS OF T-SAACNAMT
                                NOT = C-SA-CLOSED-COD AND
              SA-SLEEP-STS OF T-SAACNAMT NOT = C-SA-SLEEP-YES
           THEN
             SET WK-MBR-OK             TO TRUE
           END-IF.

      *    一对分配明细:借总公司、贷成员,同一流水号,互记对方
       5000-POST-PAIR-RTN.
           ADD 1                       TO WK-LOG-SEQ.
           MOVE WK-LOG-SEQ             TO WK-TX-LOG-SEQ.
           MOVE SA-ACCT-NO OF SAACNACN TO WK-PST-ACCT-NO.
           MOVE WK-MBR-ACCT-NO(WK-MBR-IX)
                                       TO WK-PST-OP-ACCT-NO.
           MOVE WK-MBR-NAME(WK-MBR-IX) TO WK-PST-OP-NAME.
           SET WK-PST-DR               TO TRUE.
           PERFORM 5100-POST-ENTRY-RTN.
           MOVE WK-MBR-ACCT-NO(WK-MBR-IX)
                                       TO WK-PST-ACCT-NO.
           MOVE SA-ACCT-NO OF SAACNACN TO WK-PST-OP-ACCT-NO.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO WK-PST-OP-NAME.
           SET WK-PST-CR               TO TRUE.
           PERFORM 5100-POST-ENTRY-RTN.

      *    单边过账:明细+金额档+明细数直接过账
       5100-POST-ENTRY-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  T-SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-PST-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  T-SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-PST-ACCT-NO         TO DBI-KEY-VALUE1(1).
           MOVE WK-AMT-KEY             TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF WK-PST-DR
           THEN
             COMPUTE SA-INTC-AMT OF T-SAACNAMT =
                     SA-INTC-AMT OF T-SAACNAMT - WK-ALC-AMT
             COMPUTE SA-ACCT-BAL OF T-SAACNAMT =
                     SA-ACCT-BAL OF T-SAACNAMT - WK-ALC-AMT
           ELSE
             COMPUTE SA-INTC-AMT OF T-SAACNAMT =
                     SA-INTC-AMT OF T-SAACNAMT + WK-ALC-AMT
             COMPUTE SA-ACCT-BAL OF T-SAACNAMT =
                     SA-ACCT-BAL OF T-SAACNAMT + WK-ALC-AMT
           END-IF.
           COMPUTE SA-AVL-BAL OF T-SAACNAMT =
                   SA-INTC-AMT OF T-SAACNAMT
                 - SA-FRZ-AMT OF T-SAACNAMT
                 - SA-AUTH-AMT OF T-SAACNAMT
                 - SA-UNCLR-AMT OF T-SAACNAMT
                 - SA-PLG-AMT OF T-SAACNAMT.
           IF SA-AVL-BAL OF T-SAACNAMT < ZEROS
           THEN
             MOVE ZEROS                TO SA-AVL-BAL OF T-SAACNAMT
           END-IF.
           MOVE WK-BUSN-DT             TO SA-LTM-TX-DT OF T-SAACNAMT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           INITIALIZE                  SAACNTXN.
           COMPUTE SA-DDP-ACCT-NO-DET-N OF SAACNTXN =
                   SA-DET-ITEM-N OF T-SAACNACN + 1.
           MOVE WK-PST-ACCT-NO         TO FK-SAACN-KEY      OF SAACNTXN.
           MOVE WK-CURR-COD            TO SA-CURR-COD       OF SAACNTXN.
           MOVE WK-CURR-IDEN           TO SA-CURR-IDEN      OF SAACNTXN.
           MOVE C-CLG-TXT-NOR          TO SA-EC-FLG         OF SAACNTXN.
           IF WK-PST-DR
           THEN
             MOVE WK-ALC-AMT           TO SA-DR-AMT         OF SAACNTXN
             MOVE 0                    TO SA-CR-AMT         OF SAACNTXN
             MOVE '集团资金池利息分配划出'
                                       TO SA-RMRK           OF SAACNTXN
           ELSE
             MOVE WK-ALC-AMT           TO SA-CR-AMT         OF SAACNTXN
             MOVE 0                    TO SA-DR-AMT         OF SAACNTXN
             MOVE '集团资金池利息分配划入'
                                       TO SA-RMRK           OF SAACNTXN
           END-IF.
           MOVE WK-ALC-AMT             TO SA-TX-AMT         OF SAACNTXN.
           MOVE SA-ACCT-BAL OF T-SAACNAMT
                                       TO SA-DDP-ACCT-BAL   OF SAACNTXN.
           MOVE C-CM-TXTYP-TR          TO SA-TX-TYP         OF SAACNTXN.
           MOVE WK-TX-LOG-NO           TO SA-TX-LOG-NO      OF SAACNTXN.
           MOVE C-INT-POOL OF MEMCONST TO SA-DSCRP-COD      OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-TX-DT          OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-VAL-DT         OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-SYS-DT         OF SAACNTXN.
           MOVE WK-PST-OP-ACCT-NO      TO SA-OP-ACCT-NO-32  OF SAACNTXN.
           MOVE WK-PST-OP-NAME         TO SA-OP-CUST-NAME   OF SAACNTXN.
      *    两边明细同记成员账号,便于按成员追溯分配
           MOVE WK-MBR-ACCT-NO(WK-MBR-IX)
                                       TO SA-GRP-MBR-ACCT-NO
                                          OF SAACNTXN.
           MOVE WK-MBR-NAME(WK-MBR-IX) TO SA-GRP-MBR-NAME   OF SAACNTXN.
           MOVE SA-OPAC-INSTN-NO OF T-SAACNACN
                                       TO SA-OPUN-COD       OF SAACNTXN.
           MOVE SA-LEGAL-PERSON-ID OF T-SAACNACN
                                       TO SA-LEGAL-PERSON-ID OF
                                                             SAACNTXN.
           MOVE SA-DB-PARTITION-ID OF T-SAACNACN
                                       TO SA-DB-PARTITION-ID OF
                                                             SAACNTXN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-PST-ACCT-NO         TO DBI-KEY-VALUE1(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN'       USING PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE WK-PST-ACCT-NO         TO SA-NTQ-ACCT-NO.
           PERFORM 9807-INSERT-NTF-RTN.
      *    明细数/未登折数随笔递增
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-PST-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           COMPUTE SA-DET-ITEM-N OF T-SAACNACN =
                   SA-DET-ITEM-N OF T-SAACNACN + 1.
           COMPUTE SA-ACC-UNPRINT-NO OF T-SAACNACN =
                   SA-ACC-UNPRINT-NO OF T-SAACNACN + 1.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-ALC-TOT             TO RPT-EDIT-AMT.
           STRING '分配总公司户数: '   DELIMITED BY SIZE
                  WK-HEAD-CNT          DELIMITED BY SIZE
                  '  入账成员笔数: '   DELIMITED BY SIZE
                  WK-ALC-CNT           DELIMITED BY SIZE
                  '  分配金额: '       DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                  '  未入账: '         DELIMITED BY SIZE
                  WK-SKIP-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                        RPT-FILE.

      *    动账通知:本笔明细按账号+明细号组队列记录(账号由调用
      *    处先置SA-NTQ-ACCT-NO),订阅判断与入队在9808
       9807-INSERT-NTF-RTN.
           MOVE SA-DDP-ACCT-NO-DET-N OF SAACNTXN
                                       TO SA-NTQ-DET-NO-N.
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO SA-NTQ-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNTXN
                                       TO SA-NTQ-CURR-IDEN.
           MOVE SA-TX-DT OF SAACNTXN
                                       TO SA-NTQ-TX-DT.
           MOVE SA-TX-TM OF SAACNTXN
                                       TO SA-NTQ-TX-TM.
           MOVE SA-DR-AMT OF SAACNTXN
                                       TO SA-NTQ-DR-AMT.
           MOVE SA-CR-AMT OF SAACNTXN
                                       TO SA-NTQ-CR-AMT.
           MOVE SA-DDP-ACCT-BAL OF SAACNTXN
                                       TO SA-NTQ-BAL.
           MOVE SA-DSCRP-COD OF SAACNTXN
                                       TO SA-NTQ-DSCRP-COD.
           MOVE SA-RMRK OF SAACNTXN
                                       TO SA-NTQ-RMRK.
           MOVE SA-EC-FLG OF SAACNTXN
                                       TO SA-NTQ-EC-FLG.
           MOVE SA-OP-CUST-NAME OF SAACNTXN
                                       TO SA-NTQ-OP-CUST-NAME.
           MOVE SA-TX-LOG-NO OF SAACNTXN
                                       TO SA-NTQ-TX-LOG-NO.
           MOVE SA-LEGAL-PERSON-ID OF SAACNTXN
                                       TO SA-LEGAL-PERSON-ID
                                          OF SANTFQUE.
           MOVE SA-DB-PARTITION-ID OF SAACNTXN
                                       TO SA-DB-PARTITION-ID
                                          OF SANTFQUE.
           MOVE SPACES                 TO SA-NTQ-FILLER.
           PERFORM 9808-PUT-NTF-RTN.

      *    账户有有效订阅才入队;渠道/方向/起通知金额由
      *    KSARNTF1发送时逐渠道判断
       9808-PUT-NTF-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANTFSUB.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANTSD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SANTFSUB'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-NTQ-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SANTFSUB
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-NTS-STS = '0'
           THEN
             MOVE 'KSARPOL1'           TO SA-NTQ-SRC-PGM
             INITIALIZE                PDBIMAIN
             MOVE 'BSANTQD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SANTFQUE'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SANTFQUE
                                       AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
           END-IF.

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
