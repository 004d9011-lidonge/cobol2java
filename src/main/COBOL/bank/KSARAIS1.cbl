      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARAIS1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARAIS1                                *
      * DESCRIPTION........: ANNUAL INTEREST STATEMENT (BMP)         *
      *                      年度利息清单:逐户按币种汇总本年度结    *
      *                      息历史(SAITSHIS),逐次列示结息日、普通  *
      *                      利息、协定分层利息、代扣税款、实付净   *
      *                      息、透支息计收及入账去向(利息入账指示  *
      *                      划付收息账户),并汇总本年透支利息回收   *
      *                      (SAACNTXN.SA-OD-INT-RCV-AMT);年末营业 *
      *                      日运行,控制卡可指定年度;单户补打经   *
      *                      联机KSAAIS0                              *
      * KB/CF TO BE CALLED:                                          *
      * INPUT..............: AISCTLIN(年度卡,可空)                   *
      * OUTPUT.............: AISSTMOT AISCTLRP                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNTXN       R                                   *
      * BSAITHD   SAITSHIS       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE             ASSIGN TO AISCTLIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT STM-FILE             ASSIGN TO AISSTMOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO AISCTLRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-REC.
      *    清单年度(YYYY),空则取营业日所在年度
           05  CT-YEAR                 PIC X(04).
           05  FILLER                  PIC X(76).
       FD  STM-FILE.
       01  STM-LINE                    PIC X(132).
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
       01 SAACNACN.
          COPY                         SAACNACN.
       01 SAACNTXN.
          COPY                         SAACNTXN.
       01 SAITSHIS.
          COPY                         SAITSHIS.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-YEAR                 PIC X(04).
           05  WK-CUR-KEY.
               10  WK-CUR-CURR-COD     PIC X(03).
               10  WK-CUR-CURR-IDEN    PIC X(01).
           05  WK-CTL-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CTL-EOF                    VALUE 'Y'.
           05  WK-ACN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACN-EOF                    VALUE 'Y'.
           05  WK-TXN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-TXN-EOF                    VALUE 'Y'.
           05  WK-ITH-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ITH-EOF                    VALUE 'Y'.
           05  WK-ACCT-CNT             PIC 9(09) VALUE ZEROS.
           05  WK-STMT-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-STL-CNT              PIC 9(07) VALUE ZEROS.
      *    单张清单合计
           05  WK-ST-INT-AMT           PIC S9(16)V9(2) COMP-3.
           05  WK-ST-NGO-INT-AMT       PIC S9(16)V9(2) COMP-3.
           05  WK-ST-WHT-AMT           PIC S9(16)V9(2) COMP-3.
           05  WK-ST-NET-AMT           PIC S9(16)V9(2) COMP-3.
           05  WK-ST-OD-INT-AMT        PIC S9(16)V9(2) COMP-3.
      *    本户本年透支利息回收,按币种分桶
       01  WK-RCV-TBL.
           05  WK-RV-CNT               PIC 9(02) COMP VALUE ZEROS.
           05  WK-RV-ENT               OCCURS 20 TIMES.
               10  WK-RV-KEY.
                   15  WK-RV-CURR-COD  PIC X(03).
                   15  WK-RV-CURR-IDEN PIC X(01).
               10  WK-RV-AMT           PIC S9(16)V9(2) COMP-3.
      *            Y-已随结息清单打印
               10  WK-RV-USED-FLG      PIC X(01).
       01  WK-IX                       PIC 9(04) COMP.
       01  WK-HIT                      PIC 9(04) COMP.
       01  STM-DETAIL.
           05  STM-STL-DT              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  STM-INT-AMT             PIC -(13)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  STM-NGO-INT-AMT         PIC -(13)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  STM-WHT-AMT             PIC -(13)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  STM-NET-AMT             PIC -(13)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  STM-OD-INT-AMT          PIC -(13)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  STM-DEST                PIC X(14).
       01  RPT-AMT-ED                  PIC -----------------9.99.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2010-OPEN-ACN-RTN.
           PERFORM 2000-SCAN-ACN-RTN UNTIL WK-ACN-EOF.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARAIS'.
           INITIALIZE                  PDBIMAIN.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT.
           MOVE WK-BUSN-DT(1:4)        TO WK-YEAR.
           OPEN INPUT                  CTL-FILE.
           READ CTL-FILE
             AT END SET WK-CTL-EOF     TO TRUE
           END-READ.
           IF NOT WK-CTL-EOF AND CT-YEAR IS NUMERIC
           THEN
             MOVE CT-YEAR              TO WK-YEAR
           END-IF.
           CLOSE                       CTL-FILE.
           OPEN OUTPUT                 STM-FILE
                                       RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '年度利息清单控制报表 '
                                       DELIMITED BY SIZE
                  '年度:'              DELIMITED BY SIZE
                  WK-YEAR              DELIMITED BY SIZE
                  ' 营业日:'           DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

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

      *    逐户:先汇本年透支利息回收,再按币种出结息清单,
      *    只有回收无结息的币种单独出清单
       2000-SCAN-ACN-RTN.
           ADD 1                       TO WK-ACCT-CNT.
           PERFORM 3000-LOAD-RCV-RTN.
           PERFORM 4000-SCAN-HIS-RTN.
           MOVE 1                      TO WK-IX.
           PERFORM 4900-RCV-ONLY-RTN UNTIL WK-IX > WK-RV-CNT.
           PERFORM 2020-NEXT-ACN-RTN.

       2020-NEXT-ACN-RTN.
           INITIALIZE                  PDBIMAIN.
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

      *    本年明细透支利息回收分项按币种累计(冲正明细为负值
      *    自然抵减)
       3000-LOAD-RCV-RTN.
           MOVE ZEROS                  TO WK-RV-CNT.
           MOVE 'N'                    TO WK-TXN-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 98                     TO DBI-DB-SEQUENCE.
           PERFORM 3010-TXN-LOOP-RTN UNTIL WK-TXN-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       3010-TXN-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-EOF            TO TRUE
           ELSE
             IF SA-TX-DT OF SAACNTXN(1:4) = WK-YEAR AND
                SA-OD-INT-RCV-AMT OF SAACNTXN NOT = ZEROS
             THEN
               PERFORM 3020-ADD-RCV-RTN
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
           END-IF.

       3020-ADD-RCV-RTN.
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO WK-CUR-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNTXN
                                       TO WK-CUR-CURR-IDEN.
           PERFORM 3030-FIND-RCV-RTN.
           IF WK-HIT = ZEROS AND WK-RV-CNT < 20
           THEN
             ADD 1                     TO WK-RV-CNT
             MOVE WK-RV-CNT            TO WK-HIT
             MOVE WK-CUR-KEY           TO WK-RV-KEY(WK-HIT)
             MOVE ZEROS                TO WK-RV-AMT(WK-HIT)
             MOVE 'N'                  TO WK-RV-USED-FLG(WK-HIT)
           END-IF.
           IF WK-HIT > ZEROS
           THEN
             ADD SA-OD-INT-RCV-AMT OF SAACNTXN
                                       TO WK-RV-AMT(WK-HIT)
           END-IF.

       3030-FIND-RCV-RTN.
           MOVE ZEROS                  TO WK-HIT.
           MOVE 1                      TO WK-IX.
           PERFORM 3040-FIND-LOOP-RTN
                   UNTIL WK-IX > WK-RV-CNT OR WK-HIT > ZEROS.

       3040-FIND-LOOP-RTN.
           IF WK-RV-KEY(WK-IX) = WK-CUR-KEY
           THEN
             MOVE WK-IX                TO WK-HIT
           END-IF.
           ADD 1                       TO WK-IX.

      *    结息历史按账号+币种+结息日有序,币种变换即换清单
       4000-SCAN-HIS-RTN.
           MOVE 'N'                    TO WK-ITH-EOF-FLG.
           MOVE LOW-VALUES             TO WK-CUR-KEY.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAITSHIS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAITHD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAITSHIS'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 97                     TO DBI-DB-SEQUENCE.
           PERFORM 4010-HIS-LOOP-RTN UNTIL WK-ITH-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAITSHIS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF WK-CUR-KEY NOT = LOW-VALUES
           THEN
             PERFORM 4300-STMT-FOOT-RTN
           END-IF.

       4010-HIS-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAITSHIS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-ITH-EOF            TO TRUE
           ELSE
             IF SA-ITH-STL-DT(1:4) = WK-YEAR AND
                SA-ITH-STS NOT = '1'
             THEN
               PERFORM 4020-TAKE-HIS-RTN
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

       4020-TAKE-HIS-RTN.
           IF SA-ITH-CURR-COD NOT = WK-CUR-CURR-COD OR
              SA-ITH-CURR-IDEN NOT = WK-CUR-CURR-IDEN
           THEN
             IF WK-CUR-KEY NOT = LOW-VALUES
             THEN
               PERFORM 4300-STMT-FOOT-RTN
             END-IF
             MOVE SA-ITH-CURR-COD      TO WK-CUR-CURR-COD
             MOVE SA-ITH-CURR-IDEN     TO WK-CUR-CURR-IDEN
             PERFORM 4100-STMT-HEAD-RTN
           END-IF.
           PERFORM 4200-STMT-LINE-RTN.

      *    清单表头:账号/户名/币种/开户机构及栏目
       4100-STMT-HEAD-RTN.
           ADD 1                       TO WK-STMT-CNT.
           MOVE ZEROS                  TO WK-ST-INT-AMT
                                          WK-ST-NGO-INT-AMT
                                          WK-ST-WHT-AMT
                                          WK-ST-NET-AMT
                                          WK-ST-OD-INT-AMT.
           MOVE SPACES                 TO STM-LINE.
           STRING '年度利息清单 年度:' DELIMITED BY SIZE
                  WK-YEAR              DELIMITED BY SIZE
                                       INTO STM-LINE.
           WRITE STM-LINE.
           MOVE SPACES                 TO STM-LINE.
           STRING '账号:'              DELIMITED BY SIZE
                  SA-ACCT-NO OF SAACNACN
                                       DELIMITED BY SIZE
                  ' 户名:'             DELIMITED BY SIZE
                  SA-ACCT-NAME OF SAACNACN(1:60)
                                       DELIMITED BY SIZE
                                       INTO STM-LINE.
           WRITE STM-LINE.
           MOVE SPACES                 TO STM-LINE.
           STRING '币种:'              DELIMITED BY SIZE
                  WK-CUR-CURR-COD      DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WK-CUR-CURR-IDEN     DELIMITED BY SIZE
                  ' 开户机构:'         DELIMITED BY SIZE
                  SA-OPAC-INSTN-NO OF SAACNACN
                                       DELIMITED BY SIZE
                                       INTO STM-LINE.
           WRITE STM-LINE.
           MOVE SPACES                 TO STM-LINE.
           STRING '结息日     普通利息        '
                                       DELIMITED BY SIZE
                  '协定分层利息    代扣税款        '
                                       DELIMITED BY SIZE
                  '实付净息        透支息计收      入账'
                                       DELIMITED BY SIZE
                                       INTO STM-LINE.
           WRITE STM-LINE.

      *    逐次结息:划付收息账户者另起一行列示收息账号
       4200-STMT-LINE-RTN.
           ADD 1                       TO WK-STL-CNT.
           ADD SA-ITH-INT-AMT          TO WK-ST-INT-AMT.
           ADD SA-ITH-NGO-INT-AMT      TO WK-ST-NGO-INT-AMT.
           ADD SA-ITH-WHT-AMT          TO WK-ST-WHT-AMT.
           ADD SA-ITH-NET-AMT          TO WK-ST-NET-AMT.
           ADD SA-ITH-OD-INT-AMT       TO WK-ST-OD-INT-AMT.
           MOVE SA-ITH-STL-DT          TO STM-STL-DT.
           MOVE SA-ITH-INT-AMT         TO STM-INT-AMT.
           MOVE SA-ITH-NGO-INT-AMT     TO STM-NGO-INT-AMT.
           MOVE SA-ITH-WHT-AMT         TO STM-WHT-AMT.
           MOVE SA-ITH-NET-AMT         TO STM-NET-AMT.
           MOVE SA-ITH-OD-INT-AMT      TO STM-OD-INT-AMT.
           IF SA-ITH-PAYOUT-FLG = '1'
           THEN
             MOVE '划付'               TO STM-DEST
           ELSE
             MOVE '本户'               TO STM-DEST
           END-IF.
           WRITE STM-LINE              FROM STM-DETAIL.
           IF SA-ITH-PAYOUT-FLG = '1'
           THEN
             MOVE SPACES               TO STM-LINE
             STRING '          收息账户:' DELIMITED BY SIZE
                    SA-ITH-TGT-ACCT-NO DELIMITED BY SIZE
                    ' 贷记明细'        DELIMITED BY SIZE
                    SA-ITH-CR-DET-NO-N DELIMITED BY SIZE
                                       INTO STM-LINE
             WRITE STM-LINE
           END-IF.

      *    清单合计与本年透支利息回收
       4300-STMT-FOOT-RTN.
           MOVE '合计'                 TO STM-STL-DT.
           MOVE WK-ST-INT-AMT          TO STM-INT-AMT.
           MOVE WK-ST-NGO-INT-AMT      TO STM-NGO-INT-AMT.
           MOVE WK-ST-WHT-AMT          TO STM-WHT-AMT.
           MOVE WK-ST-NET-AMT          TO STM-NET-AMT.
           MOVE WK-ST-OD-INT-AMT       TO STM-OD-INT-AMT.
           MOVE SPACES                 TO STM-DEST.
           WRITE STM-LINE              FROM STM-DETAIL.
           PERFORM 3030-FIND-RCV-RTN.
           MOVE ZEROS                  TO RPT-AMT-ED.
           IF WK-HIT > ZEROS
           THEN
             MOVE WK-RV-AMT(WK-HIT)    TO RPT-AMT-ED
             MOVE 'Y'                  TO WK-RV-USED-FLG(WK-HIT)
           END-IF.
           MOVE SPACES                 TO STM-LINE.
           STRING '本年透支利息回收:'  DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                                       INTO STM-LINE.
           WRITE STM-LINE.
           MOVE ALL '-'                TO STM-LINE.
           WRITE STM-LINE.

      *    本年无结息而有透支利息回收的币种单出清单
       4900-RCV-ONLY-RTN.
           IF WK-RV-USED-FLG(WK-IX) NOT = 'Y' AND
              WK-RV-AMT(WK-IX) NOT = ZEROS
           THEN
             MOVE WK-RV-KEY(WK-IX)     TO WK-CUR-KEY
             PERFORM 4100-STMT-HEAD-RTN
             MOVE SPACES               TO STM-LINE
             MOVE '本年无结息'         TO STM-LINE
             WRITE STM-LINE
      *      合计段按币种回查回收桶,查得序号即本桶
             PERFORM 4300-STMT-FOOT-RTN
             MOVE WK-HIT               TO WK-IX
           END-IF.
           ADD 1                       TO WK-IX.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '扫描账户数:'        DELIMITED BY SIZE
                  WK-ACCT-CNT          DELIMITED BY SIZE
                  ' 清单数:'           DELIMITED BY SIZE
                  WK-STMT-CNT          DELIMITED BY SIZE
                  ' 结息笔数:'         DELIMITED BY SIZE
                  WK-STL-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE                       STM-FILE
                                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARAIS'.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             CLOSE                       STM-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
