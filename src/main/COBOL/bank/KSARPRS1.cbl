      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARPRS1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSARPRS1                                *
      * DESCRIPTION........: OUTWARD CLEARING PRESENTMENT BATCH      *
      *                      他行票据提出交换批量:日终扫描票据存入    *
      *                      待清算明细,凭证种类属浮动期日程表        *
      *                      (PSAFLTSC)、待清算且未提出的逐笔落提出   *
      *                      交换档(D-明细 T-尾记录带笔数/金额控制    *
      *                      合计),明细置已提出防重复提出;按开户     *
      *                      机构+凭证种类出提出控制报告              *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAFLTD   SAFLTDTL       R/U                                 *
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
           SELECT PRS-FILE             ASSIGN TO PRSOUTFL
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO PRSCTLRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    提出交换档:账号+明细序号作为提出参考号,退票控制卡
      *    (KSARFLT1 FLTRETIN)按此回填
       FD  PRS-FILE.
       01  PRS-REC                     PIC X(200).
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
       01 SAFLTDTL.
          COPY                         SAFLTDTL.
       01 SAACNACN.
          COPY                         SAACNACN.
           COPY                        APPAREA.
      * 票据存入待清算浮动期日程表,提出范围与KSADEP0入账一致
           COPY                        PSAFLTSC.
       01  PI-REC.
           05  PI-REC-TYP              PIC X(01).
           05  PI-REF-ACCT-NO          PIC X(32).
           05  PI-REF-SEQ-N            PIC 9(07).
           05  PI-PRES-BRANCH          PIC X(09).
           05  PI-DOC-TYP              PIC X(03).
           05  PI-DOC-NO               PIC X(20).
           05  PI-CURR-COD             PIC X(03).
           05  PI-AMT                  PIC 9(16)V9(2).
           05  PI-DEP-DT               PIC X(08).
           05  PI-CLR-DT               PIC X(08).
           05  PI-ACCT-NAME            PIC X(60).
           05  FILLER                  PIC X(31).
       01  PI-TRL-REC REDEFINES PI-REC.
           05  PT-REC-TYP              PIC X(01).
           05  PT-TOT-CNT              PIC 9(07).
           05  PT-TOT-AMT              PIC 9(16)V9(2).
           05  PT-PRES-DT              PIC X(08).
           05  FILLER                  PIC X(166).
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-SCAN-CNT             PIC 9(7)  VALUE ZEROS.
           05  WK-PRES-CNT             PIC 9(7)  VALUE ZEROS.
           05  WK-PRES-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-FLT-EOF                    VALUE 'Y'.
           05  WK-CLR-DOC-FLG          PIC X(01).
               88  WK-CLR-DOC                    VALUE 'Y'.
           05  WK-FLT-IX               PIC 9(02) COMP.
           05  WK-BRANCH               PIC X(09).
      *    机构+凭证种类控制合计表
       01  WK-CTL-TBL.
           05  WK-CTL-CNT              PIC 9(04) COMP VALUE ZEROS.
           05  WK-CTL-ENT              OCCURS 1000 TIMES.
               10  WK-CTL-BRANCH       PIC X(09).
               10  WK-CTL-DOC-TYP      PIC X(03).
               10  WK-CTL-ITEM-CNT     PIC 9(07).
               10  WK-CTL-ITEM-AMT     PIC S9(16)V9(2) COMP-3.
       01  WK-CTL-IX                   PIC 9(04) COMP.
       01  WK-CTL-HIT                  PIC 9(04) COMP.
       01  RPT-DETAIL.
           05  RPT-BRANCH              PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DOC-TYP             PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CNT                 PIC Z(6)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-AMT                 PIC -(13)9.99.
           05  FILLER                  PIC X(90) VALUE SPACES.
       01  RPT-EDIT-AMT                PIC -(13)9.99.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-FLT-RTN UNTIL WK-FLT-EOF.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           MOVE WK-BUSN-DT             TO SYS-BUSN-DT.
           OPEN OUTPUT                 PRS-FILE
                                       RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '他行票据提出交换控制报告 '
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '机构       凭证  笔数     金额'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 2010-OPEN-FLT-RTN.

       2010-OPEN-FLT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAFLTDTL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAFLTD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SAFLTDTL'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAFLTDTL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-FLT-EOF            TO TRUE
           END-IF.

      *    待清算、未提出、存入日不晚于当日且属清算票据的提出
       2000-SCAN-FLT-RTN.
           ADD 1                       TO WK-SCAN-CNT.
           IF SA-FLT-STS = '0' AND
              SA-FLT-PRES-FLG NOT = '1' AND
              SA-FLT-DEP-DT NOT > WK-BUSN-DT
           THEN
             PERFORM 2100-CHECK-DOC-TYP-RTN
             IF WK-CLR-DOC
             THEN
               PERFORM 3000-PRESENT-ONE-RTN
             END-IF
           END-IF.
           PERFORM 2020-NEXT-FLT-RTN.

       2020-NEXT-FLT-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAFLTD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SAFLTDTL'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAFLTDTL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-FLT-EOF            TO TRUE
           END-IF.

       2100-CHECK-DOC-TYP-RTN.
           MOVE 'N'                    TO WK-CLR-DOC-FLG.
           MOVE 1                      TO WK-FLT-IX.
           PERFORM 2110-SCAN-FLT-SCHED-RTN
                   UNTIL WK-FLT-IX > WK-FLT-SCHED-CNT.

       2110-SCAN-FLT-SCHED-RTN.
           IF SA-FLT-DOC-TYP = WK-FLT-DOC-TYP(WK-FLT-IX)
           THEN
             SET WK-CLR-DOC            TO TRUE
             MOVE WK-FLT-SCHED-CNT     TO WK-FLT-IX
           END-IF.
           ADD 1                       TO WK-FLT-IX.

      *    逐笔落提出档,明细置已提出,累计机构控制合计
       3000-PRESENT-ONE-RTN.
           PERFORM 3100-GET-ACN-RTN.
           MOVE SPACES                 TO PI-REC.
           MOVE 'D'                    TO PI-REC-TYP.
           MOVE SA-FLT-ACCT-NO         TO PI-REF-ACCT-NO.
           MOVE SA-FLT-SEQ-N           TO PI-REF-SEQ-N.
           MOVE WK-BRANCH              TO PI-PRES-BRANCH.
           MOVE SA-FLT-DOC-TYP         TO PI-DOC-TYP.
           MOVE SA-FLT-DOC-NO          TO PI-DOC-NO.
           MOVE SA-FLT-CURR-COD        TO PI-CURR-COD.
           MOVE SA-FLT-AMT             TO PI-AMT.
           MOVE SA-FLT-DEP-DT          TO PI-DEP-DT.
           MOVE SA-FLT-CLR-DT          TO PI-CLR-DT.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO PI-ACCT-NAME.
           WRITE PRS-REC               FROM PI-REC.
           ADD 1                       TO WK-PRES-CNT.
           ADD SA-FLT-AMT              TO WK-PRES-AMT.
           MOVE '1'                    TO SA-FLT-PRES-FLG.
           MOVE WK-BUSN-DT             TO SA-FLT-PRES-DT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAFLTD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAFLTDTL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           PERFORM 3200-ADD-CTL-RTN.

      *    提出机构取开户机构,户不存在时机构与户名置空照提
       3100-GET-ACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-FLT-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO WK-BRANCH.

       3200-ADD-CTL-RTN.
           MOVE ZEROS                  TO WK-CTL-HIT.
           MOVE 1                      TO WK-CTL-IX.
           PERFORM 3210-FIND-CTL-RTN
                   UNTIL WK-CTL-IX > WK-CTL-CNT.
           IF WK-CTL-HIT = ZEROS
           THEN
             IF WK-CTL-CNT < 1000
             THEN
               ADD 1                   TO WK-CTL-CNT
               MOVE WK-CTL-CNT         TO WK-CTL-HIT
               MOVE WK-BRANCH          TO WK-CTL-BRANCH(WK-CTL-HIT)
               MOVE SA-FLT-DOC-TYP     TO WK-CTL-DOC-TYP(WK-CTL-HIT)
               MOVE ZEROS              TO WK-CTL-ITEM-CNT(WK-CTL-HIT)
               MOVE ZEROS              TO WK-CTL-ITEM-AMT(WK-CTL-HIT)
             ELSE
      *        表满时并入末行,总计仍与提出档尾记录一致
               MOVE WK-CTL-CNT         TO WK-CTL-HIT
             END-IF
           END-IF.
           ADD 1                       TO WK-CTL-ITEM-CNT(WK-CTL-HIT).
           ADD SA-FLT-AMT              TO WK-CTL-ITEM-AMT(WK-CTL-HIT).

       3210-FIND-CTL-RTN.
           IF WK-CTL-BRANCH(WK-CTL-IX) = WK-BRANCH AND
              WK-CTL-DOC-TYP(WK-CTL-IX) = SA-FLT-DOC-TYP
           THEN
             MOVE WK-CTL-IX            TO WK-CTL-HIT
             MOVE WK-CTL-CNT           TO WK-CTL-IX
           END-IF.
           ADD 1                       TO WK-CTL-IX.

      *    提出档尾记录与机构控制报告
       9000-END-RTN.
           MOVE SPACES                 TO PI-TRL-REC.
           MOVE 'T'                    TO PT-REC-TYP.
           MOVE WK-PRES-CNT            TO PT-TOT-CNT.
           MOVE WK-PRES-AMT            TO PT-TOT-AMT.
           MOVE WK-BUSN-DT             TO PT-PRES-DT.
           WRITE PRS-REC               FROM PI-TRL-REC.
           MOVE 1                      TO WK-CTL-IX.
           PERFORM 9100-WRITE-CTL-RTN
                   UNTIL WK-CTL-IX > WK-CTL-CNT.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-PRES-AMT            TO RPT-EDIT-AMT.
           STRING '提出合计笔数: '     DELIMITED BY SIZE
                  WK-PRES-CNT          DELIMITED BY SIZE
                  '  金额: '           DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                  '  扫描明细数: '     DELIMITED BY SIZE
                  WK-SCAN-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                        PRS-FILE
                                        RPT-FILE.

       9100-WRITE-CTL-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE WK-CTL-BRANCH(WK-CTL-IX)
                                       TO RPT-BRANCH.
           MOVE WK-CTL-DOC-TYP(WK-CTL-IX)
                                       TO RPT-DOC-TYP.
           MOVE WK-CTL-ITEM-CNT(WK-CTL-IX)
                                       TO RPT-CNT.
           MOVE WK-CTL-ITEM-AMT(WK-CTL-IX)
                                       TO RPT-AMT.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           ADD 1                       TO WK-CTL-IX.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             MOVE SPACES                TO RPT-LINE
             STRING 'GDBIMAIN异常,DBI-DB-STATUS=' DELIMITED BY SIZE
                    DBI-DB-STATUS        DELIMITED BY SIZE
                                         INTO RPT-LINE
             WRITE RPT-LINE
             CLOSE                       PRS-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
