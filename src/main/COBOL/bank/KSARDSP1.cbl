      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARDSP1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARDSP1                                *
      * DESCRIPTION........: OPEN DISPUTE AGING REPORT (BMP)         *
      *                      客户争议账龄周报:扫描未结案争议登记,   *
      *                      按登记机构+渠道号+交易码归并,分0-7天/ *
      *                      8-30天/31-90天/90天以上四档计笔数,并  *
      *                      合计争议金额                            *
      * INPUT..............: NONE                                    *
      * OUTPUT.............: DSPAGERP                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSADSPD   SADSPREG       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE             ASSIGN TO DSPAGERP
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
       01  PCMCONST.
           COPY                        PCMCONST.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SADSPREG.
          COPY                         SADSPREG.
           COPY                        APPAREA.
      *    归并表:机构+渠道+交易码,容量2000
       01  WK-AG-TBL.
           05  WK-AG-CNT               PIC 9(04) VALUE ZEROS.
           05  WK-AG-ENT OCCURS 2000 TIMES
                                       INDEXED BY WK-AG-IX.
               10  WK-AG-BRANCH        PIC X(09).
               10  WK-AG-CHAN-NO       PIC X(02).
               10  WK-AG-TX-CODE       PIC X(04).
      *        账龄档:1-0至7天 2-8至30天 3-31至90天 4-90天以上
               10  WK-AG-BKT-CNT       PIC 9(05) OCCURS 4.
               10  WK-AG-AMT           PIC S9(16)V9(2) COMP-3.
       01  WK-AREA.
           05  WK-BUSN-DT-N            PIC 9(08).
           05  WK-REG-DT-N             PIC 9(08).
           05  WK-TODAY-INT            PIC 9(08).
           05  WK-AGE-DAYS             PIC S9(07).
           05  WK-BKT-IX               PIC 9(01).
           05  WK-IX2                  PIC 9(04).
           05  WK-OPEN-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-OVFL-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-TOT-BKT-CNT          PIC 9(07) OCCURS 4.
           05  WK-TOT-AMT              PIC S9(16)V9(2) COMP-3
                                       VALUE ZEROS.
           05  WK-FOUND-FLG            PIC X(01) VALUE 'N'.
               88  WK-KEY-FOUND                  VALUE 'Y'.
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-DSP-EOF                    VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-BRANCH-STD          PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CHAN-NO             PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TX-CODE             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-BKT-GRP             OCCURS 4.
               10  RPT-BKT-CNT         PIC Z(06)9.
               10  FILLER              PIC X(02).
           05  RPT-AMT                 PIC -(13)9.99.
           05  FILLER                  PIC X(58) VALUE SPACES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-DSP-RTN UNTIL WK-DSP-EOF.
           PERFORM 5000-WRITE-RPT-RTN.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT SYS-BUSN-DT          FROM DATE YYYYMMDD.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT-N.
           COMPUTE WK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WK-BUSN-DT-N).
           MOVE ZEROS                  TO WK-TOT-BKT-CNT(1)
                                          WK-TOT-BKT-CNT(2)
                                          WK-TOT-BKT-CNT(3)
                                          WK-TOT-BKT-CNT(4).
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '客户争议未结案账龄周报 ' DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '机构      渠道 交易码 '  DELIMITED BY SIZE
                  '0-7天    8-30天   31-90天  90天以上 '
                                       DELIMITED BY SIZE
                  '争议金额'           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 2010-OPEN-DSP-RTN.

       2010-OPEN-DSP-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SADSPREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSADSPD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SADSPREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SADSPREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-DSP-EOF            TO TRUE
           END-IF.

      *    仅统计登记/处理中的争议,已结案不计
       2000-SCAN-DSP-RTN.
           IF SA-DSP-STS = '0' OR '1'
           THEN
             ADD 1                     TO WK-OPEN-CNT
             PERFORM 3000-AGE-DSP-RTN
             PERFORM 4000-ADD-ENT-RTN
           END-IF.
           PERFORM 2020-NEXT-DSP-RTN.

       2020-NEXT-DSP-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSADSPD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SADSPREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SADSPREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-DSP-EOF            TO TRUE
           END-IF.

      *    账龄自登记日起算(重开的争议沿用原登记日)
       3000-AGE-DSP-RTN.
           MOVE ZEROS                  TO WK-AGE-DAYS.
           IF SA-DSP-REG-DT IS NUMERIC
           THEN
             MOVE SA-DSP-REG-DT        TO WK-REG-DT-N
             COMPUTE WK-AGE-DAYS = WK-TODAY-INT -
                 FUNCTION INTEGER-OF-DATE(WK-REG-DT-N)
           END-IF.
           IF WK-AGE-DAYS NOT > 7
           THEN
             MOVE 1                    TO WK-BKT-IX
           ELSE
             IF WK-AGE-DAYS NOT > 30
             THEN
               MOVE 2                  TO WK-BKT-IX
             ELSE
               IF WK-AGE-DAYS NOT > 90
               THEN
                 MOVE 3                TO WK-BKT-IX
               ELSE
                 MOVE 4                TO WK-BKT-IX
               END-IF
             END-IF
           END-IF.
           ADD 1                       TO WK-TOT-BKT-CNT(WK-BKT-IX).
           ADD SA-DSP-AMT              TO WK-TOT-AMT.

       4000-ADD-ENT-RTN.
           MOVE 'N'                    TO WK-FOUND-FLG.
           SET WK-AG-IX                TO 1.
           PERFORM 4010-SEARCH-RTN
                   UNTIL WK-AG-IX > WK-AG-CNT
                      OR WK-KEY-FOUND.
           IF NOT WK-KEY-FOUND
           THEN
             IF WK-AG-CNT < 2000
             THEN
               ADD 1                   TO WK-AG-CNT
               SET WK-AG-IX            TO WK-AG-CNT
               MOVE SA-DSP-REG-BRANCH  TO WK-AG-BRANCH(WK-AG-IX)
               MOVE SA-DSP-LCH-CHAN-NO TO WK-AG-CHAN-NO(WK-AG-IX)
               MOVE SA-DSP-APP-TX-CODE TO WK-AG-TX-CODE(WK-AG-IX)
               MOVE ZEROS              TO WK-AG-BKT-CNT(WK-AG-IX , 1)
                                          WK-AG-BKT-CNT(WK-AG-IX , 2)
                                          WK-AG-BKT-CNT(WK-AG-IX , 3)
                                          WK-AG-BKT-CNT(WK-AG-IX , 4)
                                          WK-AG-AMT(WK-AG-IX)
               SET WK-KEY-FOUND        TO TRUE
             ELSE
               ADD 1                   TO WK-OVFL-CNT
             END-IF
           END-IF.
           IF WK-KEY-FOUND
           THEN
             ADD 1          TO WK-AG-BKT-CNT(WK-AG-IX , WK-BKT-IX)
             ADD SA-DSP-AMT            TO WK-AG-AMT(WK-AG-IX)
           END-IF.

       4010-SEARCH-RTN.
           IF WK-AG-BRANCH(WK-AG-IX) = SA-DSP-REG-BRANCH AND
              WK-AG-CHAN-NO(WK-AG-IX) = SA-DSP-LCH-CHAN-NO AND
              WK-AG-TX-CODE(WK-AG-IX) = SA-DSP-APP-TX-CODE
           THEN
             SET WK-KEY-FOUND          TO TRUE
           ELSE
             SET WK-AG-IX              UP BY 1
           END-IF.

       5000-WRITE-RPT-RTN.
           MOVE 1                      TO WK-IX2.
           PERFORM 5010-WRITE-ONE-RTN
                   UNTIL WK-IX2 > WK-AG-CNT.

       5010-WRITE-ONE-RTN.
           SET WK-AG-IX                TO WK-IX2.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE WK-AG-BRANCH(WK-AG-IX) TO RPT-BRANCH-STD.
           MOVE WK-AG-CHAN-NO(WK-AG-IX)
                                       TO RPT-CHAN-NO.
           MOVE WK-AG-TX-CODE(WK-AG-IX)
                                       TO RPT-TX-CODE.
           MOVE WK-AG-BKT-CNT(WK-AG-IX , 1) TO RPT-BKT-CNT(1).
           MOVE WK-AG-BKT-CNT(WK-AG-IX , 2) TO RPT-BKT-CNT(2).
           MOVE WK-AG-BKT-CNT(WK-AG-IX , 3) TO RPT-BKT-CNT(3).
           MOVE WK-AG-BKT-CNT(WK-AG-IX , 4) TO RPT-BKT-CNT(4).
           MOVE WK-AG-AMT(WK-AG-IX)    TO RPT-AMT.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           ADD 1                       TO WK-IX2.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE '合计'                 TO RPT-BRANCH-STD.
           MOVE WK-TOT-BKT-CNT(1)      TO RPT-BKT-CNT(1).
           MOVE WK-TOT-BKT-CNT(2)      TO RPT-BKT-CNT(2).
           MOVE WK-TOT-BKT-CNT(3)      TO RPT-BKT-CNT(3).
           MOVE WK-TOT-BKT-CNT(4)      TO RPT-BKT-CNT(4).
           MOVE WK-TOT-AMT             TO RPT-AMT.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           MOVE SPACES                 TO RPT-LINE.
           STRING '未结争议笔数:'      DELIMITED BY SIZE
                  WK-OPEN-CNT          DELIMITED BY SIZE
                  ' 归并表溢出:'       DELIMITED BY SIZE
                  WK-OVFL-CNT          DELIMITED BY SIZE
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
