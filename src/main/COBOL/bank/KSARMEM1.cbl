      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARMEM1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARMEM1                                *
      * DESCRIPTION........: ACCOUNT ALERT NOTE EXPIRY SWEEP (BMP)   *
      *                      账户提示信息到期清理:逐笔检查有效提示, *
      *                      失效日已过的置已到期,不再随交易回显;   *
      *                      失效日在预告期内的列临期清单,按登记     *
      *                      机构提请续期或撤销                      *
      * KB/CF TO BE CALLED: CCMDAT1                                  *
      * INPUT..............: (无)                                    *
      * OUTPUT.............: MEMEXPRP                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAMEMD   SAMEMNOT       R/U                                 *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE             ASSIGN TO MEMEXPRP
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
       01  PCCMDAT1.
           COPY                        PCCMDAT1.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAMEMNOT.
          COPY                         SAMEMNOT.
           COPY                        APPAREA.
      *    临期预告天数
       77  WK-WARN-AHEAD-DAYS          PIC 9(05) VALUE 15.
       01  WK-AREA.
           05  WK-WARN-CUTOFF          PIC X(08).
           05  WK-MEM-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-EXP-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-WARN-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-MEM-EOF                    VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-TYPE                PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-BRANCH-STD          PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-SEQ-N               PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-LVL                 PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-EXP-DT              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TEXT                PIC X(56).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-MEM-RTN UNTIL WK-MEM-EOF.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT SYS-BUSN-DT          FROM DATE YYYYMMDD.
           INITIALIZE                  PCCMDAT1.
           MOVE C-CM-DT-SDTOED         TO I-CMDATE-FUNC OF PCCMDAT1.
           MOVE C-CM-DT-DEP-DAY        TO I-CMDATE-TYPE OF PCCMDAT1.
           MOVE SYS-BUSN-DT            TO IO-CMDATE-STA-DATE
                                          OF PCCMDAT1.
           MOVE WK-WARN-AHEAD-DAYS     TO IO-CMDATE-PERIOD-DDD
                                          OF PCCMDAT1.
           CALL 'CCMDAT1' USING AIF-AREA
                                PCCMDAT1
                                SYS-AREA.
           MOVE IO-CMDATE-END-DATE OF PCCMDAT1
                                       TO WK-WARN-CUTOFF.
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '账户提示信息到期清理及临期清单 '
                                       DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 2010-OPEN-MEM-RTN.

       2010-OPEN-MEM-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAMEMNOT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAMEMD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SAMEMNOT'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAMEMNOT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-MEM-EOF            TO TRUE
           END-IF.

       2000-SCAN-MEM-RTN.
           IF SA-MEM-STS = '0'
           THEN
             ADD 1                     TO WK-MEM-CNT
             PERFORM 3000-CHECK-MEM-RTN
           END-IF.
           PERFORM 2020-NEXT-MEM-RTN.

       2020-NEXT-MEM-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAMEMD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SAMEMNOT'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAMEMNOT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-MEM-EOF            TO TRUE
           END-IF.

      *    失效日早于营业日:置已到期;失效日在预告期内:列临期
       3000-CHECK-MEM-RTN.
           IF SA-MEM-EXP-DT NOT = SPACES AND
              SA-MEM-EXP-DT < SYS-BUSN-DT
           THEN
             MOVE '2'                  TO SA-MEM-STS
             MOVE SYS-BUSN-DT          TO SA-MEM-UPD-DT
             MOVE 'KSARMEM1'           TO SA-MEM-UPD-TLR
             INITIALIZE                PDBIMAIN
             MOVE 'BSAMEMD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SAMEMNOT
                                       AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
             MOVE '已到期'             TO RPT-TYPE
             PERFORM 5010-WRITE-DETAIL-RTN
             ADD 1                     TO WK-EXP-CNT
           ELSE
             IF SA-MEM-EXP-DT NOT = SPACES AND
                SA-MEM-EXP-DT <= WK-WARN-CUTOFF
             THEN
               MOVE '临期'             TO RPT-TYPE
               PERFORM 5010-WRITE-DETAIL-RTN
               ADD 1                   TO WK-WARN-CNT
             END-IF
           END-IF.

       5010-WRITE-DETAIL-RTN.
           MOVE SA-MEM-AUTH-BRANCH     TO RPT-BRANCH-STD.
           MOVE SA-MEM-ACCT-NO         TO RPT-ACCT-NO.
           MOVE SA-MEM-SEQ-N           TO RPT-SEQ-N.
           MOVE SA-MEM-LVL             TO RPT-LVL.
           MOVE SA-MEM-EXP-DT          TO RPT-EXP-DT.
           MOVE SA-MEM-TEXT            TO RPT-TEXT.
           WRITE RPT-LINE              FROM RPT-DETAIL.

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

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '有效提示笔数: '     DELIMITED BY SIZE
                  WK-MEM-CNT           DELIMITED BY SIZE
                  '  到期笔数: '       DELIMITED BY SIZE
                  WK-EXP-CNT           DELIMITED BY SIZE
                  '  临期笔数: '       DELIMITED BY SIZE
                  WK-WARN-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                        RPT-FILE.
