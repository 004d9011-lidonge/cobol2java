      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARORP1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSARORP1                                *
      * DESCRIPTION........: ORPHANED INSTRUCTION TARGET SWEEP       *
      *                      日终扫描他户名下存续的约定划款/利息入账 *
      *                      /预约转账指示,划入/收息/转入账户已销户  *
      *                      或对应币种段已销户的,指示置暂停,免得次  *
      *                      日执行批量失败;出按指示所属机构分列的   *
      *                      暂停清单与机构合计,交开户机构联系客户   *
      *                      重新指定收款账户                         *
      *                      须排在KSARSWP1/KSARSTO1/KSARITS1之前     *
      * INPUT..............: BSASWPD BSAITSD BSASTOD                 *
      * OUTPUT.............: ORPTGTRP                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSASWPD   SASWPINS       R/U                                 *
      * BSAITSD   SAITSINS       R/U                                 *
      * BSASTOD   SASTOINS       R/U                                 *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNAMT       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE             ASSIGN TO ORPTGTRP
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
       01 SASWPINS.
          COPY                         SASWPINS.
       01 SAITSINS.
          COPY                         SAITSINS.
       01 SASTOINS.
          COPY                         SASTOINS.
       01 SAACNACN.
          COPY                         SAACNACN.
       01 SAACNAMT.
          COPY                         SAACNAMT.
           COPY                        APPAREA.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-OWN-ACCT-NO          PIC X(32).
           05  WK-OWN-BRANCH-STD       PIC X(09).
           05  WK-TGT-ACCT-NO          PIC X(32).
           05  WK-TGT-CURR-COD         PIC X(03).
           05  WK-TGT-CURR-IDEN        PIC X(01).
           05  WK-SEQ-N                PIC 9(03).
      *    指示类别 1-约定划款 2-利息入账 3-预约转账
           05  WK-INS-TYP              PIC 9(01).
      *    暂停原因 1-收款账户不存在 2-收款账户已销户
      *             3-收款币种段已销户
           05  WK-RSN                  PIC 9(01).
           05  WK-SCAN-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-SUSP-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-INS-EOF                    VALUE 'Y'.
       01  WK-BR-TBL.
           05  WK-BR-CNT               PIC 9(04) COMP VALUE ZEROS.
           05  WK-BR-ENT               OCCURS 1000 TIMES.
               10  WK-BR-BRANCH        PIC X(09).
               10  WK-BR-SUSP-CNT      PIC 9(07) OCCURS 3 TIMES.
       01  WK-BR-IX                    PIC 9(04) COMP.
       01  WK-BR-HIT                   PIC 9(04) COMP.
       01  WK-NAME-TBL.
           05  FILLER                  PIC X(12) VALUE '约定划款'.
           05  FILLER                  PIC X(12) VALUE '利息入账'.
           05  FILLER                  PIC X(12) VALUE '预约转账'.
       01  WK-NAME-TBL-R REDEFINES WK-NAME-TBL.
           05  WK-INS-NAME             PIC X(12) OCCURS 3 TIMES.
       01  WK-RSN-TBL.
           05  FILLER                  PIC X(24)
                                       VALUE '收款账户不存在'.
           05  FILLER                  PIC X(24)
                                       VALUE '收款账户已销户'.
           05  FILLER                  PIC X(24)
                                       VALUE '收款币种段已销户'.
       01  WK-RSN-TBL-R REDEFINES WK-RSN-TBL.
           05  WK-RSN-NAME             PIC X(24) OCCURS 3 TIMES.
       01  RPT-DETAIL.
           05  RPT-OWN-BRANCH-STD      PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-INS-NAME            PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-SEQ-N               PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TGT-ACCT-NO         PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TGT-CURR            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-RSN                 PIC X(24).
           05  FILLER                  PIC X(10) VALUE SPACES.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SWEEP-SWP-RTN.
           PERFORM 3000-SWEEP-ITS-RTN.
           PERFORM 4000-SWEEP-STO-RTN.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           MOVE WK-BUSN-DT             TO SYS-BUSN-DT.
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '收款账户失效指示暂停清单 '
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.

      ****************************************************************
      *    约定划款指示:划入账户及同币种段                          *
      ****************************************************************
       2000-SWEEP-SWP-RTN.
           MOVE 'N'                    TO WK-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASWPINS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASWPD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SASWPINS'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SASWPINS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-INS-EOF            TO TRUE
           END-IF.
           PERFORM 2100-SWP-LOOP-RTN UNTIL WK-INS-EOF.

       2100-SWP-LOOP-RTN.
           ADD 1                       TO WK-SCAN-CNT.
           IF SA-SWP-STS = '0'
           THEN
             MOVE 1                    TO WK-INS-TYP
             MOVE SA-SWP-ACCT-NO       TO WK-OWN-ACCT-NO
             MOVE SA-SWP-SEQ-N         TO WK-SEQ-N
             MOVE SA-SWP-TGT-ACCT-NO   TO WK-TGT-ACCT-NO
             MOVE SA-SWP-CURR-COD      TO WK-TGT-CURR-COD
             MOVE SA-SWP-CURR-IDEN     TO WK-TGT-CURR-IDEN
             PERFORM 5000-CHECK-TGT-RTN
             IF WK-RSN NOT = ZEROS
             THEN
               MOVE '2'                TO SA-SWP-STS
               INITIALIZE              PDBIMAIN
               MOVE 'BSASWPD'          TO DBI-DB-NAME
               MOVE FT-REPL            TO DBI-FT-NAME
               CALL 'GDBIMAIN' USING   PDBIMAIN
                                       SASWPINS
                                       AIF-AREA
               PERFORM 9900-CHECK-DBI-RTN
               PERFORM 5200-GU-OWN-BRANCH-RTN
               PERFORM 6000-WRITE-DETAIL-RTN
             END-IF
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASWPD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SASWPINS'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SASWPINS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-INS-EOF            TO TRUE
           END-IF.

      ****************************************************************
      *    利息入账指示:收息账户(无币种,只查户级状态)              *
      ****************************************************************
       3000-SWEEP-ITS-RTN.
           MOVE 'N'                    TO WK-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAITSINS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAITSD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SAITSINS'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAITSINS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-INS-EOF            TO TRUE
           END-IF.
           PERFORM 3100-ITS-LOOP-RTN UNTIL WK-INS-EOF.

       3100-ITS-LOOP-RTN.
           ADD 1                       TO WK-SCAN-CNT.
           IF SA-ITS-STS = '0'
           THEN
             MOVE 2                    TO WK-INS-TYP
             MOVE SA-ITS-ACCT-NO       TO WK-OWN-ACCT-NO
             MOVE ZEROS                TO WK-SEQ-N
             MOVE SA-ITS-TGT-ACCT-NO   TO WK-TGT-ACCT-NO
             MOVE SPACES               TO WK-TGT-CURR-COD
             MOVE SPACES               TO WK-TGT-CURR-IDEN
             PERFORM 5000-CHECK-TGT-RTN
             IF WK-RSN NOT = ZEROS
             THEN
               MOVE '2'                TO SA-ITS-STS
               INITIALIZE              PDBIMAIN
               MOVE 'BSAITSD'          TO DBI-DB-NAME
               MOVE FT-REPL            TO DBI-FT-NAME
               CALL 'GDBIMAIN' USING   PDBIMAIN
                                       SAITSINS
                                       AIF-AREA
               PERFORM 9900-CHECK-DBI-RTN
               PERFORM 5200-GU-OWN-BRANCH-RTN
               PERFORM 6000-WRITE-DETAIL-RTN
             END-IF
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAITSD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SAITSINS'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAITSINS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-INS-EOF            TO TRUE
           END-IF.

      ****************************************************************
      *    预约转账指示:转入账户及同币种段,所属机构取指示登记值     *
      ****************************************************************
       4000-SWEEP-STO-RTN.
           MOVE 'N'                    TO WK-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTOINS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTOD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SASTOINS'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SASTOINS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-INS-EOF            TO TRUE
           END-IF.
           PERFORM 4100-STO-LOOP-RTN UNTIL WK-INS-EOF.

       4100-STO-LOOP-RTN.
           ADD 1                       TO WK-SCAN-CNT.
           IF SA-STO-STS = '0'
           THEN
             MOVE 3                    TO WK-INS-TYP
             MOVE SA-STO-ACCT-NO       TO WK-OWN-ACCT-NO
             MOVE SA-STO-SEQ-N         TO WK-SEQ-N
             MOVE SA-STO-TGT-ACCT-NO   TO WK-TGT-ACCT-NO
             MOVE SA-STO-CURR-COD      TO WK-TGT-CURR-COD
             MOVE SA-STO-CURR-IDEN     TO WK-TGT-CURR-IDEN
             PERFORM 5000-CHECK-TGT-RTN
             IF WK-RSN NOT = ZEROS
             THEN
               MOVE '3'                TO SA-STO-STS
               INITIALIZE              PDBIMAIN
               MOVE 'BSASTOD'          TO DBI-DB-NAME
               MOVE FT-REPL            TO DBI-FT-NAME
               CALL 'GDBIMAIN' USING   PDBIMAIN
                                       SASTOINS
                                       AIF-AREA
               PERFORM 9900-CHECK-DBI-RTN
               MOVE SA-STO-OWN-BRANCH-STD
                                       TO WK-OWN-BRANCH-STD
               IF WK-OWN-BRANCH-STD = SPACES
               THEN
                 PERFORM 5200-GU-OWN-BRANCH-RTN
               END-IF
               PERFORM 6000-WRITE-DETAIL-RTN
             END-IF
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTOD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SASTOINS'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SASTOINS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-INS-EOF            TO TRUE
           END-IF.

      *    收款账户核对:不存在/户级销户/币种段不存在或已销户
       5000-CHECK-TGT-RTN.
           MOVE ZEROS                  TO WK-RSN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-TGT-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 1                    TO WK-RSN
           ELSE
             IF SA-ACCT-STS OF SAACNACN = '1'
             THEN
               MOVE 2                  TO WK-RSN
             ELSE
               IF WK-TGT-CURR-COD NOT = SPACES
               THEN
                 PERFORM 5100-GU-TGT-AMT-RTN
               END-IF
             END-IF
           END-IF.

       5100-GU-TGT-AMT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-TGT-ACCT-NO         TO DBI-KEY-VALUE1(1).
           STRING WK-TGT-CURR-COD, WK-TGT-CURR-IDEN
                         DELIMITED BY SIZE INTO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNAMT
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 3                    TO WK-RSN
           ELSE
             IF SA-DDP-ACCT-STS OF SAACNAMT = C-SA-CLOSED-COD
             THEN
               MOVE 3                  TO WK-RSN
             END-IF
           END-IF.

      *    指示所属机构取付款账户开户机构
       5200-GU-OWN-BRANCH-RTN.
           MOVE SPACES                 TO WK-OWN-BRANCH-STD.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-OWN-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO WK-OWN-BRANCH-STD
           END-IF.

       6000-WRITE-DETAIL-RTN.
           ADD 1                       TO WK-SUSP-CNT.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE WK-OWN-BRANCH-STD      TO RPT-OWN-BRANCH-STD.
           MOVE WK-INS-NAME(WK-INS-TYP)
                                       TO RPT-INS-NAME.
           MOVE WK-OWN-ACCT-NO         TO RPT-ACCT-NO.
           MOVE WK-SEQ-N               TO RPT-SEQ-N.
           MOVE WK-TGT-ACCT-NO         TO RPT-TGT-ACCT-NO.
           STRING WK-TGT-CURR-COD, WK-TGT-CURR-IDEN
                         DELIMITED BY SIZE INTO RPT-TGT-CURR.
           MOVE WK-RSN-NAME(WK-RSN)    TO RPT-RSN.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           PERFORM 6100-ADD-BR-RTN.

       6100-ADD-BR-RTN.
           MOVE ZEROS                  TO WK-BR-HIT.
           MOVE 1                      TO WK-BR-IX.
           PERFORM 6110-FIND-BR-RTN
                   UNTIL WK-BR-IX > WK-BR-CNT.
           IF WK-BR-HIT = ZEROS
           THEN
             IF WK-BR-CNT < 1000
             THEN
               ADD 1                   TO WK-BR-CNT
               MOVE WK-BR-CNT          TO WK-BR-HIT
               MOVE WK-OWN-BRANCH-STD  TO WK-BR-BRANCH(WK-BR-HIT)
               MOVE ZEROS              TO WK-BR-SUSP-CNT(WK-BR-HIT 1)
               MOVE ZEROS              TO WK-BR-SUSP-CNT(WK-BR-HIT 2)
               MOVE ZEROS              TO WK-BR-SUSP-CNT(WK-BR-HIT 3)
             ELSE
               MOVE WK-BR-CNT          TO WK-BR-HIT
             END-IF
           END-IF.
           ADD 1           TO WK-BR-SUSP-CNT(WK-BR-HIT WK-INS-TYP).

       6110-FIND-BR-RTN.
           IF WK-BR-BRANCH(WK-BR-IX) = WK-OWN-BRANCH-STD
           THEN
             MOVE WK-BR-IX             TO WK-BR-HIT
             MOVE WK-BR-CNT            TO WK-BR-IX
           END-IF.
           ADD 1                       TO WK-BR-IX.

      *    机构合计与总计
       9000-END-RTN.
           MOVE 1                      TO WK-BR-IX.
           PERFORM 9100-WRITE-BR-RTN
                   UNTIL WK-BR-IX > WK-BR-CNT.
           MOVE SPACES                 TO RPT-LINE.
           STRING '扫描指示数: '       DELIMITED BY SIZE
                  WK-SCAN-CNT          DELIMITED BY SIZE
                  '  暂停指示数: '     DELIMITED BY SIZE
                  WK-SUSP-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                        RPT-FILE.

       9100-WRITE-BR-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '机构 '              DELIMITED BY SIZE
                  WK-BR-BRANCH(WK-BR-IX)
                                       DELIMITED BY SIZE
                  ' 约定划款: '        DELIMITED BY SIZE
                  WK-BR-SUSP-CNT(WK-BR-IX 1)
                                       DELIMITED BY SIZE
                  ' 利息入账: '        DELIMITED BY SIZE
                  WK-BR-SUSP-CNT(WK-BR-IX 2)
                                       DELIMITED BY SIZE
                  ' 预约转账: '        DELIMITED BY SIZE
                  WK-BR-SUSP-CNT(WK-BR-IX 3)
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           ADD 1                       TO WK-BR-IX.

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
