      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARBOW1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARBOW1                                *
      * DESCRIPTION........: BENEFICIAL OWNER REFRESH SWEEP (BMP)    *
      *                      受益所有人存量复查:逐户检查登记簿内各    *
      *                      受益所有人证件到期日及最近复核日,按      *
      *                      证件已到期/超复核周期未复核/证件临期     *
      *                      置复查状态,KSABOW0变更或复核确认后清除; *
      *                      按登记网点出催办工作清单                  *
      * KB/CF TO BE CALLED: CCMDAT1                                  *
      * INPUT..............: (无)                                    *
      * OUTPUT.............: BOWWRKRP                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSABOWD   SABOWREG       R/U                                 *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE             ASSIGN TO BOWWRKRP
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
       01 SABOWREG.
          COPY                         SABOWREG.
           COPY                        APPAREA.
      *    临期预告天数
       77  WK-WARN-AHEAD-DAYS          PIC 9(05) VALUE 30.
       01  WK-BOW-IX                   PIC 9(02) COMP.
       01  WK-AREA.
           05  WK-WARN-CUTOFF          PIC X(08).
      *    最近复核日早于此日即超复核周期
           05  WK-RFS-CUTOFF           PIC X(08).
           05  WK-BUSN-DT-N            PIC 9(08).
           05  WK-RFS-CUTOFF-N         PIC 9(08).
           05  WK-MIN-EXP-DT           PIC X(08).
           05  WK-NEW-STS              PIC X(01).
           05  WK-CUST-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-CTL-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-BOW-EOF                    VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-BRANCH-STD          PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CUST-NO             PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-BOW-CNT             PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-MIN-EXP-DT          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-UPD-DT              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-RVW-STS             PIC X(01).
           05  FILLER                  PIC X(74) VALUE SPACES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-BOW-RTN UNTIL WK-BOW-EOF.
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
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT-N.
           COMPUTE WK-RFS-CUTOFF-N = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WK-BUSN-DT-N) -
                   C-SA-BOW-RFS-DAYS).
           MOVE WK-RFS-CUTOFF-N        TO WK-RFS-CUTOFF.
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '受益所有人复查催办工作清单 '
                                       DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 2010-OPEN-BOW-RTN.

       2010-OPEN-BOW-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SABOWREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSABOWD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SABOWREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SABOWREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-BOW-EOF            TO TRUE
           END-IF.

       2000-SCAN-BOW-RTN.
           ADD 1                       TO WK-CUST-CNT.
           PERFORM 3000-CHECK-BOW-RTN.
           PERFORM 2020-NEXT-BOW-RTN.

       2020-NEXT-BOW-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSABOWD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SABOWREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SABOWREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-BOW-EOF            TO TRUE
           END-IF.

      *    分级:任一受益所有人证件已到期-3;最近复核日超复核
      *    周期-2;证件临期-1;变更或复核确认后由KSABOW0清除
       3000-CHECK-BOW-RTN.
           MOVE HIGH-VALUES            TO WK-MIN-EXP-DT.
           MOVE 1                      TO WK-BOW-IX.
           PERFORM 3010-MIN-EXP-RTN UNTIL WK-BOW-IX > 5.
           EVALUATE TRUE
             WHEN WK-MIN-EXP-DT < SYS-BUSN-DT
               MOVE '3'                TO WK-NEW-STS
             WHEN SA-BOW-UPD-DT < WK-RFS-CUTOFF
               MOVE '2'                TO WK-NEW-STS
             WHEN WK-MIN-EXP-DT <= WK-WARN-CUTOFF
               MOVE '1'                TO WK-NEW-STS
             WHEN OTHER
               MOVE SPACES             TO WK-NEW-STS
           END-EVALUATE.
           IF WK-NEW-STS NOT = SA-BOW-RVW-STS
           THEN
             MOVE WK-NEW-STS           TO SA-BOW-RVW-STS
             MOVE SYS-BUSN-DT          TO SA-BOW-RVW-DT
             INITIALIZE                PDBIMAIN
             MOVE 'BSABOWD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SABOWREG
                                       AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
           END-IF.
           IF WK-NEW-STS NOT = SPACES
           THEN
             PERFORM 5010-WRITE-DETAIL-RTN
             ADD 1                     TO WK-CTL-CNT
           END-IF.

       3010-MIN-EXP-RTN.
           IF SA-BOW-NAME(WK-BOW-IX) NOT = SPACES AND
              SA-BOW-CERT-EXP-DT(WK-BOW-IX) NOT = SPACES AND
              SA-BOW-CERT-EXP-DT(WK-BOW-IX) < WK-MIN-EXP-DT
           THEN
             MOVE SA-BOW-CERT-EXP-DT(WK-BOW-IX)
                                       TO WK-MIN-EXP-DT
           END-IF.
           ADD 1                       TO WK-BOW-IX.

       5010-WRITE-DETAIL-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE SA-BOW-REG-BRANCH-STD  TO RPT-BRANCH-STD.
           MOVE SA-BOW-CUST-NO         TO RPT-CUST-NO.
           MOVE SA-BOW-CNT             TO RPT-BOW-CNT.
           IF WK-MIN-EXP-DT NOT = HIGH-VALUES
           THEN
             MOVE WK-MIN-EXP-DT        TO RPT-MIN-EXP-DT
           END-IF.
           MOVE SA-BOW-UPD-DT          TO RPT-UPD-DT.
           MOVE WK-NEW-STS             TO RPT-RVW-STS.
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
           STRING '扫描客户数: '       DELIMITED BY SIZE
                  WK-CUST-CNT          DELIMITED BY SIZE
                  '  列管客户数: '     DELIMITED BY SIZE
                  WK-CTL-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                        RPT-FILE.
