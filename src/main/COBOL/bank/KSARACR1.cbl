      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARACR1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARACR1                                *
      * DESCRIPTION........: DAILY INTEREST ACCRUAL JOURNAL (BMP)    *
      *                      应付利息计提:逐计息账户币种段按        *
      *                      KSARITS1同一口径(普通积数补齐至当日按   *
      *                      产品利率、协定各档按协定利率)算出本季   *
      *                      应计利息,与已计提额(SA-ACR-INT-AMT)    *
      *                      之差为当日计提额(倒起息交易亦自动补  *
      *                      差);按开户网点/法人/产品/币种汇总,    *
      *                      经CGLJRNL逐组落计提分录(类型A),失败   *
      *                      入CSNFQUE队列由KSARSNF1补登;结息日由  *
      *                      KSARITS1转出已计提额并列示差额          *
      * KB/CF TO BE CALLED: CPDPSA0  CSAPRD2  CGLJRNL  CSNFQUE       *
      * INPUT..............:                                         *
      * OUTPUT.............: ACRJNLRP                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNAMT       R/U                                 *
      * BSAACND   SAACNAGR       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRK-FILE             ASSIGN TO ACRWRKOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO ACRSRTWK.
           SELECT SRD-FILE             ASSIGN TO ACRWRKST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO ACRJNLRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  WRK-FILE.
       01  WRK-LINE                    PIC X(100).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-SORT-KEY             PIC X(26).
           05  FILLER                  PIC X(74).
       FD  SRD-FILE.
       01  SRD-LINE                    PIC X(100).
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
       01 SAACNAMT.
          COPY                         SAACNAMT.
       01 SAACNAGR.
          COPY                         SAACNAGR.
       01  PCPDPSA0.
           COPY                        PCPDPSA0.
       01  PCSAPRD2.
           COPY                        PCSAPRD2.
       01  PCGLJRNL.
           COPY                        PCGLJRNL.
       01  PCSNFQUE.
           COPY                        PCSNFQUE.
           COPY                        APPAREA.
      *    计提工作记录:每个当日计提额非零的币种段一条
       01  WK-ACR-REC.
           05  WA-SORT-KEY.
               10  WA-BRANCH-STD       PIC X(09).
               10  WA-LEGAL-PERSON-ID  PIC X(03).
               10  WA-PDP-CODE         PIC X(11).
               10  WA-CURR-COD         PIC X(03).
           05  WA-ACCT-NO              PIC X(32).
           05  WA-DAY-AMT              PIC S9(16)V9(2).
           05  WA-ACR-AMT              PIC S9(16)V9(2).
           05  FILLER                  PIC X(06).
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-ACCT-CNT             PIC 9(7)  VALUE ZEROS.
           05  WK-ACR-CNT              PIC 9(7)  VALUE ZEROS.
           05  WK-ACR-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-DAY-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-OLD-ACR-AMT          PIC S9(16)V9(2) COMP-3.
           05  WK-DDP-PDT              PIC S9(16)V9(2) COMP-3.
           05  WK-NGO-TIER-PDT         PIC S9(16)V9(2) COMP-3.
           05  WK-TAIL-PRDT            PIC S9(16)V9(2) COMP-3.
           05  WK-TAIL-AMT             PIC S9(16)V9(2) COMP-3.
           05  WK-LTM-PDTC-DT          PIC X(08).
           05  WK-ACN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACN-EOF                    VALUE 'Y'.
           05  WK-AMT-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-AMT-EOF                    VALUE 'Y'.
           05  WK-AGR-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-AGR-EOF                    VALUE 'Y'.
           05  WK-SRD-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-SRD-EOF                    VALUE 'Y'.
      *    分组控制:开户网点/法人/产品/币种
           05  WK-GRP-KEY              PIC X(26).
           05  WK-GRP-CNT              PIC 9(7)  VALUE ZEROS.
           05  WK-GRP-AMT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-GRP-SEQ              PIC 9(7)  VALUE ZEROS.
           05  WK-JRN-CNT              PIC 9(7)  VALUE ZEROS.
           05  WK-QUE-CNT              PIC 9(7)  VALUE ZEROS.
           05  WK-TOT-AMT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
      *    计提分录流水号:程序名+营业日+组序号
           05  WK-JRN-LOG-NO.
               10  FILLER              PIC X(08) VALUE 'KSARACR1'.
               10  WK-JRN-LOG-DT       PIC X(08).
               10  WK-JRN-LOG-SEQ      PIC 9(08).
           05  WK-JRN-RSLT             PIC X(24).
           05  WK-ED-AMT1              PIC -(15)9.99.
       01  RPT-DETAIL.
           05  RPT-BRANCH-STD          PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-LEGAL-PERSON-ID     PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PDP-CODE            PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CURR-COD            PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCT-CNT            PIC Z(6)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DAY-AMT             PIC -(15)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-JRN-RSLT            PIC X(24).
           05  FILLER                  PIC X(44) VALUE SPACES.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-ACN-RTN UNTIL WK-ACN-EOF.
           PERFORM 5000-JOURNAL-RTN.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           MOVE WK-BUSN-DT             TO SYS-BUSN-DT.
           MOVE WK-BUSN-DT             TO WK-JRN-LOG-DT.
           OPEN OUTPUT                 RPT-FILE
                                       WRK-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '应付利息计提日报 营业日:'
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '网点       法人 产品         币种   '
                                       DELIMITED BY SIZE
                  '户数  当日计提额  分录流水/结果'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE.
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

       2000-SCAN-ACN-RTN.
           ADD 1                       TO WK-ACCT-CNT.
      *    只处理计息账户
           IF SA-INTC-FLG OF SAACNACN = C-CM-FLAG-YES
           THEN
             PERFORM 3000-SCAN-AMT-RTN
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

       3000-SCAN-AMT-RTN.
           MOVE 'N'                    TO WK-AMT-EOF-FLG.
           PERFORM 3010-OPEN-AMT-RTN.
           PERFORM 3020-AMT-LOOP-RTN UNTIL WK-AMT-EOF.

       3010-OPEN-AMT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AMT-EOF            TO TRUE
           END-IF.

       3020-AMT-LOOP-RTN.
           IF SA-DDP-ACCT-STS OF SAACNAMT NOT = C-SA-CLOSED-COD
           THEN
             PERFORM 4000-ACCRUE-RTN
           END-IF.
           PERFORM 3030-NEXT-AMT-RTN.

       3030-NEXT-AMT-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE '0'                    TO DBI-CMD-CODE(2 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AMT-EOF            TO TRUE
           END-IF.

      *    计提主流程:本季应计至今日利息 - 已计提 = 当日计提额;
      *    积数口径与KSARITS1结息一致,结息日转出时差额仅来自
      *    结息当日利率/协定档变化
       4000-ACCRUE-RTN.
           PERFORM 4100-ACCRUE-TO-DATE-RTN.
           COMPUTE WK-ACR-AMT ROUNDED = WK-DDP-PDT
                 * PD-INTC-RATE OF O-PDPRTSAI OF PCPDPSA0
                 / 360 / 100.
           PERFORM 4210-NGO-INT-RTN.
      *    已计提额自原预留区划出,未计提过的段按零计
           IF SA-ACR-INT-AMT OF SAACNAMT IS NUMERIC
           THEN
             MOVE SA-ACR-INT-AMT OF SAACNAMT
                                       TO WK-OLD-ACR-AMT
           ELSE
             MOVE ZEROS                TO WK-OLD-ACR-AMT
           END-IF.
           COMPUTE WK-DAY-AMT = WK-ACR-AMT - WK-OLD-ACR-AMT.
           IF WK-DAY-AMT NOT = ZEROS
           THEN
             PERFORM 4400-UPDATE-AMT-RTN
             PERFORM 4500-WRITE-WRK-RTN
           END-IF.

      *    自上次计提日补计普通积数至今日
       4100-ACCRUE-TO-DATE-RTN.
           PERFORM 9712-CALL-CPDPSA0-RTN.
           MOVE SA-LTM-PDTC-DT OF SAACNAMT
                                       TO WK-LTM-PDTC-DT.
           IF WK-LTM-PDTC-DT < WK-BUSN-DT
           THEN
             MOVE SA-INTC-AMT OF SAACNAMT
                                       TO WK-TAIL-AMT
             PERFORM 4110-TAIL-PRDT-RTN
             COMPUTE WK-DDP-PDT = SA-DDP-PDT OF SAACNAMT
                                + WK-TAIL-PRDT
           ELSE
             MOVE SA-DDP-PDT OF SAACNAMT
                                       TO WK-DDP-PDT
           END-IF.

      *    公用尾段计提:按WK-TAIL-AMT自上次计提日至今日
       4110-TAIL-PRDT-RTN.
           MOVE ZEROS                  TO WK-TAIL-PRDT.
           IF WK-TAIL-AMT NOT = ZEROS
           THEN
             INITIALIZE                PCSAPRD2
             MOVE PD-INTC-TYPE OF O-PDPRTSAI OF PCPDPSA0
                                       TO I-INTC-TYPE    OF PCSAPRD2
             MOVE WK-TAIL-AMT          TO I-INTC-AMT     OF PCSAPRD2
             MOVE WK-LTM-PDTC-DT       TO I-LTM-PDTC-DT  OF PCSAPRD2
             MOVE WK-BUSN-DT           TO I-THIS-PDTC-DT OF PCSAPRD2
             MOVE SA-CURR-COD OF SAACNAMT
                                       TO I-CURR-COD     OF PCSAPRD2
             CALL 'CSAPRD2'            USING AIF-AREA
                                             PCSAPRD2
                                             SYS-AREA
             MOVE O-PRDT OF PCSAPRD2   TO WK-TAIL-PRDT
           END-IF.

      *    逐档累计协定存款应计利息
       4210-NGO-INT-RTN.
           MOVE 'N'                    TO WK-AGR-EOF-FLG.
           PERFORM 4220-OPEN-AGR-RTN.
           PERFORM 4230-AGR-LOOP-RTN UNTIL WK-AGR-EOF.
           PERFORM 4240-CLOSE-AGR-RTN.

       4220-OPEN-AGR-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAGR.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE 'SAACNAGR'             TO DBI-SEGMENT-NAME(3).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(3 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAGR
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AGR-EOF            TO TRUE
           ELSE
             PERFORM 4250-ADD-NGO-INT-RTN
           END-IF.

       4230-AGR-LOOP-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE 'SAACNAGR'             TO DBI-SEGMENT-NAME(3).
           MOVE '0'                    TO DBI-CMD-CODE(3 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAGR
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AGR-EOF            TO TRUE
           ELSE
             PERFORM 4250-ADD-NGO-INT-RTN
           END-IF.

       4240-CLOSE-AGR-RTN.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAGR
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       4250-ADD-NGO-INT-RTN.
      *    协定档积数先补齐末次计提日至今日的尾段
           MOVE SA-NGO-PRDT OF SAACNAGR
                                       TO WK-NGO-TIER-PDT.
           IF WK-LTM-PDTC-DT < WK-BUSN-DT
           THEN
             MOVE SA-NGO-AMT OF SAACNAGR
                                       TO WK-TAIL-AMT
             PERFORM 4110-TAIL-PRDT-RTN
             COMPUTE WK-NGO-TIER-PDT = WK-NGO-TIER-PDT
                                     + WK-TAIL-PRDT
           END-IF.
           COMPUTE WK-ACR-AMT ROUNDED = WK-ACR-AMT
                 + WK-NGO-TIER-PDT
                 * SA-NGO-RATE OF SAACNAGR / 360 / 100.

      *    回写已计提额;积数及计提日不动,仍由交易与结息维护
       4400-UPDATE-AMT-RTN.
           MOVE WK-ACR-AMT             TO SA-ACR-INT-AMT OF SAACNAMT.
           MOVE WK-BUSN-DT             TO SA-LTM-ACR-DT  OF SAACNAMT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       4500-WRITE-WRK-RTN.
           INITIALIZE                  WK-ACR-REC.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO WA-BRANCH-STD.
           MOVE SA-LEGAL-PERSON-ID OF SAACNACN
                                       TO WA-LEGAL-PERSON-ID.
           MOVE SA-PDP-CODE OF SAACNACN
                                       TO WA-PDP-CODE.
           MOVE SA-CURR-COD OF SAACNAMT
                                       TO WA-CURR-COD.
           MOVE SA-ACCT-NO OF SAACNACN TO WA-ACCT-NO.
           MOVE WK-DAY-AMT             TO WA-DAY-AMT.
           MOVE WK-ACR-AMT             TO WA-ACR-AMT.
           WRITE WRK-LINE              FROM WK-ACR-REC.
           ADD 1                       TO WK-ACR-CNT.

      ****************************************************************
      *    按开户网点/法人/产品/币种汇总落计提分录                  *
      ****************************************************************
       5000-JOURNAL-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-SORT-KEY
                USING WRK-FILE
                GIVING SRD-FILE.
           OPEN INPUT                  SRD-FILE.
           MOVE LOW-VALUES             TO WK-GRP-KEY.
           PERFORM 5010-READ-SRD-RTN.
           PERFORM 5100-SRD-LOOP-RTN UNTIL WK-SRD-EOF.
           IF WK-GRP-KEY NOT = LOW-VALUES
           THEN
             PERFORM 5200-GROUP-END-RTN
           END-IF.
           CLOSE                       SRD-FILE.

       5010-READ-SRD-RTN.
           READ SRD-FILE               INTO WK-ACR-REC
             AT END
               SET WK-SRD-EOF          TO TRUE
           END-READ.

       5100-SRD-LOOP-RTN.
           IF WA-SORT-KEY NOT = WK-GRP-KEY
           THEN
             IF WK-GRP-KEY NOT = LOW-VALUES
             THEN
               PERFORM 5200-GROUP-END-RTN
             END-IF
             MOVE WA-SORT-KEY          TO WK-GRP-KEY
             MOVE ZEROS                TO WK-GRP-CNT
             MOVE ZEROS                TO WK-GRP-AMT
           END-IF.
           ADD 1                       TO WK-GRP-CNT.
           ADD WA-DAY-AMT              TO WK-GRP-AMT.
           PERFORM 5010-READ-SRD-RTN.

      *    组末:落一条计提分录并列示
       5200-GROUP-END-RTN.
           MOVE SPACES                 TO WK-JRN-RSLT.
           IF WK-GRP-AMT NOT = ZEROS
           THEN
             PERFORM 9762-CALL-CGLJRNL-RTN
           ELSE
             MOVE '轧差为零不落分录'   TO WK-JRN-RSLT
           END-IF.
           ADD WK-GRP-AMT              TO WK-TOT-AMT.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE WK-GRP-KEY(1:9)        TO RPT-BRANCH-STD.
           MOVE WK-GRP-KEY(10:3)       TO RPT-LEGAL-PERSON-ID.
           MOVE WK-GRP-KEY(13:11)      TO RPT-PDP-CODE.
           MOVE WK-GRP-KEY(24:3)       TO RPT-CURR-COD.
           MOVE WK-GRP-CNT             TO RPT-ACCT-CNT.
           MOVE WK-GRP-AMT             TO RPT-DAY-AMT.
           MOVE WK-JRN-RSLT            TO RPT-JRN-RSLT.
           WRITE RPT-LINE              FROM RPT-DETAIL.

      *    计提分录:借利息支出、贷应付利息,类型A;账号留空
       9762-CALL-CGLJRNL-RTN.
           ADD 1                       TO WK-GRP-SEQ.
           MOVE WK-GRP-SEQ             TO WK-JRN-LOG-SEQ.
           INITIALIZE                  PCGLJRNL.
           MOVE WK-JRN-LOG-NO          TO I-TX-LOG-NO  OF PCGLJRNL.
           MOVE WK-GRP-SEQ             TO I-DET-ITEM-N OF PCGLJRNL.
           MOVE SPACES                 TO I-ACCT-NO    OF PCGLJRNL.
           MOVE WK-GRP-KEY(1:9)        TO I-BRANCH-STD OF PCGLJRNL.
           MOVE WK-GRP-KEY(24:3)       TO I-CURR-COD   OF PCGLJRNL.
           MOVE WK-GRP-AMT             TO I-TX-AMT     OF PCGLJRNL.
           MOVE ZEROS                  TO I-NET-DEP-AMT
                                          OF PCGLJRNL.
           MOVE ZEROS                  TO I-OD-AMT     OF PCGLJRNL.
           MOVE WK-BUSN-DT             TO I-BUSN-DT    OF PCGLJRNL.
           MOVE 'A'                    TO I-JRN-TYP    OF PCGLJRNL.
           MOVE WK-GRP-KEY(13:11)      TO I-PDP-CODE   OF PCGLJRNL.
           MOVE WK-GRP-KEY(10:3)       TO I-LEGAL-PERSON-ID
                                          OF PCGLJRNL.
           CALL 'CGLJRNL' USING        AIF-AREA
                                       PCGLJRNL
                                       SYS-AREA.
           IF O-MSG-TYPE OF PCGLJRNL NOT = SPACE
           THEN
      *      登记失败:入队由KSARSNF1重放补登
             MOVE 'CGLJRNL '           TO I-REG-NAME OF PCSNFQUE
             MOVE PCGLJRNL             TO I-REG-DATA OF PCSNFQUE
             PERFORM 9780-CALL-CSNFQUE-RTN
           ELSE
             ADD 1                     TO WK-JRN-CNT
             MOVE WK-JRN-LOG-NO        TO WK-JRN-RSLT
           END-IF.

       9780-CALL-CSNFQUE-RTN.
           MOVE O-RTRN-CODE OF PCGLJRNL
                                       TO I-FAIL-MSG-COD
                                          OF PCSNFQUE.
           MOVE WK-JRN-LOG-NO          TO I-TX-LOG-NO OF PCSNFQUE.
           MOVE WK-BUSN-DT             TO I-BUSN-DT   OF PCSNFQUE.
           CALL 'CSNFQUE' USING        AIF-AREA
                                       PCSNFQUE
                                       SYS-AREA.
           IF O-MSG-TYPE OF PCSNFQUE NOT = SPACE
           THEN
             MOVE '登记及入队均失败'   TO WK-JRN-RSLT
           ELSE
             ADD 1                     TO WK-QUE-CNT
             MOVE '登记失败已入队'     TO WK-JRN-RSLT
           END-IF.

       9712-CALL-CPDPSA0-RTN.
           INITIALIZE                  PCPDPSA0.
           MOVE SA-CURR-COD OF SAACNAMT
                                       TO I-CURR-COD OF PCPDPSA0.
           MOVE SA-PDP-CODE OF SAACNACN
                                       TO I-PDP-CODE OF PCPDPSA0.
           MOVE '2'                    TO I-CUST-TYP OF PCPDPSA0.
           MOVE '1'                    TO I-QRY-TYPE OF PCPDPSA0.
           MOVE 'SAI'                  TO I-PD-PRT-COD
                                       OF I-PDP-PRT-COD-GRP
                                       OF PCPDPSA0(1).
           CALL 'CPDPSA0'              USING AIF-AREA
                                             PCPDPSA0
                                             SYS-AREA.

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
             CLOSE                       WRK-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '扫描账户数: '       DELIMITED BY SIZE
                  WK-ACCT-CNT          DELIMITED BY SIZE
                  '   计提币种段数: '  DELIMITED BY SIZE
                  WK-ACR-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-TOT-AMT             TO WK-ED-AMT1.
           STRING '当日计提合计: '     DELIMITED BY SIZE
                  WK-ED-AMT1           DELIMITED BY SIZE
                  '   落分录组数: '    DELIMITED BY SIZE
                  WK-JRN-CNT           DELIMITED BY SIZE
                  '   入队组数: '      DELIMITED BY SIZE
                  WK-QUE-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE                       RPT-FILE.
