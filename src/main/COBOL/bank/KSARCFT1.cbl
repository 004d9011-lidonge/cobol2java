      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARCFT1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARCFT1                                *
      * DESCRIPTION........: MONTHLY COUNTERFEIT CONFISCATION REPORT *
      *                      假币收缴月报(报人民银行):扫描假币收缴   *
      *                      登记簿取本月收缴,按收缴网点/经办柜员/   *
      *                      币种分组逐张列示(凭证号、券别、冠字号、 *
      *                      版别、类别、持有人、原存入流水、复核),  *
      *                      出柜员小计与网点合计(张数/面额);       *
      *                      每月末营业日运行                        *
      * KB/CF TO BE CALLED:                                          *
      * INPUT..............:                                         *
      * OUTPUT.............: CFTRPTOT                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSACFTD   SACFTREG       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRK-FILE             ASSIGN TO CFTRPTWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO CFTSRTWK.
           SELECT SRD-FILE             ASSIGN TO CFTRPTST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO CFTRPTOT
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  WRK-FILE.
       01  WRK-LINE                    PIC X(300).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-SORT-KEY             PIC X(70).
           05  FILLER                  PIC X(230).
       FD  SRD-FILE.
       01  SRD-LINE                    PIC X(300).
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
       01 SACFTREG.
          COPY                         SACFTREG.
      *    报表工作记录:本月每张收缴一条
       01  WK-CFT-REC.
           05  WF-SORT-KEY.
               10  WF-BRANCH-STD       PIC X(09).
               10  WF-OPR-NO           PIC X(12).
               10  WF-CURR-COD         PIC X(03).
               10  WF-CERT-NO          PIC X(24).
               10  WF-CERT-ITEM-N      PIC 9(02).
               10  FILLER              PIC X(20).
           05  WF-ACCT-NO              PIC X(32).
           05  WF-DENOM-VAL            PIC 9(05)V9(2).
           05  WF-SERIAL-NO            PIC X(20).
           05  WF-NOTE-VER             PIC X(04).
           05  WF-KIND                 PIC X(01).
           05  WF-HLD-CERT-TYP         PIC X(04).
           05  WF-HLD-CERT-ID          PIC X(32).
           05  WF-HLD-NAME             PIC X(60).
           05  WF-DEP-LOG-NO           PIC X(24).
           05  WF-DEP-DET-NO-N         PIC 9(07).
           05  WF-TX-DT                PIC X(08).
           05  WF-CHK-OPR-NO           PIC X(12).
           05  FILLER                  PIC X(19).
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-RPT-MONTH            PIC X(06).
           05  WK-RPT-BRANCH-STD       PIC X(09).
           05  WK-RPT-OPR-NO           PIC X(12).
           05  WK-RPT-CURR-COD         PIC X(03).
           05  WK-CFT-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CFT-EOF                    VALUE 'Y'.
           05  WK-SRD-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-SRD-EOF                    VALUE 'Y'.
           05  WK-REG-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-NOTE-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-OPR-CNT              PIC 9(05) VALUE ZEROS.
           05  WK-OPR-AMT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-BR-CNT               PIC 9(05) VALUE ZEROS.
           05  WK-BR-AMT               PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
       01  RPT-AMT-ED                  PIC -----------------9.99.
       01  RPT-DENOM-ED                PIC ZZZZ9.99.
       01  RPT-KIND                    PIC X(06).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2010-OPEN-CFT-RTN.
           PERFORM 2000-SCAN-CFT-RTN UNTIL WK-CFT-EOF.
           PERFORM 2030-CLOSE-CFT-RTN.
           PERFORM 5000-REPORT-RTN.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARCFT'.
           INITIALIZE                  PDBIMAIN.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT.
           MOVE WK-BUSN-DT(1:6)        TO WK-RPT-MONTH.
           OPEN OUTPUT                 WRK-FILE
                                       RPT-FILE.

       2010-OPEN-CFT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACFTREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACFTD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SACFTREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACFTREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-CFT-EOF            TO TRUE
           END-IF.

      *    本月收缴写工作记录
       2000-SCAN-CFT-RTN.
           ADD 1                       TO WK-REG-CNT.
           IF SA-CFT-TX-DT(1:6) = WK-RPT-MONTH
           THEN
             PERFORM 3000-BUILD-REC-RTN
           END-IF.
           PERFORM 2020-NEXT-CFT-RTN.

       2020-NEXT-CFT-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACFTD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SACFTREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACFTREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-CFT-EOF            TO TRUE
           END-IF.

       2030-CLOSE-CFT-RTN.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACFTREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       3000-BUILD-REC-RTN.
           ADD 1                       TO WK-NOTE-CNT.
           MOVE SPACES                 TO WK-CFT-REC.
           MOVE SA-CFT-OPUN-COD        TO WF-BRANCH-STD.
           MOVE SA-CFT-OPR-NO          TO WF-OPR-NO.
           MOVE SA-CFT-CURR-COD        TO WF-CURR-COD.
           MOVE SA-CFT-CERT-NO         TO WF-CERT-NO.
           MOVE SA-CFT-CERT-ITEM-N     TO WF-CERT-ITEM-N.
           MOVE SA-CFT-ACCT-NO         TO WF-ACCT-NO.
           MOVE SA-CFT-DENOM-VAL       TO WF-DENOM-VAL.
           MOVE SA-CFT-SERIAL-NO       TO WF-SERIAL-NO.
           MOVE SA-CFT-NOTE-VER        TO WF-NOTE-VER.
           MOVE SA-CFT-KIND            TO WF-KIND.
           MOVE SA-CFT-HLD-CERT-TYP    TO WF-HLD-CERT-TYP.
           MOVE SA-CFT-HLD-CERT-ID     TO WF-HLD-CERT-ID.
           MOVE SA-CFT-HLD-NAME        TO WF-HLD-NAME.
           MOVE SA-CFT-DEP-LOG-NO      TO WF-DEP-LOG-NO.
           MOVE SA-CFT-DEP-DET-NO-N    TO WF-DEP-DET-NO-N.
           MOVE SA-CFT-TX-DT           TO WF-TX-DT.
           MOVE SA-CFT-CHK-OPR-NO      TO WF-CHK-OPR-NO.
           WRITE WRK-LINE              FROM WK-CFT-REC.

      ****************************************************************
      *    按网点/柜员/币种排序出表                                  *
      ****************************************************************
       5000-REPORT-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-SORT-KEY
                USING WRK-FILE
                GIVING SRD-FILE.
           OPEN INPUT                  SRD-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '假币收缴月报 月份:' DELIMITED BY SIZE
                  WK-RPT-MONTH         DELIMITED BY SIZE
                  ' 营业日:'           DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE LOW-VALUES             TO WK-RPT-BRANCH-STD.
           MOVE LOW-VALUES             TO WK-RPT-OPR-NO.
           MOVE LOW-VALUES             TO WK-RPT-CURR-COD.
           PERFORM 5010-READ-SRD-RTN.
           PERFORM 5100-SRD-LOOP-RTN UNTIL WK-SRD-EOF.
           IF WK-RPT-BRANCH-STD NOT = LOW-VALUES
           THEN
             PERFORM 5200-OPR-TOTAL-RTN
             PERFORM 5300-BR-TOTAL-RTN
           END-IF.
           CLOSE                       SRD-FILE.

       5010-READ-SRD-RTN.
           READ SRD-FILE               INTO WK-CFT-REC
             AT END
               SET WK-SRD-EOF          TO TRUE
           END-READ.

       5100-SRD-LOOP-RTN.
           IF WF-BRANCH-STD NOT = WK-RPT-BRANCH-STD
           THEN
             IF WK-RPT-BRANCH-STD NOT = LOW-VALUES
             THEN
               PERFORM 5200-OPR-TOTAL-RTN
               PERFORM 5300-BR-TOTAL-RTN
             END-IF
             MOVE WF-BRANCH-STD        TO WK-RPT-BRANCH-STD
             MOVE ZEROS                TO WK-BR-CNT
             MOVE ZEROS                TO WK-BR-AMT
             MOVE SPACES               TO RPT-LINE
             STRING '收缴网点:'        DELIMITED BY SIZE
                    WF-BRANCH-STD      DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
             PERFORM 5150-OPR-HEAD-RTN
           ELSE
             IF WF-OPR-NO NOT = WK-RPT-OPR-NO OR
                WF-CURR-COD NOT = WK-RPT-CURR-COD
             THEN
               PERFORM 5200-OPR-TOTAL-RTN
               PERFORM 5150-OPR-HEAD-RTN
             END-IF
           END-IF.
           PERFORM 5110-DETAIL-RTN.
           PERFORM 5010-READ-SRD-RTN.

       5110-DETAIL-RTN.
           ADD 1                       TO WK-OPR-CNT.
           ADD WF-DENOM-VAL            TO WK-OPR-AMT.
           IF WF-KIND = '2'
           THEN
             MOVE '变造币'             TO RPT-KIND
           ELSE
             MOVE '伪造币'             TO RPT-KIND
           END-IF.
           MOVE WF-DENOM-VAL           TO RPT-DENOM-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING '  凭证:'            DELIMITED BY SIZE
                  WF-CERT-NO           DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WF-CERT-ITEM-N       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WF-TX-DT             DELIMITED BY SIZE
                  ' 券别:'             DELIMITED BY SIZE
                  RPT-DENOM-ED         DELIMITED BY SIZE
                  ' 冠字号:'           DELIMITED BY SIZE
                  WF-SERIAL-NO         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WF-NOTE-VER          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RPT-KIND             DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '    持有人:'        DELIMITED BY SIZE
                  WF-HLD-NAME(1:30)    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WF-HLD-CERT-TYP      DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WF-HLD-CERT-ID       DELIMITED BY SIZE
                  ' 复核:'             DELIMITED BY SIZE
                  WF-CHK-OPR-NO        DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '    存入账号:'      DELIMITED BY SIZE
                  WF-ACCT-NO           DELIMITED BY SIZE
                  ' 原流水:'           DELIMITED BY SIZE
                  WF-DEP-LOG-NO        DELIMITED BY SIZE
                  ' 明细'              DELIMITED BY SIZE
                  WF-DEP-DET-NO-N      DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       5150-OPR-HEAD-RTN.
           MOVE WF-OPR-NO              TO WK-RPT-OPR-NO.
           MOVE WF-CURR-COD            TO WK-RPT-CURR-COD.
           MOVE ZEROS                  TO WK-OPR-CNT.
           MOVE ZEROS                  TO WK-OPR-AMT.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' 经办柜员:'         DELIMITED BY SIZE
                  WF-OPR-NO            DELIMITED BY SIZE
                  ' 币种:'             DELIMITED BY SIZE
                  WF-CURR-COD          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       5200-OPR-TOTAL-RTN.
           ADD WK-OPR-CNT              TO WK-BR-CNT.
           ADD WK-OPR-AMT              TO WK-BR-AMT.
           MOVE WK-OPR-AMT             TO RPT-AMT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' 柜员小计 张数:'    DELIMITED BY SIZE
                  WK-OPR-CNT           DELIMITED BY SIZE
                  ' 面额合计:'         DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

      *    网点合计跨币种面额相加仅供核对张数,分币种见柜员小计
       5300-BR-TOTAL-RTN.
           MOVE WK-BR-AMT              TO RPT-AMT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' 本网点合计 张数:'  DELIMITED BY SIZE
                  WK-BR-CNT            DELIMITED BY SIZE
                  ' 面额合计:'         DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '扫描登记数:'        DELIMITED BY SIZE
                  WK-REG-CNT           DELIMITED BY SIZE
                  ' 本月收缴张数:'     DELIMITED BY SIZE
                  WK-NOTE-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARCFT'.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             CLOSE                       WRK-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
