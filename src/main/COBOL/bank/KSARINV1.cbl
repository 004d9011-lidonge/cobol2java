      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARINV1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARINV1                                *
      * DESCRIPTION........: DAILY VAT INVOICE REQUEST EXPORT (BMP)  *
      *                      服务费增值税开票申请导出:日终扫描开票   *
      *                      登记簿,待开票者按客户开票资料(SAINVPRF) *
      *                      逐笔开票的当日出蓝字申请,按月汇总的于   *
      *                      月末最后一个营业日按客户+币种汇总出一张 *
      *                      蓝字申请(按服务代码分行);已开票后冲正   *
      *                      者出红字申请并引原蓝字申请号;价税分离   *
      *                      按控制卡税率(缺省6%),申请号与税额回写  *
      *                      登记簿;缺开票资料者列清单待补,不导出   *
      * KB/CF TO BE CALLED: CNXTBDT                                  *
      * INPUT..............: INVCTLIN                                *
      * OUTPUT.............: INVEXPOT INVEXPRP                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAINVD   SAINVREG       R/U                                 *
      * BSAIVPD   SAINVPRF       R                                   *
      * BSATRFD   SATRFTBL       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE             ASSIGN TO INVCTLIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT EXP-FILE             ASSIGN TO INVEXPOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-FILE             ASSIGN TO INVMONWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO INVSRTWK.
           SELECT SRD-FILE             ASSIGN TO INVMONST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO INVEXPRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    参数卡:税率为空或为零取缺省;汇总标志Y即当日强制按月
      *    汇总导出(月末漏跑补导用)
       FD  CTL-FILE.
       01  CTL-REC.
           05  CT-VAT-RATE             PIC 9(02)V9(02).
           05  CT-MON-FLG              PIC X(01).
           05  FILLER                  PIC X(75).
      *    开票申请接口文件:H-票头 L-票面行 T-票尾合计,
      *    同一申请号H/L/T相连;红字票头带原蓝字申请号
       FD  EXP-FILE.
       01  EXP-REC.
           05  EX-REC-TYP              PIC X(01).
           05  EX-REQ-NO               PIC X(16).
      *    B-蓝字 R-红字
           05  EX-BR-FLG               PIC X(01).
           05  EX-ORIG-REQ-NO          PIC X(16).
           05  EX-INV-TYP              PIC X(01).
           05  EX-INV-MODE             PIC X(01).
           05  EX-REQ-DT               PIC X(08).
           05  EX-CUST-NO              PIC X(20).
           05  EX-TAX-ID               PIC X(20).
           05  EX-INV-TITLE            PIC X(120).
           05  EX-ADDR-TEL             PIC X(120).
           05  EX-BANK-ACCT            PIC X(120).
           05  EX-EMAIL                PIC X(60).
           05  EX-CURR-COD             PIC X(03).
      *    L-行号 T-行数
           05  EX-LINE-NO              PIC 9(04).
           05  EX-SVC-COD              PIC X(06).
           05  EX-SVC-NAME             PIC X(40).
           05  EX-QTY                  PIC 9(07).
           05  EX-AMT                  PIC S9(14)V9(2).
           05  EX-NET-AMT              PIC S9(14)V9(2).
           05  EX-TAX-AMT              PIC S9(14)V9(2).
           05  EX-TAX-RATE             PIC 9(02)V9(02).
      *    逐笔/红字行带收费账号及明细号,汇总行为空
           05  EX-ACCT-NO              PIC X(32).
           05  EX-DET-NO-N             PIC 9(07).
           05  EX-BRANCH-STD           PIC X(09).
           05  FILLER                  PIC X(36).
       FD  WRK-FILE.
       01  WRK-LINE                    PIC X(100).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-SORT-KEY             PIC X(69).
           05  FILLER                  PIC X(31).
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
       01  PCNXTBDT.
           COPY                        PCNXTBDT.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAINVREG.
          COPY                         SAINVREG.
       01 SAINVPRF.
          COPY                         SAINVPRF.
       01 SATRFTBL.
          COPY                         SATRFTBL.
      *    按月汇总工作记录:客户+币种+服务代码+账号+明细号
       01  WK-MON-REC.
           05  WM-SORT-KEY.
               10  WM-CUST-NO          PIC X(20).
               10  WM-CURR-COD         PIC X(03).
               10  WM-CURR-IDEN        PIC X(01).
               10  WM-SVC-COD          PIC X(06).
               10  WM-ACCT-NO          PIC X(32).
               10  WM-DET-NO-N         PIC 9(07).
           05  WM-FEE-AMT              PIC S9(14)V9(2).
           05  WM-BRANCH-STD           PIC X(09).
           05  FILLER                  PIC X(06).
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-NEXT-BUSN-DT         PIC X(08).
           05  WK-VAT-RATE             PIC 9(02)V9(02).
           05  WK-MON-END-FLG          PIC X(01) VALUE 'N'.
               88  WK-MON-END                    VALUE 'Y'.
           05  WK-CTL-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CTL-EOF                    VALUE 'Y'.
           05  WK-REG-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-REG-EOF                    VALUE 'Y'.
           05  WK-SRD-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-SRD-EOF                    VALUE 'Y'.
      *    开票资料:按客户号缓存最近一次检索结果
           05  WK-PRF-CUST-NO          PIC X(20).
           05  WK-PRF-OK-FLG           PIC X(01).
               88  WK-PRF-OK                     VALUE 'Y'.
      *    开票申请号:B/R+导出日+顺序号
           05  WK-REQ-SEQ              PIC 9(07) VALUE ZEROS.
           05  WK-REQ-NO.
               10  WK-REQ-BR-FLG       PIC X(01).
               10  WK-REQ-DT           PIC X(08).
               10  WK-REQ-SEQ-N        PIC 9(07).
      *    价税分离
           05  WK-CALC-AMT             PIC S9(16)V9(2) COMP-3.
           05  WK-CALC-NET             PIC S9(16)V9(2) COMP-3.
           05  WK-CALC-TAX             PIC S9(16)V9(2) COMP-3.
      *    汇总控制:客户+币种/服务代码断点
           05  WK-GRP-KEY              PIC X(24).
           05  WK-SVC-KEY              PIC X(06).
           05  WK-LINE-NO              PIC 9(04).
           05  WK-SVC-CNT              PIC 9(07).
           05  WK-SVC-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-GRP-CNT              PIC 9(07).
           05  WK-GRP-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-GRP-NET              PIC S9(16)V9(2) COMP-3.
           05  WK-GRP-TAX              PIC S9(16)V9(2) COMP-3.
           05  WK-GRP-BRANCH-STD       PIC X(09).
      *    统计
           05  WK-REG-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-BLUE-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-BLUE-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-MON-INV-CNT          PIC 9(07) VALUE ZEROS.
           05  WK-MON-ROW-CNT          PIC 9(07) VALUE ZEROS.
           05  WK-MON-AMT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-RED-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-RED-AMT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-WAIT-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-EXC-CNT              PIC 9(07) VALUE ZEROS.
       01  RPT-AMT-ED                  PIC ---------------9.99.
       01  RPT-AMT-ED2                 PIC ---------------9.99.
       01  RPT-RATE-ED                 PIC Z9.99.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2010-OPEN-REG-RTN.
           PERFORM 2000-SCAN-REG-RTN UNTIL WK-REG-EOF.
           CLOSE                       WRK-FILE.
           IF WK-MON-END
           THEN
             PERFORM 5000-MONTHLY-RTN
           END-IF.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARINV'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  PCNXTBDT.
           INITIALIZE                  SAINVREG.
           INITIALIZE                  SAINVPRF.
           INITIALIZE                  SATRFTBL.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT.
           MOVE SPACES                 TO WK-PRF-CUST-NO.
           MOVE 'N'                    TO WK-PRF-OK-FLG.
           MOVE 6                      TO WK-VAT-RATE.
           OPEN INPUT                  CTL-FILE.
           READ CTL-FILE
             AT END SET WK-CTL-EOF     TO TRUE
           END-READ.
           IF NOT WK-CTL-EOF
           THEN
             IF CT-VAT-RATE IS NUMERIC AND CT-VAT-RATE > ZEROS
             THEN
               MOVE CT-VAT-RATE        TO WK-VAT-RATE
             END-IF
             IF CT-MON-FLG = 'Y'
             THEN
               SET WK-MON-END          TO TRUE
             END-IF
           END-IF.
           CLOSE                       CTL-FILE.
      *    次一营业日已跨月,即本月最后一个营业日,出按月汇总申请
           MOVE WK-BUSN-DT             TO I-BUSN-DT OF PCNXTBDT.
           CALL 'CNXTBDT' USING        AIF-AREA
                                       PCNXTBDT
                                       SYS-AREA.
           IF O-MSG-TYPE OF PCNXTBDT = SPACES
           THEN
             MOVE O-NEXT-BUSN-DT OF PCNXTBDT
                                       TO WK-NEXT-BUSN-DT
             IF WK-NEXT-BUSN-DT(1:6) NOT = WK-BUSN-DT(1:6)
             THEN
               SET WK-MON-END          TO TRUE
             END-IF
           END-IF.
           OPEN OUTPUT                 EXP-FILE
                                       WRK-FILE
                                       RPT-FILE.
           MOVE WK-VAT-RATE            TO RPT-RATE-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING '服务费开票申请导出清单 导出日:'
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                  ' 税率:'             DELIMITED BY SIZE
                  RPT-RATE-ED          DELIMITED BY SIZE
                  '% 按月汇总:'        DELIMITED BY SIZE
                  WK-MON-END-FLG       DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

      ****************************************************************
      *    逐条扫描开票登记簿(持有读),待开票/待开红字者处理          *
      ****************************************************************
       2010-OPEN-REG-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAINVREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAINVD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SAINVREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAINVREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-REG-EOF            TO TRUE
           END-IF.

       2000-SCAN-REG-RTN.
           ADD 1                       TO WK-REG-CNT.
           EVALUATE SA-IVR-STS
             WHEN '0'
               PERFORM 3000-PENDING-RTN
             WHEN '3'
               PERFORM 3300-RED-RTN
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM 2020-NEXT-REG-RTN.

       2020-NEXT-REG-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAINVD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SAINVREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAINVREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-REG-EOF            TO TRUE
           END-IF.

      *    待开票:缺开票资料列清单;逐笔者当日出蓝字,按月者月末
      *    营业日写汇总工作档
       3000-PENDING-RTN.
           MOVE SA-IVR-CUST-NO         TO WK-PRF-CUST-NO.
           PERFORM 3010-GET-PRF-RTN.
           IF NOT WK-PRF-OK
           THEN
             PERFORM 3020-EXCEPTION-RTN
           ELSE
             IF SA-IVP-INV-MODE = '2'
             THEN
               IF WK-MON-END
               THEN
                 PERFORM 3030-WRITE-MON-RTN
               ELSE
                 ADD 1                 TO WK-WAIT-CNT
               END-IF
             ELSE
               PERFORM 3100-BLUE-SINGLE-RTN
             END-IF
           END-IF.

      *    同一客户连续登记只检索一次;已注销或识别号/抬头为空者
      *    视同缺资料
       3010-GET-PRF-RTN.
           IF WK-PRF-CUST-NO NOT = SA-IVP-CUST-NO
           THEN
             MOVE 'N'                  TO WK-PRF-OK-FLG
             INITIALIZE                PDBIMAIN
             INITIALIZE                SAINVPRF
             MOVE FT-RTRN-NOTFOUND     TO DBI-NORMAL-STATUS(1)
             MOVE 'BSAIVPD'            TO DBI-DB-NAME
             MOVE FT-GU                TO DBI-FT-NAME
             MOVE 'SAINVPRF'           TO DBI-SEGMENT-NAME(1)
             MOVE WK-PRF-CUST-NO       TO DBI-KEY-VALUE1(1)
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SAINVPRF
                                       AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
             IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
             THEN
               MOVE WK-PRF-CUST-NO     TO SA-IVP-CUST-NO
             ELSE
               IF SA-IVP-STS = '0' AND
                  SA-IVP-TAX-ID NOT = SPACES AND
                  SA-IVP-INV-TITLE NOT = SPACES
               THEN
                 SET WK-PRF-OK         TO TRUE
               END-IF
             END-IF
           END-IF.

       3020-EXCEPTION-RTN.
           ADD 1                       TO WK-EXC-CNT.
           MOVE SA-IVR-FEE-AMT         TO RPT-AMT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' 缺开票资料 '       DELIMITED BY SIZE
                  SA-IVR-ACCT-NO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SA-IVR-DET-NO-N      DELIMITED BY SIZE
                  ' 客户:'             DELIMITED BY SIZE
                  SA-IVR-CUST-NO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SA-IVR-FEE-DT        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       3030-WRITE-MON-RTN.
           INITIALIZE                  WK-MON-REC.
           MOVE SA-IVR-CUST-NO         TO WM-CUST-NO.
           MOVE SA-IVR-CURR-COD        TO WM-CURR-COD.
           MOVE SA-IVR-CURR-IDEN       TO WM-CURR-IDEN.
           MOVE SA-IVR-SVC-COD         TO WM-SVC-COD.
           MOVE SA-IVR-ACCT-NO         TO WM-ACCT-NO.
           MOVE SA-IVR-DET-NO-N        TO WM-DET-NO-N.
           MOVE SA-IVR-FEE-AMT         TO WM-FEE-AMT.
           MOVE SA-IVR-BRANCH-STD      TO WM-BRANCH-STD.
           WRITE WRK-LINE              FROM WK-MON-REC.

      *    逐笔蓝字:一笔收费一张申请,票头取当前开票资料
       3100-BLUE-SINGLE-RTN.
           MOVE 'B'                    TO WK-REQ-BR-FLG.
           PERFORM 3900-NEXT-REQ-NO-RTN.
           PERFORM 3800-SNAP-PRF-RTN.
           MOVE SA-IVR-FEE-AMT         TO WK-CALC-AMT.
           PERFORM 3910-CALC-TAX-RTN.
           MOVE WK-CALC-NET            TO SA-IVR-NET-AMT.
           MOVE WK-CALC-TAX            TO SA-IVR-TAX-AMT.
           PERFORM 3810-WRITE-HEAD-RTN.
           MOVE SA-IVR-CURR-COD        TO EX-CURR-COD.
           MOVE SA-IVR-BRANCH-STD      TO EX-BRANCH-STD.
           WRITE EXP-REC.
           MOVE 1                      TO WK-LINE-NO.
           MOVE 1                      TO WK-SVC-CNT.
           MOVE SA-IVR-SVC-COD         TO WK-SVC-KEY.
           PERFORM 3820-WRITE-LINE-RTN.
           MOVE SA-IVR-CURR-COD        TO EX-CURR-COD.
           MOVE SA-IVR-ACCT-NO         TO EX-ACCT-NO.
           MOVE SA-IVR-DET-NO-N        TO EX-DET-NO-N.
           WRITE EXP-REC.
           MOVE 1                      TO WK-GRP-CNT.
           MOVE WK-CALC-AMT            TO WK-GRP-AMT.
           MOVE WK-CALC-NET            TO WK-GRP-NET.
           MOVE WK-CALC-TAX            TO WK-GRP-TAX.
           PERFORM 3830-WRITE-TRL-RTN.
           MOVE '1'                    TO SA-IVR-STS.
           MOVE WK-REQ-NO              TO SA-IVR-BLUE-REQ-NO.
           MOVE WK-BUSN-DT             TO SA-IVR-BLUE-EXP-DT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAINVD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAINVREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           ADD 1                       TO WK-BLUE-CNT.
           ADD SA-IVR-FEE-AMT          TO WK-BLUE-AMT.
           MOVE SA-IVR-FEE-AMT         TO RPT-AMT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' 蓝字逐笔 '         DELIMITED BY SIZE
                  WK-REQ-NO            DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SA-IVR-ACCT-NO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SA-IVR-DET-NO-N      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SA-IVR-SVC-COD       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SA-IVR-CURR-COD      DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

      *    红字:按原蓝字票头(登记簿留存的识别号/抬头)冲红本笔
       3300-RED-RTN.
           MOVE 'R'                    TO WK-REQ-BR-FLG.
           PERFORM 3900-NEXT-REQ-NO-RTN.
           MOVE SPACES                 TO EXP-REC.
           MOVE 'H'                    TO EX-REC-TYP.
           MOVE WK-REQ-NO              TO EX-REQ-NO.
           MOVE 'R'                    TO EX-BR-FLG.
           MOVE SA-IVR-BLUE-REQ-NO     TO EX-ORIG-REQ-NO.
           MOVE SA-IVR-INV-TYP         TO EX-INV-TYP.
           MOVE SA-IVR-INV-MODE        TO EX-INV-MODE.
           MOVE WK-BUSN-DT             TO EX-REQ-DT.
           MOVE SA-IVR-CUST-NO         TO EX-CUST-NO.
           MOVE SA-IVR-TAX-ID          TO EX-TAX-ID.
           MOVE SA-IVR-INV-TITLE       TO EX-INV-TITLE.
           MOVE SA-IVR-CURR-COD        TO EX-CURR-COD.
           MOVE ZEROS                  TO EX-LINE-NO EX-QTY
                                          EX-AMT EX-NET-AMT
                                          EX-TAX-AMT EX-TAX-RATE
                                          EX-DET-NO-N.
           MOVE SA-IVR-BRANCH-STD      TO EX-BRANCH-STD.
           WRITE EXP-REC.
           COMPUTE WK-CALC-AMT = 0 - SA-IVR-FEE-AMT.
           COMPUTE WK-CALC-NET = 0 - SA-IVR-NET-AMT.
           COMPUTE WK-CALC-TAX = 0 - SA-IVR-TAX-AMT.
           MOVE 1                      TO WK-LINE-NO.
           MOVE 1                      TO WK-SVC-CNT.
           MOVE SA-IVR-SVC-COD         TO WK-SVC-KEY.
           PERFORM 3820-WRITE-LINE-RTN.
           MOVE SA-IVR-TAX-RATE        TO EX-TAX-RATE.
           MOVE SA-IVR-CURR-COD        TO EX-CURR-COD.
           MOVE SA-IVR-ACCT-NO         TO EX-ACCT-NO.
           MOVE SA-IVR-DET-NO-N        TO EX-DET-NO-N.
           WRITE EXP-REC.
           MOVE 1                      TO WK-GRP-CNT.
           MOVE WK-CALC-AMT            TO WK-GRP-AMT.
           MOVE WK-CALC-NET            TO WK-GRP-NET.
           MOVE WK-CALC-TAX            TO WK-GRP-TAX.
           PERFORM 3830-WRITE-TRL-RTN.
           MOVE '4'                    TO SA-IVR-STS.
           MOVE WK-REQ-NO              TO SA-IVR-RED-REQ-NO.
           MOVE WK-BUSN-DT             TO SA-IVR-RED-EXP-DT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAINVD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAINVREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           ADD 1                       TO WK-RED-CNT.
           ADD WK-CALC-AMT             TO WK-RED-AMT.
           MOVE WK-CALC-AMT            TO RPT-AMT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' 红字     '         DELIMITED BY SIZE
                  WK-REQ-NO            DELIMITED BY SIZE
                  ' 原票:'             DELIMITED BY SIZE
                  SA-IVR-BLUE-REQ-NO   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SA-IVR-ACCT-NO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SA-IVR-DET-NO-N      DELIMITED BY SIZE
                  ' 冲正明细:'         DELIMITED BY SIZE
                  SA-IVR-RED-DET-NO-N  DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

      *    蓝字开具时按当时开票资料回写登记簿,红字沿用
       3800-SNAP-PRF-RTN.
           MOVE SA-IVP-INV-MODE        TO SA-IVR-INV-MODE.
           MOVE SA-IVP-INV-TYP         TO SA-IVR-INV-TYP.
           MOVE SA-IVP-TAX-ID          TO SA-IVR-TAX-ID.
           MOVE SA-IVP-INV-TITLE       TO SA-IVR-INV-TITLE.
           MOVE WK-VAT-RATE            TO SA-IVR-TAX-RATE.

      *    蓝字票头:客户开票资料
       3810-WRITE-HEAD-RTN.
           MOVE SPACES                 TO EXP-REC.
           MOVE 'H'                    TO EX-REC-TYP.
           MOVE WK-REQ-NO              TO EX-REQ-NO.
           MOVE 'B'                    TO EX-BR-FLG.
           MOVE SA-IVP-INV-TYP         TO EX-INV-TYP.
           MOVE SA-IVP-INV-MODE        TO EX-INV-MODE.
           MOVE WK-BUSN-DT             TO EX-REQ-DT.
           MOVE SA-IVP-CUST-NO         TO EX-CUST-NO.
           MOVE SA-IVP-TAX-ID          TO EX-TAX-ID.
           MOVE SA-IVP-INV-TITLE       TO EX-INV-TITLE.
           MOVE SA-IVP-ADDR-TEL        TO EX-ADDR-TEL.
           MOVE SA-IVP-BANK-ACCT       TO EX-BANK-ACCT.
           MOVE SA-IVP-EMAIL           TO EX-EMAIL.
           MOVE ZEROS                  TO EX-LINE-NO EX-QTY
                                          EX-AMT EX-NET-AMT
                                          EX-TAX-AMT EX-TAX-RATE
                                          EX-DET-NO-N.

      *    票面行:服务代码+名称,金额取WK-CALC-*
       3820-WRITE-LINE-RTN.
           PERFORM 3840-GET-SVC-NAME-RTN.
           MOVE SPACES                 TO EXP-REC.
           MOVE 'L'                    TO EX-REC-TYP.
           MOVE WK-REQ-NO              TO EX-REQ-NO.
           MOVE WK-REQ-BR-FLG          TO EX-BR-FLG.
           MOVE WK-LINE-NO             TO EX-LINE-NO.
           MOVE WK-SVC-KEY             TO EX-SVC-COD.
           MOVE SA-TRF-SVC-NAME        TO EX-SVC-NAME.
           MOVE WK-SVC-CNT             TO EX-QTY.
           MOVE WK-CALC-AMT            TO EX-AMT.
           MOVE WK-CALC-NET            TO EX-NET-AMT.
           MOVE WK-CALC-TAX            TO EX-TAX-AMT.
           MOVE WK-VAT-RATE            TO EX-TAX-RATE.
           MOVE ZEROS                  TO EX-DET-NO-N.

       3830-WRITE-TRL-RTN.
           MOVE SPACES                 TO EXP-REC.
           MOVE 'T'                    TO EX-REC-TYP.
           MOVE WK-REQ-NO              TO EX-REQ-NO.
           MOVE WK-REQ-BR-FLG          TO EX-BR-FLG.
           MOVE WK-LINE-NO             TO EX-LINE-NO.
           MOVE WK-GRP-CNT             TO EX-QTY.
           MOVE WK-GRP-AMT             TO EX-AMT.
           MOVE WK-GRP-NET             TO EX-NET-AMT.
           MOVE WK-GRP-TAX             TO EX-TAX-AMT.
           MOVE ZEROS                  TO EX-TAX-RATE EX-DET-NO-N.
           WRITE EXP-REC.

      *    服务名称取中央价目表;小额账户管理费等批量收费不在价目
      *    表者给固定名称
       3840-GET-SVC-NAME-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SATRFTBL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSATRFD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SATRFTBL'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-SVC-KEY             TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SATRFTBL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             IF WK-SVC-KEY = 'LOWBAL'
             THEN
               MOVE '小额账户管理费'   TO SA-TRF-SVC-NAME
             ELSE
               MOVE '银行服务费'       TO SA-TRF-SVC-NAME
             END-IF
           END-IF.

       3900-NEXT-REQ-NO-RTN.
           ADD 1                       TO WK-REQ-SEQ.
           MOVE WK-BUSN-DT             TO WK-REQ-DT.
           MOVE WK-REQ-SEQ             TO WK-REQ-SEQ-N.

      *    价税分离:不含税额=含税额/(1+税率),税额=含税额-不含税额
       3910-CALC-TAX-RTN.
           COMPUTE WK-CALC-NET ROUNDED =
                   WK-CALC-AMT * 100 / ( 100 + WK-VAT-RATE ).
           COMPUTE WK-CALC-TAX = WK-CALC-AMT - WK-CALC-NET.

      ****************************************************************
      *    月末按月汇总:客户+币种一张蓝字申请,服务代码分行,         *
      *    所含登记逐条回写申请号                                    *
      ****************************************************************
       5000-MONTHLY-RTN.
           SORT SRT-FILE
                ON ASCENDING KEY SR-SORT-KEY
                USING WRK-FILE
                GIVING SRD-FILE.
           OPEN INPUT                  SRD-FILE.
           MOVE LOW-VALUES             TO WK-GRP-KEY.
           MOVE 'B'                    TO WK-REQ-BR-FLG.
           PERFORM 5010-READ-SRD-RTN.
           PERFORM 5100-SRD-LOOP-RTN UNTIL WK-SRD-EOF.
           IF WK-GRP-KEY NOT = LOW-VALUES
           THEN
             PERFORM 5300-END-GROUP-RTN
           END-IF.
           CLOSE                       SRD-FILE.

       5010-READ-SRD-RTN.
           READ SRD-FILE               INTO WK-MON-REC
             AT END
               SET WK-SRD-EOF          TO TRUE
           END-READ.

       5100-SRD-LOOP-RTN.
           IF WM-SORT-KEY(1:24) NOT = WK-GRP-KEY
           THEN
             IF WK-GRP-KEY NOT = LOW-VALUES
             THEN
               PERFORM 5300-END-GROUP-RTN
             END-IF
             PERFORM 5200-START-GROUP-RTN
           END-IF.
           IF WM-SVC-COD NOT = WK-SVC-KEY
           THEN
             IF WK-SVC-CNT > ZEROS
             THEN
               PERFORM 5310-SVC-LINE-RTN
             END-IF
             MOVE WM-SVC-COD           TO WK-SVC-KEY
             MOVE ZEROS                TO WK-SVC-CNT
             MOVE ZEROS                TO WK-SVC-AMT
           END-IF.
           ADD 1                       TO WK-SVC-CNT.
           ADD WM-FEE-AMT              TO WK-SVC-AMT.
           ADD 1                       TO WK-GRP-CNT.
           PERFORM 5400-UPD-REG-RTN.
           PERFORM 5010-READ-SRD-RTN.

       5200-START-GROUP-RTN.
           MOVE WM-SORT-KEY(1:24)      TO WK-GRP-KEY.
           MOVE WM-BRANCH-STD          TO WK-GRP-BRANCH-STD.
           MOVE SPACES                 TO WK-SVC-KEY.
           MOVE ZEROS                  TO WK-SVC-CNT WK-SVC-AMT
                                          WK-LINE-NO WK-GRP-CNT
                                          WK-GRP-AMT WK-GRP-NET
                                          WK-GRP-TAX.
           PERFORM 3900-NEXT-REQ-NO-RTN.
           MOVE WM-CUST-NO             TO WK-PRF-CUST-NO.
           MOVE SPACES                 TO SA-IVP-CUST-NO.
           PERFORM 3010-GET-PRF-RTN.
           PERFORM 3810-WRITE-HEAD-RTN.
           MOVE WM-CURR-COD            TO EX-CURR-COD.
           MOVE WK-GRP-BRANCH-STD      TO EX-BRANCH-STD.
           WRITE EXP-REC.

       5300-END-GROUP-RTN.
           PERFORM 5310-SVC-LINE-RTN.
           PERFORM 3830-WRITE-TRL-RTN.
           ADD 1                       TO WK-MON-INV-CNT.
           ADD WK-GRP-AMT              TO WK-MON-AMT.
           MOVE WK-GRP-AMT             TO RPT-AMT-ED.
           MOVE WK-GRP-TAX             TO RPT-AMT-ED2.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' 蓝字汇总 '         DELIMITED BY SIZE
                  WK-REQ-NO            DELIMITED BY SIZE
                  ' 客户:'             DELIMITED BY SIZE
                  WK-GRP-KEY(1:20)     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WK-GRP-KEY(21:3)     DELIMITED BY SIZE
                  ' 笔数:'             DELIMITED BY SIZE
                  WK-GRP-CNT           DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                  ' 税额:'             DELIMITED BY SIZE
                  RPT-AMT-ED2          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

      *    服务代码断点:出一行票面,价税分离按该行合计计算
       5310-SVC-LINE-RTN.
           ADD 1                       TO WK-LINE-NO.
           MOVE WK-SVC-AMT             TO WK-CALC-AMT.
           PERFORM 3910-CALC-TAX-RTN.
           PERFORM 3820-WRITE-LINE-RTN.
           MOVE WK-GRP-KEY(21:3)       TO EX-CURR-COD.
           MOVE SPACES                 TO EX-ACCT-NO.
           WRITE EXP-REC.
           ADD WK-CALC-AMT             TO WK-GRP-AMT.
           ADD WK-CALC-NET             TO WK-GRP-NET.
           ADD WK-CALC-TAX             TO WK-GRP-TAX.

      *    汇总所含登记逐条回写(单笔价税按本笔另算留存,供红字)
       5400-UPD-REG-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAINVREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAINVD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAINVREG'             TO DBI-SEGMENT-NAME(1).
           MOVE WM-ACCT-NO             TO DBI-KEY-VALUE1(1).
           MOVE 'SAINVREG'             TO DBI-SEGMENT-NAME(2).
           MOVE WM-DET-NO-N            TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAINVREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             PERFORM 3800-SNAP-PRF-RTN
             MOVE SA-IVR-FEE-AMT       TO WK-CALC-AMT
             PERFORM 3910-CALC-TAX-RTN
             MOVE WK-CALC-NET          TO SA-IVR-NET-AMT
             MOVE WK-CALC-TAX          TO SA-IVR-TAX-AMT
             MOVE '1'                  TO SA-IVR-STS
             MOVE WK-REQ-NO            TO SA-IVR-BLUE-REQ-NO
             MOVE WK-BUSN-DT           TO SA-IVR-BLUE-EXP-DT
             INITIALIZE                PDBIMAIN
             MOVE 'BSAINVD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SAINVREG
                                       AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
             ADD 1                     TO WK-MON-ROW-CNT
           END-IF.

       9000-END-RTN.
           MOVE WK-BLUE-AMT            TO RPT-AMT-ED.
           MOVE WK-MON-AMT             TO RPT-AMT-ED2.
           MOVE SPACES                 TO RPT-LINE.
           STRING '扫描登记:'          DELIMITED BY SIZE
                  WK-REG-CNT           DELIMITED BY SIZE
                  ' 逐笔蓝字:'         DELIMITED BY SIZE
                  WK-BLUE-CNT          DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                  ' 汇总蓝字:'         DELIMITED BY SIZE
                  WK-MON-INV-CNT       DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WK-MON-ROW-CNT       DELIMITED BY SIZE
                  RPT-AMT-ED2          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WK-RED-AMT             TO RPT-AMT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING '红字:'              DELIMITED BY SIZE
                  WK-RED-CNT           DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                  ' 按月待汇总:'       DELIMITED BY SIZE
                  WK-WAIT-CNT          DELIMITED BY SIZE
                  ' 缺开票资料:'       DELIMITED BY SIZE
                  WK-EXC-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE                       EXP-FILE
                                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARINV'.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             MOVE SPACES                TO RPT-LINE
             STRING 'GDBIMAIN异常,DBI-DB-STATUS=' DELIMITED BY SIZE
                    DBI-DB-STATUS        DELIMITED BY SIZE
                                         INTO RPT-LINE
             WRITE RPT-LINE
             CLOSE                       EXP-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
