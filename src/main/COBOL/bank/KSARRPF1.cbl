      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARRPF1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARRPF1                                *
      * DESCRIPTION........: RELATED-PARTY FUND FLOW MONTHLY (BMP)   *
      *                      关联方资金往来月报:经客户账户索引逐户取 *
      *                      借方明细,对方账号经索引反查本行客户号,  *
      *                      归集客户间资金流向(同一客户名下互转不   *
      *                      计);按客户节点核对N日内流入流出,识别    *
      *                      回流(A→B→A)与三户以上链路(A→B→C);       *
      *                      往来按折人民币金额排名出报表,并出全部   *
      *                      往来边平面档供授信部门图谱工具装载      *
      * KB/CF TO BE CALLED: CCMCUR2                                  *
      * INPUT..............: RPFCTLIN(回流/链路天数N/列示前N名)      *
      * OUTPUT.............: RPFRPTOT RPFGRPOT                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSACUSIX  SACUSIDX       R                                   *
      * BSAACND   SAACNTXN       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE             ASSIGN TO RPFCTLIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT ACT-FILE             ASSIGN TO RPFACTWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT ACT-SRT              ASSIGN TO RPFSRTW1.
           SELECT ACS-FILE             ASSIGN TO RPFACTST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT EVT-FILE             ASSIGN TO RPFEVTWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT EVT-SRT              ASSIGN TO RPFSRTW2.
           SELECT EVS-FILE             ASSIGN TO RPFEVTST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT EGI-FILE             ASSIGN TO RPFEGIWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT EGI-SRT              ASSIGN TO RPFSRTW3.
           SELECT EGS-FILE             ASSIGN TO RPFEGIST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT HIT-FILE             ASSIGN TO RPFHITWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT HIT-SRT              ASSIGN TO RPFSRTW4.
           SELECT HTS-FILE             ASSIGN TO RPFHITST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT EDG-FILE             ASSIGN TO RPFEDGWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT EDG-SRT              ASSIGN TO RPFSRTW5.
           SELECT EDS-FILE             ASSIGN TO RPFEDGST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT GRP-FILE             ASSIGN TO RPFGRPOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO RPFRPTOT
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-REC.
      *    回流/链路识别天数N(空取30)
           05  CT-LINK-DAYS            PIC 9(03).
      *    排名列示前N名(空取200)
           05  CT-TOP-N                PIC 9(04).
           05  FILLER                  PIC X(73).
      *    账户-客户对照与借方明细合档,按账号排序后反查对方客户
       FD  ACT-FILE.
       01  ACT-LINE                    PIC X(150).
       SD  ACT-SRT.
       01  ACT-SRT-REC.
           05  SA-SORT-KEY             PIC X(65).
           05  FILLER                  PIC X(85).
       FD  ACS-FILE.
       01  ACS-LINE                    PIC X(150).
      *    客户节点流入/流出事件
       FD  EVT-FILE.
       01  EVT-LINE                    PIC X(80).
       SD  EVT-SRT.
       01  EVT-SRT-REC.
           05  SE-SORT-KEY             PIC X(29).
           05  FILLER                  PIC X(51).
       FD  EVS-FILE.
       01  EVS-LINE                    PIC X(80).
      *    往来边输入:回流/链路标志记录与逐笔资金流合档
       FD  EGI-FILE.
       01  EGI-LINE                    PIC X(80).
       SD  EGI-SRT.
       01  EGI-SRT-REC.
           05  SG-SORT-KEY             PIC X(49).
           05  FILLER                  PIC X(31).
       FD  EGS-FILE.
       01  EGS-LINE                    PIC X(80).
      *    回流/链路命中明细
       FD  HIT-FILE.
       01  HIT-LINE                    PIC X(100).
       SD  HIT-SRT.
       01  HIT-SRT-REC.
           05  SH-SORT-KEY             PIC X(61).
           05  FILLER                  PIC X(39).
       FD  HTS-FILE.
       01  HTS-LINE                    PIC X(100).
      *    往来边汇总,按金额降序排名
       FD  EDG-FILE.
       01  EDG-LINE                    PIC X(100).
       SD  EDG-SRT.
       01  EDG-SRT-REC.
           05  SD-CNY-AMT              PIC S9(16)V9(2).
           05  SD-FROM-CUST-NO         PIC X(20).
           05  SD-TO-CUST-NO           PIC X(20).
           05  FILLER                  PIC X(42).
       FD  EDS-FILE.
       01  EDS-LINE                    PIC X(100).
      *    图谱装载档:一条往来边一条记录
       FD  GRP-FILE.
       01  GRP-REC.
           05  GR-STAT-MM              PIC X(06).
           05  GR-RANK                 PIC 9(07).
           05  GR-FROM-CUST-NO         PIC X(20).
           05  GR-TO-CUST-NO           PIC X(20).
           05  GR-TXN-CNT              PIC 9(07).
           05  GR-CNY-AMT              PIC S9(16)V9(2).
           05  GR-FIRST-DT             PIC X(08).
           05  GR-LAST-DT              PIC X(08).
      *        Y-属回流 N-否
           05  GR-RT-FLG               PIC X(01).
      *        Y-属三户以上链路 N-否
           05  GR-CHN-FLG              PIC X(01).
           05  FILLER                  PIC X(24).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  PCCMCUR2.
           COPY                        PCCMCUR2.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SACUSIDX.
          COPY                         SACUSIDX.
       01 SAACNTXN.
          COPY                         SAACNTXN.
      *    合档记录:类型0-账户归属(客户号为户主) 1-借方明细
      *    (账号为对方账号,客户号为付款客户)
       01  WK-ACT-REC.
           05  WA-SORT-KEY.
               10  WA-ACCT-NO          PIC X(32).
               10  WA-REC-TYP          PIC X(01).
               10  WA-TX-DT            PIC X(08).
               10  WA-TX-LOG-NO        PIC X(24).
           05  WA-CUST-NO              PIC X(20).
           05  WA-FROM-ACCT-NO         PIC X(32).
           05  WA-CNY-AMT              PIC S9(16)V9(2).
      *        Y-本月 N-月初前N日(仅供回流/链路识别)
           05  WA-IN-MM-FLG            PIC X(01).
           05  FILLER                  PIC X(14).
      *    节点事件:I-流入(对方为付款客户) O-流出(对方为收款客户),
      *    同日先流入后流出
       01  WK-EVT-REC.
           05  WE-SORT-KEY.
               10  WE-NODE-CUST-NO     PIC X(20).
               10  WE-TX-DT            PIC X(08).
               10  WE-DIR              PIC X(01).
           05  WE-CP-CUST-NO           PIC X(20).
           05  WE-CNY-AMT              PIC S9(16)V9(2).
           05  WE-IN-MM-FLG            PIC X(01).
           05  FILLER                  PIC X(12).
      *    往来边输入:类型0-标志 1-资金流
       01  WK-EGI-REC.
           05  WG-SORT-KEY.
               10  WG-FROM-CUST-NO     PIC X(20).
               10  WG-TO-CUST-NO       PIC X(20).
               10  WG-REC-TYP          PIC X(01).
               10  WG-TX-DT            PIC X(08).
           05  WG-RT-FLG               PIC X(01).
           05  WG-CHN-FLG              PIC X(01).
           05  WG-CNY-AMT              PIC S9(16)V9(2).
           05  WG-IN-MM-FLG            PIC X(01).
           05  FILLER                  PIC X(10).
      *    命中明细:R-回流(C客户即A) C-链路
       01  WK-HIT-REC.
           05  WH-SORT-KEY.
               10  WH-HIT-TYP          PIC X(01).
               10  WH-A-CUST-NO        PIC X(20).
               10  WH-B-CUST-NO        PIC X(20).
               10  WH-C-CUST-NO        PIC X(20).
           05  WH-IN-DT                PIC X(08).
           05  WH-OUT-DT               PIC X(08).
           05  WH-CNY-AMT              PIC S9(16)V9(2).
           05  FILLER                  PIC X(05).
       01  WK-EDG-REC.
           05  WD-CNY-AMT              PIC S9(16)V9(2).
           05  WD-FROM-CUST-NO         PIC X(20).
           05  WD-TO-CUST-NO           PIC X(20).
           05  WD-TXN-CNT              PIC 9(07).
           05  WD-FIRST-DT             PIC X(08).
           05  WD-LAST-DT              PIC X(08).
           05  WD-RT-FLG               PIC X(01).
           05  WD-CHN-FLG              PIC X(01).
           05  FILLER                  PIC X(17).
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-RPT-MONTH            PIC X(06).
           05  WK-MM-BGN-DT            PIC X(08).
           05  WK-SCAN-BGN-DT          PIC X(08).
           05  WK-LINK-DAYS            PIC 9(03).
           05  WK-TOP-N                PIC 9(04).
           05  WK-RATE                 PIC S9(07)V9(08) COMP-3.
           05  WK-CNY-AMT              PIC S9(16)V9(2).
           05  WK-HIT-AMT              PIC S9(16)V9(2).
           05  WK-CUR-ACCT-NO          PIC X(32).
           05  WK-CUR-CUST-NO          PIC X(20).
           05  WK-CUR-FROM-CUST-NO     PIC X(20).
           05  WK-CUR-TO-CUST-NO       PIC X(20).
           05  WK-CUR-NODE-CUST-NO     PIC X(20).
           05  WK-EDG-CNT              PIC 9(07).
           05  WK-EDG-AMT              PIC S9(16)V9(2).
           05  WK-EDG-FIRST-DT         PIC X(08).
           05  WK-EDG-LAST-DT          PIC X(08).
           05  WK-EDG-RT-FLG           PIC X(01).
           05  WK-EDG-CHN-FLG          PIC X(01).
           05  WK-HIT-KEY              PIC X(61).
           05  WK-HIT-CNT              PIC 9(07).
           05  WK-HIT-SUM-AMT          PIC S9(16)V9(2).
           05  WK-HIT-FIRST-DT         PIC X(08).
           05  WK-HIT-LAST-DT          PIC X(08).
           05  WK-HIT-A-CUST-NO        PIC X(20).
           05  WK-HIT-B-CUST-NO        PIC X(20).
           05  WK-HIT-C-CUST-NO        PIC X(20).
           05  WK-HIT-TYP              PIC X(01).
           05  WK-RANK                 PIC 9(07).
           05  WK-EVT-INT              PIC 9(08).
           05  WK-IDX-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-DR-CNT               PIC 9(09) VALUE ZEROS.
           05  WK-OWN-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-EXT-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-EDGE-NUM             PIC 9(07) VALUE ZEROS.
           05  WK-RT-NUM               PIC 9(07) VALUE ZEROS.
           05  WK-CHN-NUM              PIC 9(07) VALUE ZEROS.
           05  WK-NO-RATE-CNT          PIC 9(07) VALUE ZEROS.
           05  WK-INF-OVF-CNT          PIC 9(07) VALUE ZEROS.
           05  WK-CTL-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CTL-EOF                    VALUE 'Y'.
           05  WK-IDX-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-IDX-EOF                    VALUE 'Y'.
           05  WK-TXN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-TXN-EOF                    VALUE 'Y'.
           05  WK-ACS-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACS-EOF                    VALUE 'Y'.
           05  WK-EVS-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-EVS-EOF                    VALUE 'Y'.
           05  WK-EGS-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-EGS-EOF                    VALUE 'Y'.
           05  WK-HTS-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-HTS-EOF                    VALUE 'Y'.
           05  WK-EDS-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-EDS-EOF                    VALUE 'Y'.
       01  WK-DATE-AREA.
           05  WK-WORK-DT.
               10  WK-WORK-YYYY        PIC 9(04).
               10  WK-WORK-MM          PIC 9(02).
               10  WK-WORK-DD          PIC 9(02).
           05  WK-WORK-DT-N REDEFINES WK-WORK-DT
                                       PIC 9(08).
           05  WK-WORK-INT             PIC 9(08).
      *    折人民币汇率缓存(币种)
       01  WK-RATE-TBL.
           05  WK-RT-CNT               PIC 9(03) COMP VALUE ZEROS.
           05  WK-RT-ENT               OCCURS 60 TIMES.
               10  WK-RT-CURR-COD      PIC X(03).
               10  WK-RT-RATE          PIC S9(07)V9(08) COMP-3.
      *    当前节点N日内流入:按付款客户归并,超N日重计
       01  WK-INF-TBL.
           05  WK-INF-CNT              PIC 9(04) COMP VALUE ZEROS.
           05  WK-INF-ENT              OCCURS 500 TIMES.
               10  WK-INF-CUST-NO      PIC X(20).
               10  WK-INF-DT           PIC X(08).
               10  WK-INF-INT          PIC 9(08).
               10  WK-INF-AMT          PIC S9(16)V9(2) COMP-3.
       01  WK-IX                       PIC 9(04) COMP.
       01  WK-HIT                      PIC 9(04) COMP.
       01  RPT-AMT-ED                  PIC ---------------9.99.
       01  RPT-EDG-LINE.
           05  RPT-RANK                PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-FROM-CUST-NO        PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TO-CUST-NO          PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TXN-CNT             PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-CNY-AMT             PIC ---------------9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-FIRST-DT            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-LAST-DT             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-FLAG                PIC X(18).
       01  RPT-HIT-LINE.
           05  RPT-HIT-A-CUST-NO       PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-HIT-B-CUST-NO       PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-HIT-C-CUST-NO       PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-HIT-CNT             PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-HIT-AMT             PIC ---------------9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-HIT-FIRST-DT        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-HIT-LAST-DT         PIC X(08).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2010-OPEN-IDX-RTN.
           PERFORM 2000-SCAN-IDX-RTN UNTIL WK-IDX-EOF.
           PERFORM 2030-CLOSE-IDX-RTN.
           PERFORM 3000-RESOLVE-RTN.
           PERFORM 4000-NODE-RTN.
           PERFORM 5000-EDGE-RTN.
           PERFORM 6000-RANK-RTN.
           PERFORM 7000-HIT-RTN.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARRPF'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  WK-RATE-TBL.
           INITIALIZE                  WK-INF-TBL.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT.
           MOVE WK-BUSN-DT(1:6)        TO WK-RPT-MONTH.
           MOVE WK-BUSN-DT             TO WK-MM-BGN-DT.
           MOVE '01'                   TO WK-MM-BGN-DT(7:2).
           MOVE 30                     TO WK-LINK-DAYS.
           MOVE 200                    TO WK-TOP-N.
           OPEN INPUT                  CTL-FILE.
           READ CTL-FILE
             AT END SET WK-CTL-EOF     TO TRUE
           END-READ.
           IF NOT WK-CTL-EOF
           THEN
             IF CT-LINK-DAYS IS NUMERIC AND CT-LINK-DAYS > ZEROS
             THEN
               MOVE CT-LINK-DAYS       TO WK-LINK-DAYS
             END-IF
             IF CT-TOP-N IS NUMERIC AND CT-TOP-N > ZEROS
             THEN
               MOVE CT-TOP-N           TO WK-TOP-N
             END-IF
           END-IF.
           CLOSE                       CTL-FILE.
      *    扫描起日前推N日,月初前的流入参与本月回流/链路识别
           MOVE WK-MM-BGN-DT           TO WK-WORK-DT.
           COMPUTE WK-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WK-WORK-DT-N) - WK-LINK-DAYS.
           COMPUTE WK-WORK-DT-N =
               FUNCTION DATE-OF-INTEGER(WK-WORK-INT).
           MOVE WK-WORK-DT             TO WK-SCAN-BGN-DT.
           OPEN OUTPUT                 ACT-FILE
                                       GRP-FILE
                                       RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '关联方资金往来月报 月份:'
                                       DELIMITED BY SIZE
                  WK-RPT-MONTH         DELIMITED BY SIZE
                  ' 营业日:'           DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                  ' 识别天数:'         DELIMITED BY SIZE
                  WK-LINK-DAYS         DELIMITED BY SIZE
                  ' 列示前'            DELIMITED BY SIZE
                  WK-TOP-N             DELIMITED BY SIZE
                  '名'                 DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

      ****************************************************************
      *    客户账户索引顺序扫描:逐户写归属记录并取借方明细           *
      ****************************************************************
       2010-OPEN-IDX-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACUSIDX.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACUSIX'             TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SACUSIDX'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACUSIDX
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-IDX-EOF            TO TRUE
           END-IF.

      *    已销户账户仍写归属记录,对方为已销户账户的照常反查;
      *    扫描期前已销户的不取明细
       2000-SCAN-IDX-RTN.
           ADD 1                       TO WK-IDX-CNT.
           MOVE SPACES                 TO WK-ACT-REC.
           MOVE SA-IDX-ACCT-NO         TO WA-ACCT-NO.
           MOVE '0'                    TO WA-REC-TYP.
           MOVE SA-IDX-CUST-NO         TO WA-CUST-NO.
           MOVE ZEROS                  TO WA-CNY-AMT.
           WRITE ACT-LINE              FROM WK-ACT-REC.
           IF SA-IDX-STS = '0' OR
              SA-IDX-CLS-DT NOT < WK-SCAN-BGN-DT
           THEN
             MOVE SA-IDX-ACCT-NO       TO WK-CUR-ACCT-NO
             MOVE SA-IDX-CUST-NO       TO WK-CUR-CUST-NO
             PERFORM 2100-SCAN-TXN-RTN
           END-IF.
           PERFORM 2020-NEXT-IDX-RTN.

       2020-NEXT-IDX-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACUSIX'             TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SACUSIDX'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACUSIDX
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-IDX-EOF            TO TRUE
           END-IF.

       2030-CLOSE-IDX-RTN.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACUSIDX
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    单户明细:索引扫描位置由GNP另开,不影响索引GN
       2100-SCAN-TXN-RTN.
           MOVE 'N'                    TO WK-TXN-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-CUR-ACCT-NO         TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 98                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-EOF            TO TRUE
           END-IF.
           PERFORM 2110-TXN-LOOP-RTN UNTIL WK-TXN-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       2110-TXN-LOOP-RTN.
           PERFORM 2120-TAKE-TXN-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE '0'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 98                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-EOF            TO TRUE
           END-IF.

      *    扫描期内正常借方、对方账号非本户的明细写待反查记录
       2120-TAKE-TXN-RTN.
           IF SA-TX-DT OF SAACNTXN NOT < WK-SCAN-BGN-DT AND
              SA-TX-DT OF SAACNTXN NOT > WK-BUSN-DT AND
              SA-EC-FLG OF SAACNTXN NOT = C-CLG-TXT-EC AND
              SA-DR-AMT OF SAACNTXN > ZEROS AND
              SA-OP-ACCT-NO-32 OF SAACNTXN NOT = SPACES AND
              SA-OP-ACCT-NO-32 OF SAACNTXN NOT = WK-CUR-ACCT-NO
           THEN
             ADD 1                     TO WK-DR-CNT
             PERFORM 2130-GET-RATE-RTN
             COMPUTE WK-CNY-AMT ROUNDED =
                     SA-DR-AMT OF SAACNTXN * WK-RATE
             MOVE SPACES               TO WK-ACT-REC
             MOVE SA-OP-ACCT-NO-32 OF SAACNTXN
                                       TO WA-ACCT-NO
             MOVE '1'                  TO WA-REC-TYP
             MOVE SA-TX-DT OF SAACNTXN TO WA-TX-DT
             MOVE SA-TX-LOG-NO OF SAACNTXN
                                       TO WA-TX-LOG-NO
             MOVE WK-CUR-CUST-NO       TO WA-CUST-NO
             MOVE WK-CUR-ACCT-NO       TO WA-FROM-ACCT-NO
             MOVE WK-CNY-AMT           TO WA-CNY-AMT
             IF SA-TX-DT OF SAACNTXN NOT < WK-MM-BGN-DT
             THEN
               MOVE 'Y'                TO WA-IN-MM-FLG
             ELSE
               MOVE 'N'                TO WA-IN-MM-FLG
             END-IF
             WRITE ACT-LINE            FROM WK-ACT-REC
           END-IF.

      *    折人民币汇率:先查缓存,未命中经CCMCUR2取总行现汇牌价;
      *    取价失败按零计并计数,报表尾部列示
       2130-GET-RATE-RTN.
           IF SA-CURR-COD OF SAACNTXN = C-CM-RMB-COD
           THEN
             MOVE 1                    TO WK-RATE
           ELSE
             MOVE ZEROS                TO WK-HIT
             MOVE 1                    TO WK-IX
             PERFORM 2140-FIND-RATE-RTN UNTIL WK-IX > WK-RT-CNT
             IF WK-HIT NOT = ZEROS
             THEN
               MOVE WK-RT-RATE(WK-HIT) TO WK-RATE
             ELSE
               INITIALIZE              PCCMCUR2
               MOVE SA-CURR-COD OF SAACNTXN
                                       TO I-CURR-COD OF PCCMCUR2
               MOVE WK-CUR-ACCT-NO     TO I-ACCT-NO OF PCCMCUR2
               MOVE '2'                TO I-QUOTE-FUNC OF PCCMCUR2
               MOVE C-CM-RMB-COD       TO I-TGT-CURR-COD OF PCCMCUR2
               CALL 'CCMCUR2' USING    AIF-AREA
                                       PCCMCUR2
                                       SYS-AREA
               IF O-MSG-TYPE OF PCCMCUR2 NOT = SPACE OR
                  O-EXC-RATE OF PCCMCUR2 NOT > ZEROS
               THEN
                 MOVE ZEROS            TO WK-RATE
                 ADD 1                 TO WK-NO-RATE-CNT
               ELSE
                 MOVE O-EXC-RATE OF PCCMCUR2
                                       TO WK-RATE
                 IF WK-RT-CNT < 60
                 THEN
                   ADD 1               TO WK-RT-CNT
                   MOVE SA-CURR-COD OF SAACNTXN
                                       TO WK-RT-CURR-COD(WK-RT-CNT)
                   MOVE WK-RATE        TO WK-RT-RATE(WK-RT-CNT)
                 END-IF
               END-IF
             END-IF
           END-IF.

       2140-FIND-RATE-RTN.
           IF WK-RT-CURR-COD(WK-IX) = SA-CURR-COD OF SAACNTXN
           THEN
             MOVE WK-IX                TO WK-HIT
             MOVE WK-RT-CNT            TO WK-IX
           END-IF.
           ADD 1                       TO WK-IX.

      ****************************************************************
      *    按账号排序:归属记录在前,其后借方明细取得收款客户号;       *
      *    对方非本行账户或同一客户名下互转的不计                    *
      ****************************************************************
       3000-RESOLVE-RTN.
           CLOSE                       ACT-FILE.
           SORT ACT-SRT
                ON ASCENDING KEY SA-SORT-KEY
                USING ACT-FILE
                GIVING ACS-FILE.
           OPEN INPUT                  ACS-FILE.
           OPEN OUTPUT                 EVT-FILE
                                       EGI-FILE.
           MOVE SPACES                 TO WK-CUR-ACCT-NO
                                          WK-CUR-CUST-NO.
           PERFORM 3010-READ-ACS-RTN.
           PERFORM 3100-ACS-LOOP-RTN UNTIL WK-ACS-EOF.
           CLOSE                       ACS-FILE
                                       EVT-FILE.

       3010-READ-ACS-RTN.
           READ ACS-FILE               INTO WK-ACT-REC
             AT END
               SET WK-ACS-EOF          TO TRUE
           END-READ.

       3100-ACS-LOOP-RTN.
           IF WA-ACCT-NO NOT = WK-CUR-ACCT-NO
           THEN
             MOVE WA-ACCT-NO           TO WK-CUR-ACCT-NO
             MOVE SPACES               TO WK-CUR-CUST-NO
           END-IF.
           IF WA-REC-TYP = '0'
           THEN
             MOVE WA-CUST-NO           TO WK-CUR-CUST-NO
           ELSE
             IF WK-CUR-CUST-NO = SPACES
             THEN
               ADD 1                   TO WK-EXT-CNT
             ELSE
               IF WK-CUR-CUST-NO = WA-CUST-NO
               THEN
                 ADD 1                 TO WK-OWN-CNT
               ELSE
                 PERFORM 3200-WRITE-FLOW-RTN
               END-IF
             END-IF
           END-IF.
           PERFORM 3010-READ-ACS-RTN.

      *    一笔客户间资金流:付款客户流出、收款客户流入两条节点
      *    事件,本月的另写往来边资金流记录
       3200-WRITE-FLOW-RTN.
           MOVE SPACES                 TO WK-EVT-REC.
           MOVE WA-CUST-NO             TO WE-NODE-CUST-NO.
           MOVE WA-TX-DT               TO WE-TX-DT.
           MOVE 'O'                    TO WE-DIR.
           MOVE WK-CUR-CUST-NO         TO WE-CP-CUST-NO.
           MOVE WA-CNY-AMT             TO WE-CNY-AMT.
           MOVE WA-IN-MM-FLG           TO WE-IN-MM-FLG.
           WRITE EVT-LINE              FROM WK-EVT-REC.
           MOVE WK-CUR-CUST-NO         TO WE-NODE-CUST-NO.
           MOVE 'I'                    TO WE-DIR.
           MOVE WA-CUST-NO             TO WE-CP-CUST-NO.
           WRITE EVT-LINE              FROM WK-EVT-REC.
           IF WA-IN-MM-FLG = 'Y'
           THEN
             MOVE SPACES               TO WK-EGI-REC
             MOVE WA-CUST-NO           TO WG-FROM-CUST-NO
             MOVE WK-CUR-CUST-NO       TO WG-TO-CUST-NO
             MOVE '1'                  TO WG-REC-TYP
             MOVE WA-TX-DT             TO WG-TX-DT
             MOVE WA-CNY-AMT           TO WG-CNY-AMT
             MOVE WA-IN-MM-FLG         TO WG-IN-MM-FLG
             WRITE EGI-LINE            FROM WK-EGI-REC
           END-IF.

      ****************************************************************
      *    按客户节点/日期排序:流出时回看N日内各付款客户流入,        *
      *    流入方即流出对方为回流,否则为链路;命中金额取流入累计与    *
      *    本笔流出孰小                                              *
      ****************************************************************
       4000-NODE-RTN.
           SORT EVT-SRT
                ON ASCENDING KEY SE-SORT-KEY
                USING EVT-FILE
                GIVING EVS-FILE.
           OPEN INPUT                  EVS-FILE.
           OPEN OUTPUT                 HIT-FILE.
           MOVE SPACES                 TO WK-CUR-NODE-CUST-NO.
           PERFORM 4010-READ-EVS-RTN.
           PERFORM 4100-EVS-LOOP-RTN UNTIL WK-EVS-EOF.
           CLOSE                       EVS-FILE
                                       HIT-FILE
                                       EGI-FILE.

       4010-READ-EVS-RTN.
           READ EVS-FILE               INTO WK-EVT-REC
             AT END
               SET WK-EVS-EOF          TO TRUE
           END-READ.

       4100-EVS-LOOP-RTN.
           IF WE-NODE-CUST-NO NOT = WK-CUR-NODE-CUST-NO
           THEN
             MOVE WE-NODE-CUST-NO      TO WK-CUR-NODE-CUST-NO
             MOVE ZEROS                TO WK-INF-CNT
           END-IF.
           MOVE WE-TX-DT               TO WK-WORK-DT.
           COMPUTE WK-EVT-INT =
               FUNCTION INTEGER-OF-DATE(WK-WORK-DT-N).
           IF WE-DIR = 'I'
           THEN
             PERFORM 4200-INFLOW-RTN
           ELSE
             MOVE 1                    TO WK-IX
             PERFORM 4300-OUTFLOW-RTN UNTIL WK-IX > WK-INF-CNT
           END-IF.
           PERFORM 4010-READ-EVS-RTN.

      *    同一付款客户N日内流入累计;表满时顶替最早一条
       4200-INFLOW-RTN.
           MOVE ZEROS                  TO WK-HIT.
           MOVE 1                      TO WK-IX.
           PERFORM 4210-FIND-INF-RTN UNTIL WK-IX > WK-INF-CNT.
           IF WK-HIT = ZEROS
           THEN
             IF WK-INF-CNT < 500
             THEN
               ADD 1                   TO WK-INF-CNT
               MOVE WK-INF-CNT         TO WK-HIT
             ELSE
               ADD 1                   TO WK-INF-OVF-CNT
               MOVE 1                  TO WK-HIT
               MOVE 2                  TO WK-IX
               PERFORM 4220-FIND-OLDEST-RTN UNTIL WK-IX > WK-INF-CNT
             END-IF
             MOVE WE-CP-CUST-NO        TO WK-INF-CUST-NO(WK-HIT)
             MOVE ZEROS                TO WK-INF-AMT(WK-HIT)
           ELSE
             IF WK-EVT-INT - WK-INF-INT(WK-HIT) > WK-LINK-DAYS
             THEN
               MOVE ZEROS              TO WK-INF-AMT(WK-HIT)
             END-IF
           END-IF.
           MOVE WE-TX-DT               TO WK-INF-DT(WK-HIT).
           MOVE WK-EVT-INT             TO WK-INF-INT(WK-HIT).
           ADD WE-CNY-AMT              TO WK-INF-AMT(WK-HIT).

       4210-FIND-INF-RTN.
           IF WK-INF-CUST-NO(WK-IX) = WE-CP-CUST-NO
           THEN
             MOVE WK-IX                TO WK-HIT
             MOVE WK-INF-CNT           TO WK-IX
           END-IF.
           ADD 1                       TO WK-IX.

       4220-FIND-OLDEST-RTN.
           IF WK-INF-INT(WK-IX) < WK-INF-INT(WK-HIT)
           THEN
             MOVE WK-IX                TO WK-HIT
           END-IF.
           ADD 1                       TO WK-IX.

      *    本月流出才记命中;命中的往来边写标志记录
       4300-OUTFLOW-RTN.
           IF WE-IN-MM-FLG = 'Y' AND
              WK-INF-AMT(WK-IX) > ZEROS AND
              WK-EVT-INT - WK-INF-INT(WK-IX) NOT > WK-LINK-DAYS
           THEN
             IF WK-INF-AMT(WK-IX) < WE-CNY-AMT
             THEN
               MOVE WK-INF-AMT(WK-IX)  TO WK-HIT-AMT
             ELSE
               MOVE WE-CNY-AMT         TO WK-HIT-AMT
             END-IF
             MOVE SPACES               TO WK-HIT-REC
             MOVE WK-INF-CUST-NO(WK-IX)
                                       TO WH-A-CUST-NO
             MOVE WE-NODE-CUST-NO      TO WH-B-CUST-NO
             MOVE WE-CP-CUST-NO        TO WH-C-CUST-NO
             MOVE WK-INF-DT(WK-IX)     TO WH-IN-DT
             MOVE WE-TX-DT             TO WH-OUT-DT
             MOVE WK-HIT-AMT           TO WH-CNY-AMT
             MOVE SPACES               TO WK-EGI-REC
             MOVE '0'                  TO WG-REC-TYP
             MOVE 'N'                  TO WG-RT-FLG
                                          WG-CHN-FLG
             MOVE ZEROS                TO WG-CNY-AMT
             IF WK-INF-CUST-NO(WK-IX) = WE-CP-CUST-NO
             THEN
               MOVE 'R'                TO WH-HIT-TYP
               MOVE 'Y'                TO WG-RT-FLG
             ELSE
               MOVE 'C'                TO WH-HIT-TYP
               MOVE 'Y'                TO WG-CHN-FLG
             END-IF
             WRITE HIT-LINE            FROM WK-HIT-REC
             MOVE WH-A-CUST-NO         TO WG-FROM-CUST-NO
             MOVE WH-B-CUST-NO         TO WG-TO-CUST-NO
             WRITE EGI-LINE            FROM WK-EGI-REC
             MOVE WH-B-CUST-NO         TO WG-FROM-CUST-NO
             MOVE WH-C-CUST-NO         TO WG-TO-CUST-NO
             WRITE EGI-LINE            FROM WK-EGI-REC
           END-IF.
           ADD 1                       TO WK-IX.

      ****************************************************************
      *    往来边汇总:按付款/收款客户排序,标志记录在前               *
      ****************************************************************
       5000-EDGE-RTN.
           SORT EGI-SRT
                ON ASCENDING KEY SG-SORT-KEY
                USING EGI-FILE
                GIVING EGS-FILE.
           OPEN INPUT                  EGS-FILE.
           OPEN OUTPUT                 EDG-FILE.
           MOVE LOW-VALUES             TO WK-CUR-FROM-CUST-NO
                                          WK-CUR-TO-CUST-NO.
           PERFORM 5010-READ-EGS-RTN.
           PERFORM 5100-EGS-LOOP-RTN UNTIL WK-EGS-EOF.
           IF WK-CUR-FROM-CUST-NO NOT = LOW-VALUES
           THEN
             PERFORM 5200-END-EDGE-RTN
           END-IF.
           CLOSE                       EGS-FILE
                                       EDG-FILE.

       5010-READ-EGS-RTN.
           READ EGS-FILE               INTO WK-EGI-REC
             AT END
               SET WK-EGS-EOF          TO TRUE
           END-READ.

       5100-EGS-LOOP-RTN.
           IF WG-FROM-CUST-NO NOT = WK-CUR-FROM-CUST-NO OR
              WG-TO-CUST-NO NOT = WK-CUR-TO-CUST-NO
           THEN
             IF WK-CUR-FROM-CUST-NO NOT = LOW-VALUES
             THEN
               PERFORM 5200-END-EDGE-RTN
             END-IF
             MOVE WG-FROM-CUST-NO      TO WK-CUR-FROM-CUST-NO
             MOVE WG-TO-CUST-NO        TO WK-CUR-TO-CUST-NO
             MOVE ZEROS                TO WK-EDG-CNT
                                          WK-EDG-AMT
             MOVE SPACES               TO WK-EDG-FIRST-DT
                                          WK-EDG-LAST-DT
             MOVE 'N'                  TO WK-EDG-RT-FLG
                                          WK-EDG-CHN-FLG
           END-IF.
           IF WG-REC-TYP = '0'
           THEN
             IF WG-RT-FLG = 'Y'
             THEN
               MOVE 'Y'                TO WK-EDG-RT-FLG
             END-IF
             IF WG-CHN-FLG = 'Y'
             THEN
               MOVE 'Y'                TO WK-EDG-CHN-FLG
             END-IF
           ELSE
             ADD 1                     TO WK-EDG-CNT
             ADD WG-CNY-AMT            TO WK-EDG-AMT
             IF WK-EDG-FIRST-DT = SPACES
             THEN
               MOVE WG-TX-DT           TO WK-EDG-FIRST-DT
             END-IF
             MOVE WG-TX-DT             TO WK-EDG-LAST-DT
           END-IF.
           PERFORM 5010-READ-EGS-RTN.

      *    本月无资金流的边(仅月初前流入带出的标志)不出
       5200-END-EDGE-RTN.
           IF WK-EDG-CNT > ZEROS
           THEN
             ADD 1                     TO WK-EDGE-NUM
             MOVE SPACES               TO WK-EDG-REC
             MOVE WK-EDG-AMT           TO WD-CNY-AMT
             MOVE WK-CUR-FROM-CUST-NO  TO WD-FROM-CUST-NO
             MOVE WK-CUR-TO-CUST-NO    TO WD-TO-CUST-NO
             MOVE WK-EDG-CNT           TO WD-TXN-CNT
             MOVE WK-EDG-FIRST-DT      TO WD-FIRST-DT
             MOVE WK-EDG-LAST-DT       TO WD-LAST-DT
             MOVE WK-EDG-RT-FLG        TO WD-RT-FLG
             MOVE WK-EDG-CHN-FLG       TO WD-CHN-FLG
             WRITE EDG-LINE            FROM WK-EDG-REC
           END-IF.

      ****************************************************************
      *    往来边按折人民币金额降序排名:前N名及回流/链路边列示,      *
      *    全部边写图谱装载档                                        *
      ****************************************************************
       6000-RANK-RTN.
           SORT EDG-SRT
                ON DESCENDING KEY SD-CNY-AMT
                ON ASCENDING KEY SD-FROM-CUST-NO
                                 SD-TO-CUST-NO
                USING EDG-FILE
                GIVING EDS-FILE.
           OPEN INPUT                  EDS-FILE.
           MOVE SPACES                 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '一、客户间资金往来排名' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '   名次 付款客户号           '
                                       DELIMITED BY SIZE
                  ' 收款客户号              笔数'
                                       DELIMITED BY SIZE
                  '     金额(折人民币)'
                                       DELIMITED BY SIZE
                  ' 首笔日   末笔日   标志'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ZEROS                  TO WK-RANK.
           PERFORM 6010-READ-EDS-RTN.
           PERFORM 6100-EDS-LOOP-RTN UNTIL WK-EDS-EOF.
           CLOSE                       EDS-FILE.

       6010-READ-EDS-RTN.
           READ EDS-FILE               INTO WK-EDG-REC
             AT END
               SET WK-EDS-EOF          TO TRUE
           END-READ.

       6100-EDS-LOOP-RTN.
           ADD 1                       TO WK-RANK.
           MOVE SPACES                 TO GRP-REC.
           MOVE WK-RPT-MONTH           TO GR-STAT-MM.
           MOVE WK-RANK                TO GR-RANK.
           MOVE WD-FROM-CUST-NO        TO GR-FROM-CUST-NO.
           MOVE WD-TO-CUST-NO          TO GR-TO-CUST-NO.
           MOVE WD-TXN-CNT             TO GR-TXN-CNT.
           MOVE WD-CNY-AMT             TO GR-CNY-AMT.
           MOVE WD-FIRST-DT            TO GR-FIRST-DT.
           MOVE WD-LAST-DT             TO GR-LAST-DT.
           MOVE WD-RT-FLG              TO GR-RT-FLG.
           MOVE WD-CHN-FLG             TO GR-CHN-FLG.
           WRITE GRP-REC.
           IF WK-RANK NOT > WK-TOP-N OR
              WD-RT-FLG = 'Y' OR
              WD-CHN-FLG = 'Y'
           THEN
             PERFORM 6110-WRITE-EDG-RTN
           END-IF.
           PERFORM 6010-READ-EDS-RTN.

       6110-WRITE-EDG-RTN.
           MOVE SPACES                 TO RPT-EDG-LINE.
           MOVE WK-RANK                TO RPT-RANK.
           MOVE WD-FROM-CUST-NO        TO RPT-FROM-CUST-NO.
           MOVE WD-TO-CUST-NO          TO RPT-TO-CUST-NO.
           MOVE WD-TXN-CNT             TO RPT-TXN-CNT.
           MOVE WD-CNY-AMT             TO RPT-CNY-AMT.
           MOVE WD-FIRST-DT            TO RPT-FIRST-DT.
           MOVE WD-LAST-DT             TO RPT-LAST-DT.
           EVALUATE TRUE
             WHEN WD-RT-FLG = 'Y' AND WD-CHN-FLG = 'Y'
               MOVE '*回流 *链路'      TO RPT-FLAG
             WHEN WD-RT-FLG = 'Y'
               MOVE '*回流'            TO RPT-FLAG
             WHEN WD-CHN-FLG = 'Y'
               MOVE '*链路'            TO RPT-FLAG
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           WRITE RPT-LINE              FROM RPT-EDG-LINE.

      ****************************************************************
      *    回流/链路命中按类型、A/B/C客户归并列示                    *
      ****************************************************************
       7000-HIT-RTN.
           SORT HIT-SRT
                ON ASCENDING KEY SH-SORT-KEY
                USING HIT-FILE
                GIVING HTS-FILE.
           OPEN INPUT                  HTS-FILE.
           MOVE SPACES                 TO WK-HIT-KEY
                                          WK-HIT-TYP.
           PERFORM 7010-READ-HTS-RTN.
           PERFORM 7100-HTS-LOOP-RTN UNTIL WK-HTS-EOF.
           IF WK-HIT-KEY NOT = SPACES
           THEN
             PERFORM 7200-END-HIT-RTN
           END-IF.
           CLOSE                       HTS-FILE.

       7010-READ-HTS-RTN.
           READ HTS-FILE               INTO WK-HIT-REC
             AT END
               SET WK-HTS-EOF          TO TRUE
           END-READ.

       7100-HTS-LOOP-RTN.
           IF WH-SORT-KEY NOT = WK-HIT-KEY
           THEN
             IF WK-HIT-KEY NOT = SPACES
             THEN
               PERFORM 7200-END-HIT-RTN
             END-IF
             IF WH-HIT-TYP NOT = WK-HIT-TYP
             THEN
               PERFORM 7150-HIT-HEAD-RTN
             END-IF
             MOVE WH-SORT-KEY          TO WK-HIT-KEY
             MOVE WH-HIT-TYP           TO WK-HIT-TYP
             MOVE WH-A-CUST-NO         TO WK-HIT-A-CUST-NO
             MOVE WH-B-CUST-NO         TO WK-HIT-B-CUST-NO
             MOVE WH-C-CUST-NO         TO WK-HIT-C-CUST-NO
             MOVE ZEROS                TO WK-HIT-CNT
                                          WK-HIT-SUM-AMT
             MOVE WH-IN-DT             TO WK-HIT-FIRST-DT
             MOVE WH-OUT-DT            TO WK-HIT-LAST-DT
           END-IF.
           ADD 1                       TO WK-HIT-CNT.
           ADD WH-CNY-AMT              TO WK-HIT-SUM-AMT.
           IF WH-IN-DT < WK-HIT-FIRST-DT
           THEN
             MOVE WH-IN-DT             TO WK-HIT-FIRST-DT
           END-IF.
           IF WH-OUT-DT > WK-HIT-LAST-DT
           THEN
             MOVE WH-OUT-DT            TO WK-HIT-LAST-DT
           END-IF.
           PERFORM 7010-READ-HTS-RTN.

       7150-HIT-HEAD-RTN.
           MOVE SPACES                 TO RPT-LINE.
           WRITE RPT-LINE.
           IF WH-HIT-TYP = 'R'
           THEN
             MOVE '二、回流(A→B→A)'    TO RPT-LINE
           ELSE
             MOVE '三、三户以上链路(A→B→C)'
                                       TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '客户A                客户B'
                                       DELIMITED BY SIZE
                  '                客户C                '
                                       DELIMITED BY SIZE
                  '   次数     命中金额(折人民币)'
                                       DELIMITED BY SIZE
                  ' 首笔流入 末笔流出'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       7200-END-HIT-RTN.
           IF WK-HIT-TYP = 'R'
           THEN
             ADD 1                     TO WK-RT-NUM
           ELSE
             ADD 1                     TO WK-CHN-NUM
           END-IF.
           MOVE SPACES                 TO RPT-HIT-LINE.
           MOVE WK-HIT-A-CUST-NO       TO RPT-HIT-A-CUST-NO.
           MOVE WK-HIT-B-CUST-NO       TO RPT-HIT-B-CUST-NO.
           MOVE WK-HIT-C-CUST-NO       TO RPT-HIT-C-CUST-NO.
           MOVE WK-HIT-CNT             TO RPT-HIT-CNT.
           MOVE WK-HIT-SUM-AMT         TO RPT-HIT-AMT.
           MOVE WK-HIT-FIRST-DT        TO RPT-HIT-FIRST-DT.
           MOVE WK-HIT-LAST-DT         TO RPT-HIT-LAST-DT.
           WRITE RPT-LINE              FROM RPT-HIT-LINE.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '四、本月合计'         TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '索引账户: '         DELIMITED BY SIZE
                  WK-IDX-CNT           DELIMITED BY SIZE
                  ' 借方明细: '        DELIMITED BY SIZE
                  WK-DR-CNT            DELIMITED BY SIZE
                  ' 对方非本行: '      DELIMITED BY SIZE
                  WK-EXT-CNT           DELIMITED BY SIZE
                  ' 同客户互转: '      DELIMITED BY SIZE
                  WK-OWN-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '往来边: '           DELIMITED BY SIZE
                  WK-EDGE-NUM          DELIMITED BY SIZE
                  ' 回流组: '          DELIMITED BY SIZE
                  WK-RT-NUM            DELIMITED BY SIZE
                  ' 链路组: '          DELIMITED BY SIZE
                  WK-CHN-NUM           DELIMITED BY SIZE
                  ' 取价失败: '        DELIMITED BY SIZE
                  WK-NO-RATE-CNT       DELIMITED BY SIZE
                  ' 流入表溢出: '      DELIMITED BY SIZE
                  WK-INF-OVF-CNT       DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE                       GRP-FILE
                                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARRPF'.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             CLOSE                       GRP-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
