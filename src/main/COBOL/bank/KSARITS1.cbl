      *                      PRODUCTS KSADEP0/KSAWDR0 ACCUMULATE:    *
      *                      SA-DDP-PDT按产品利率、SA-NGO-PRDT按协定  *
      *                      利率结息并本金化,SA-OD-PDT按透支利率     *
      *                      挂收SA-OD-INT,结息后积数清零进入新季度;  *
      *                      每次结息写结息历史段(SAITSHIS)供年度     *
      *                      利息清单                                 *
      *                      模式卡TRIAL为结息试算:按预计结息日走完   *
      *                      计息流程但不更新数据库,输出预计利息盘   *
      *                      及异常清单(零/负息、利率较上季变动、    *
      *                      利息较上季变动超阈值)供结息前复核;     *
      *                      实际结息另写结息前积数快照(SAITSSNP)    *
      *                      供冲回;模式卡RERUN只按ITSRRNIN所列      *
      *                      (KSARBKO1冲回后输出)币种段重新结息      *
      *                      实际结息同时转出KSARACR1逐日计提的应付  *
      *                      利息(SA-ACR-INT-AMT),按网点/法人/产品/ *
      *                      币种经CGLJRNL落转出(R)及差额(D)分录,   *
      *                      逐户差额列ITSACRRP                      *
      * KB/CF TO BE CALLED: CPDPSA0  CSAPRD2  CGLJRNL  CSNFQUE       *
      * INPUT..............: ITSCTLIN(模式卡) ITSRRNIN(RERUN)        *
      * OUTPUT.............: ITSSTLRP ITSWHTVC ITSWHTEX              *
      *                      ITSPRJOT ITSEXCRP (TRIAL)               *
      *                      ITSACRRP (POST/RERUN)                   *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R/U (U:POST)                        *
      * BSAACND   SAACNAMT       R/U (U:POST)                        *
      * BSAACND   SAACNTXN       I   (POST)                          *
      * BSAACND   SAACNAGR       R/U (U:POST)                        *
      * BSAITHD   SAITSHIS       R/I (I:POST)                        *
      * BSAITHD   SAITSSNP       I   (POST)                          *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE             ASSIGN TO ITSCTLIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RRN-FILE             ASSIGN TO ITSRRNIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO ITSSTLRP
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT WHV-FILE             ASSIGN TO ITSWHTVC
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT WHX-FILE             ASSIGN TO ITSWHTEX
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT PRJ-FILE             ASSIGN TO ITSPRJOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT EXC-FILE             ASSIGN TO ITSEXCRP
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT ACW-FILE             ASSIGN TO ITSACRWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT ACS-FILE             ASSIGN TO ITSACRSW.
           SELECT ACD-FILE             ASSIGN TO ITSACRST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT ACR-FILE             ASSIGN TO ITSACRRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-REC.
      *    TRIAL-试算(不更新数据库) POST-实际结息;无模式卡按POST
      *    RERUN-冲回后重结,只处理ITSRRNIN所列币种段
           05  CT-MODE                 PIC X(05).
      *    试算预计结息日YYYYMMDD,空则取当日
           05  CT-STL-DT               PIC X(08).
      *    利息较上季变动预警阈值(%),空则取WK-MOVE-PCT默认值
           05  CT-MOVE-PCT             PIC X(03).
           05  FILLER                  PIC X(56).
      *    冲回重结清单(KSARBKO1输出):账号+币种+钞汇及原结息
       FD  RRN-FILE.
       01  RRN-REC.
           05  RR-ACCT-NO              PIC X(32).
           05  RR-CURR-COD             PIC X(03).
           05  RR-CURR-IDEN            PIC X(01).
           05  RR-ORIG-STL-DT          PIC X(08).
           05  RR-ORIG-GROSS           PIC S9(14)V9(2).
           05  RR-ORIG-OD-INT          PIC S9(14)V9(2).
           05  FILLER                  PIC X(04).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      *    代扣税款凭证(打印格式)
           05  WX-RES-CNTY             PIC X(03).
           05  WX-STL-DT               PIC X(08).
           05  FILLER                  PIC X(14).
      *    结息试算预计利息盘(定长记录)
       FD  PRJ-FILE.
       01  PRJ-REC.
           05  PJ-ACCT-NO              PIC X(32).
           05  PJ-CURR-COD             PIC X(03).
           05  PJ-CURR-IDEN            PIC X(01).
           05  PJ-STL-DT               PIC X(08).
           05  PJ-DDP-PDT              PIC S9(16)V9(2).
           05  PJ-INTC-RATE            PIC S9(03)V9(05).
           05  PJ-INT-AMT              PIC S9(14)V9(2).
           05  PJ-NGO-INT-AMT          PIC S9(14)V9(2).
           05  PJ-WHT-AMT              PIC S9(14)V9(2).
           05  PJ-NET-AMT              PIC S9(14)V9(2).
           05  PJ-OD-INT-AMT           PIC S9(14)V9(2).
           05  PJ-PAYOUT-FLG           PIC X(01).
      *    上季结息日/毛息/产品利率(无历史为空/零)
           05  PJ-LST-STL-DT           PIC X(08).
           05  PJ-LST-GROSS            PIC S9(14)V9(2).
           05  PJ-LST-RATE             PIC S9(03)V9(05).
      *    异常标志:零负息/协定档利率/利率变动/利息变动
           05  PJ-EXC-FLGS             PIC X(04).
           05  FILLER                  PIC X(16).
      *    结息试算异常清单(打印格式)
       FD  EXC-FILE.
       01  EXC-LINE                    PIC X(132).
      *    计提转出工作盘:每个结息币种段一条,按网点/法人/产品/
      *    币种排序后汇总落分录
       FD  ACW-FILE.
       01  ACW-LINE                    PIC X(120).
       SD  ACS-FILE.
       01  ACS-REC.
           05  AS-SORT-KEY             PIC X(26).
           05  FILLER                  PIC X(94).
       FD  ACD-FILE.
       01  ACD-LINE                    PIC X(120).
      *    计提转出差额清单(打印格式)
       FD  ACR-FILE.
       01  ACR-LINE                    PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
          COPY                         SAACNAMT.
       01 SAACNTXN.
          COPY                         SAACNTXN.
       01 SANTFSUB.
          COPY                         SANTFSUB.
       01 SANTFQUE.
          COPY                         SANTFQUE.
       01 SAACNAGR.
          COPY                         SAACNAGR.
       01 SAITSINS.
          COPY                         SAITSINS.
       01 SAITSHIS.
          COPY                         SAITSHIS.
       01 SAITSSNP.
          COPY                         SAITSSNP.
      *    指定收息账户检索缓冲
       01 T-SAACNACN.
          COPY                         SAACNACN.
           COPY                        PCSAPRD2.
       01  PCTAXRES.
           COPY                        PCTAXRES.
       01  PCGLJRNL.
           COPY                        PCGLJRNL.
       01  PCSNFQUE.
           COPY                        PCSNFQUE.
           COPY                        APPAREA.
      *    非居民利息代扣税率(%);税款归集账户见
      *    C-SA-TAX-RMT-ACCT-NO
       77  WK-WHT-RATE                 PIC 9(03)V9(02) VALUE 10.
      *    试算:利息较上季变动预警阈值(%)
       77  WK-MOVE-PCT                 PIC 9(03) VALUE 30.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-ACCT-CNT             PIC 9(7)  VALUE ZEROS.
           05  WK-T-AMT-KEY.
               10  WK-T-CURR-COD       PIC X(03).
               10  WK-T-CURR-IDEN      PIC X(01).
      *    结息历史:代扣前普通/协定毛息
           05  WK-HIS-INT-AMT          PIC S9(16)V9(2) COMP-3.
           05  WK-HIS-NGO-INT-AMT      PIC S9(16)V9(2) COMP-3.
      *    运行模式:POST-实际结息 TRIAL-结息试算
           05  WK-MODE                 PIC X(05) VALUE 'POST '.
               88  WK-TRIAL                      VALUE 'TRIAL'.
               88  WK-RERUN                      VALUE 'RERUN'.
           05  WK-RRN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-RRN-EOF                    VALUE 'Y'.
           05  WK-RRN-CNT              PIC 9(7)  VALUE ZEROS.
      *    协定各档补齐至结息日的积数,实际结息时写快照
           05  WK-TIER-CNT             PIC 9(02).
           05  WK-TIER-GRP             OCCURS 20.
               10  WK-TIER-FL-NO       PIC 9(02).
               10  WK-TIER-PDT         PIC S9(16)V9(2) COMP-3.
           05  WK-TIER-IX              PIC 9(02).
           05  WK-CTL-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CTL-EOF                    VALUE 'Y'.
      *    试算:上季结息历史(同币种最近一次)
           05  WK-ITH-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ITH-EOF                    VALUE 'Y'.
           05  WK-LST-FND-FLG          PIC X(01) VALUE 'N'.
               88  WK-LST-FND                    VALUE 'Y'.
           05  WK-LST-STL-DT           PIC X(08).
           05  WK-LST-GROSS            PIC S9(16)V9(2) COMP-3.
           05  WK-LST-RATE             PIC S9(03)V9(05) COMP-3.
           05  WK-PRJ-GROSS            PIC S9(16)V9(2) COMP-3.
           05  WK-MOVE-AMT             PIC S9(16)V9(2) COMP-3.
           05  WK-MOVE-RATIO           PIC S9(09)V9(2) COMP-3.
      *    试算异常标志:任一非空即入异常清单
           05  WK-EXC-FLGS.
               10  WK-EXC-NEG          PIC X(01).
               10  WK-EXC-TIER         PIC X(01).
               10  WK-EXC-RATE         PIC X(01).
               10  WK-EXC-MOVE         PIC X(01).
           05  WK-EXC-RSN              PIC X(48).
           05  WK-PRJ-CNT              PIC 9(7)  VALUE ZEROS.
           05  WK-EXC-CNT              PIC 9(7)  VALUE ZEROS.
           05  WK-ED-AMT1              PIC -(15)9.99.
           05  WK-ED-AMT2              PIC -(15)9.99.
           05  WK-ED-RATE1             PIC -(3)9.9(5).
           05  WK-ED-RATE2             PIC -(3)9.9(5).
      *    应付利息计提转出:本段已计提额,批末按组落分录
           05  WK-ACR-RLS-AMT          PIC S9(16)V9(2) COMP-3.
           05  WK-ACD-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACD-EOF                    VALUE 'Y'.
           05  WK-ACR-GRP-KEY          PIC X(26).
           05  WK-ACR-GRP-RLS          PIC S9(16)V9(2) COMP-3.
           05  WK-ACR-GRP-DIFF         PIC S9(16)V9(2) COMP-3.
           05  WK-ACR-TOT-RLS          PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-ACR-TOT-DIFF         PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-ACR-DIFF-CNT         PIC 9(7)  VALUE ZEROS.
           05  WK-JRN-SEQ              PIC 9(7)  VALUE ZEROS.
           05  WK-JRN-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-JRN-TYP              PIC X(01).
           05  WK-JRN-RSLT             PIC X(24).
           05  WK-QUE-CNT              PIC 9(7)  VALUE ZEROS.
      *    转出分录流水号:程序名+结息日+序号
           05  WK-JRN-LOG-NO.
               10  FILLER              PIC X(08) VALUE 'KSARITS1'.
               10  WK-JRN-LOG-DT       PIC X(08).
               10  WK-JRN-LOG-SEQ      PIC 9(08).
      *    计提转出工作记录
       01  WK-ACW-REC.
           05  WC-SORT-KEY.
               10  WC-BRANCH-STD       PIC X(09).
               10  WC-LEGAL-PERSON-ID  PIC X(03).
               10  WC-PDP-CODE         PIC X(11).
               10  WC-CURR-COD         PIC X(03).
           05  WC-ACCT-NO              PIC X(32).
           05  WC-CURR-IDEN            PIC X(01).
           05  WC-RLS-AMT              PIC S9(16)V9(2).
           05  WC-GROSS-AMT            PIC S9(16)V9(2).
           05  WC-DIFF-AMT             PIC S9(16)V9(2).
           05  FILLER                  PIC X(07).
       01  RPT-DETAIL.
           05  RPT-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           IF WK-RERUN
           THEN
             PERFORM 2100-RERUN-RTN UNTIL WK-RRN-EOF
           ELSE
             PERFORM 2000-SCAN-ACN-RTN UNTIL WK-ACN-EOF
           END-IF.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           PERFORM 1100-READ-CTL-RTN.
           MOVE WK-BUSN-DT             TO SYS-BUSN-DT.
           OPEN OUTPUT                 RPT-FILE
                                       WHV-FILE
                                       WHX-FILE.
           MOVE SPACES                 TO RPT-LINE.
           IF WK-TRIAL
           THEN
             OPEN OUTPUT               PRJ-FILE
                                       EXC-FILE
             STRING '季度结息试算清单 预计结息日:'
                                       DELIMITED BY SIZE
                    WK-BUSN-DT         DELIMITED BY SIZE
                                       INTO RPT-LINE
             MOVE SPACES               TO EXC-LINE
             STRING '结息试算异常清单 预计结息日:'
                                       DELIMITED BY SIZE
                    WK-BUSN-DT         DELIMITED BY SIZE
                    ' 变动阈值%:'      DELIMITED BY SIZE
                    WK-MOVE-PCT        DELIMITED BY SIZE
                                       INTO EXC-LINE
             WRITE EXC-LINE
           ELSE
             IF WK-RERUN
             THEN
               STRING '冲回重结清单 结息日:'
                                       DELIMITED BY SIZE
                      WK-BUSN-DT       DELIMITED BY SIZE
                                       INTO RPT-LINE
             ELSE
               STRING '季度结息清单 结息日:'
                                       DELIMITED BY SIZE
                      WK-BUSN-DT       DELIMITED BY SIZE
                                       INTO RPT-LINE
             END-IF
           END-IF.
           WRITE RPT-LINE.
           IF NOT WK-TRIAL
           THEN
             MOVE WK-BUSN-DT           TO WK-JRN-LOG-DT
             OPEN OUTPUT               ACW-FILE
                                       ACR-FILE
             MOVE SPACES               TO ACR-LINE
             STRING '应付利息计提转出差额清单 结息日:'
                                       DELIMITED BY SIZE
                    WK-BUSN-DT         DELIMITED BY SIZE
                                       INTO ACR-LINE
             WRITE ACR-LINE
           END-IF.
           IF WK-RERUN
           THEN
             OPEN INPUT                RRN-FILE
             PERFORM 2110-READ-RRN-RTN
           ELSE
             PERFORM 2010-OPEN-ACN-RTN
           END-IF.

      *    模式卡:无卡或非TRIAL均按实际结息;试算可指定预计
      *    结息日(尾段积数补计至该日)及变动阈值
       1100-READ-CTL-RTN.
           OPEN INPUT                  CTL-FILE.
           READ CTL-FILE
             AT END SET WK-CTL-EOF     TO TRUE
           END-READ.
           IF NOT WK-CTL-EOF AND CT-MODE = 'RERUN'
           THEN
             MOVE CT-MODE              TO WK-MODE
           END-IF.
           IF NOT WK-CTL-EOF AND CT-MODE = 'TRIAL'
           THEN
             MOVE CT-MODE              TO WK-MODE
             IF CT-STL-DT IS NUMERIC AND CT-STL-DT >= WK-BUSN-DT
             THEN
               MOVE CT-STL-DT          TO WK-BUSN-DT
             END-IF
             IF CT-MOVE-PCT IS NUMERIC AND CT-MOVE-PCT > ZEROS
             THEN
               MOVE CT-MOVE-PCT        TO WK-MOVE-PCT
             END-IF
           END-IF.
           CLOSE                       CTL-FILE.

       2010-OPEN-ACN-RTN.
           INITIALIZE                  PDBIMAIN.
             SET WK-ACN-EOF            TO TRUE
           END-IF.

      *    冲回重结:按清单逐笔定位账户及币种段,只结该段;
      *    结后列示原结息与重结结果对照
       2100-RERUN-RTN.
           ADD 1                       TO WK-RRN-CNT.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE RR-ACCT-NO             TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE '账户不存在'         TO WK-EXC-RSN
             PERFORM 2130-RERUN-SKIP-RTN
           ELSE
             PERFORM 2120-RERUN-AMT-RTN
           END-IF.
           PERFORM 2110-READ-RRN-RTN.

       2110-READ-RRN-RTN.
           READ RRN-FILE
             AT END SET WK-RRN-EOF     TO TRUE
           END-READ.

      *    币种段持有读取,重结后4400/4450在持有状态下REPL
       2120-RERUN-AMT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE RR-ACCT-NO             TO DBI-KEY-VALUE1(1).
           MOVE RR-CURR-COD            TO WK-T-CURR-COD.
           MOVE RR-CURR-IDEN           TO WK-T-CURR-IDEN.
           MOVE WK-T-AMT-KEY           TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-DDP-ACCT-STS OF SAACNAMT = C-SA-CLOSED-COD OR
              SA-INTC-FLG OF SAACNACN NOT = C-CM-FLAG-YES
           THEN
             MOVE '币种段不存在/已销户/不计息'
                                       TO WK-EXC-RSN
             PERFORM 2130-RERUN-SKIP-RTN
           ELSE
             MOVE ZEROS                TO WK-HIS-INT-AMT
                                          WK-HIS-NGO-INT-AMT
                                          WK-OD-INT-AMT
             PERFORM 4000-SETTLE-RTN
             PERFORM 2140-RERUN-CMP-RTN
           END-IF.

       2130-RERUN-SKIP-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING RR-ACCT-NO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RR-CURR-COD          DELIMITED BY SIZE
                  ' 未重结:'           DELIMITED BY SIZE
                  WK-EXC-RSN           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.

       2140-RERUN-CMP-RTN.
           MOVE RR-ORIG-GROSS          TO WK-ED-AMT1.
           COMPUTE WK-PRJ-GROSS = WK-HIS-INT-AMT + WK-HIS-NGO-INT-AMT.
           MOVE WK-PRJ-GROSS           TO WK-ED-AMT2.
           MOVE SPACES                 TO RPT-LINE.
           STRING '    原结息日:'      DELIMITED BY SIZE
                  RR-ORIG-STL-DT       DELIMITED BY SIZE
                  ' 原毛息:'           DELIMITED BY SIZE
                  WK-ED-AMT1           DELIMITED BY SIZE
                  ' 重结毛息:'         DELIMITED BY SIZE
                  WK-ED-AMT2           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE RR-ORIG-OD-INT         TO WK-ED-AMT1.
           MOVE WK-OD-INT-AMT          TO WK-ED-AMT2.
           MOVE SPACES                 TO RPT-LINE.
           STRING '    原透支息:'      DELIMITED BY SIZE
                  WK-ED-AMT1           DELIMITED BY SIZE
                  ' 重结透支息:'       DELIMITED BY SIZE
                  WK-ED-AMT2           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.

       3000-SCAN-AMT-RTN.
           MOVE 'N'                    TO WK-AMT-EOF-FLG.
           PERFORM 3010-OPEN-AMT-RTN.
      *      登记了利息入账指示且收息账户可用的,利息划付
      *      收息账户;否则照旧本金化
             PERFORM 4260-CHECK-PAYOUT-RTN
             MOVE WK-INT-AMT           TO WK-HIS-INT-AMT
             MOVE WK-NGO-INT-AMT       TO WK-HIS-NGO-INT-AMT
      *      税收居民登记为非居民的,先按税率代扣税款,
      *      净息入账,税款批量末一笔归集划缴户
             PERFORM 4270-CHECK-WHT-RTN
      *      试算只出预计利息及异常,不落账不清积数
             IF WK-TRIAL
             THEN
               PERFORM 4700-TRIAL-RTN
             ELSE
               PERFORM 4050-POST-STL-RTN
             END-IF
             PERFORM 5010-WRITE-DETAIL-RTN
             ADD 1                     TO WK-STL-CNT
             COMPUTE WK-TOT-INT-AMT = WK-TOT-INT-AMT
                                    + WK-INT-AMT + WK-NGO-INT-AMT
           END-IF.

      *    实际结息:入账、本金化、积数清零、写结息历史
       4050-POST-STL-RTN.
      *    已计提额先留存,快照及转出分录用;入账时清零
           IF SA-ACR-INT-AMT OF SAACNAMT IS NUMERIC
           THEN
             MOVE SA-ACR-INT-AMT OF SAACNAMT
                                       TO WK-ACR-RLS-AMT
           ELSE
             MOVE ZEROS                TO WK-ACR-RLS-AMT
           END-IF.
           PERFORM 4610-WRITE-SNP-RTN.
           IF WK-PAYOUT AND
              WK-INT-AMT + WK-NGO-INT-AMT > ZEROS
           THEN
             PERFORM 4350-PAYOUT-TXN-RTN
             PERFORM 4450-UPDATE-AMT-PO-RTN
           ELSE
             PERFORM 4300-INSERT-STL-TXN-RTN
             PERFORM 4400-UPDATE-AMT-RTN
           END-IF.
           PERFORM 4500-RESET-AGR-RTN.
           PERFORM 4600-WRITE-HIS-RTN.
           PERFORM 4800-WRITE-ACW-RTN.

      *    自上次计提日补计积数至结息日:普通/透支积数在此
      *    补齐尾段,协定档尾段在逐档读取时补齐,避免末次动账
      *    日到结息日之间的天数漏计
                 * PD-INTC-RATE OF O-PDPRTSAI OF PCPDPSA0
                 / 360 / 100.
           MOVE ZEROS                  TO WK-NGO-INT-AMT.
           MOVE SPACES                 TO WK-EXC-FLGS.
           MOVE ZEROS                  TO WK-TIER-CNT.
           PERFORM 4210-NGO-INT-RTN.
           COMPUTE WK-OD-INT-AMT ROUNDED = WK-OD-PDT-TOT
                 * PD-OD-INTC-RATE OF O-PDPRTSAI OF PCPDPSA0
           COMPUTE WK-NGO-INT-AMT ROUNDED = WK-NGO-INT-AMT
                 + WK-NGO-TIER-PDT
                 * SA-NGO-RATE OF SAACNAGR / 360 / 100.
           IF WK-TIER-CNT < 20
           THEN
             ADD 1                     TO WK-TIER-CNT
             MOVE SA-NGO-FL-NO-N OF SAACNAGR
                                       TO WK-TIER-FL-NO(WK-TIER-CNT)
             MOVE WK-NGO-TIER-PDT      TO WK-TIER-PDT(WK-TIER-CNT)
           END-IF.
      *    有积数的协定档利率非正,试算列入异常
           IF WK-NGO-TIER-PDT > ZEROS AND
              SA-NGO-RATE OF SAACNAGR NOT > ZEROS
           THEN
             MOVE 'T'                  TO WK-EXC-TIER
           END-IF.

      *    非居民代扣:经CTAXRES查询税收居民登记,任一居民
      *    国别非CHN即按税率就毛息代扣,净息入账;代扣逐户
                     - ( WK-WHT-AMT - WK-INT-AMT )
               MOVE ZEROS              TO WK-INT-AMT
             END-IF
      *      试算只算税额,不出凭证、不入归集桶
             IF NOT WK-TRIAL
             THEN
               COMPUTE WK-WHT-TOT = WK-WHT-TOT + WK-WHT-AMT
               PERFORM 4276-ADD-WHT-CCY-RTN
               PERFORM 4272-WRITE-WHT-RTN
             END-IF
           END-IF.

      *    税款按结息币种入桶累计
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE WK-TGT-ACCT-NO         TO SA-NTQ-ACCT-NO.
           PERFORM 9807-INSERT-NTF-RTN.
      *    收息账户金额档:本金化至收息户
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE ZEROS                  TO SA-OD-PDT   OF SAACNAMT.
           MOVE WK-BUSN-DT             TO SA-LTM-PDTC-DT OF SAACNAMT.
           MOVE WK-BUSN-DT             TO SA-LTM-STL-DT  OF SAACNAMT.
           MOVE ZEROS                  TO SA-ACR-INT-AMT OF SAACNAMT.
           MOVE WK-BUSN-DT             TO SA-LTM-ACR-DT  OF SAACNAMT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE SA-ACCT-NO OF SAACNACN TO SA-NTQ-ACCT-NO.
           PERFORM 9807-INSERT-NTF-RTN.

      *    本金化并清零积数,当前段在持有状态下REPL
       4400-UPDATE-AMT-RTN.
           MOVE ZEROS                  TO SA-OD-PDT   OF SAACNAMT.
           MOVE WK-BUSN-DT             TO SA-LTM-PDTC-DT OF SAACNAMT.
           MOVE WK-BUSN-DT             TO SA-LTM-STL-DT  OF SAACNAMT.
           MOVE ZEROS                  TO SA-ACR-INT-AMT OF SAACNAMT.
           MOVE WK-BUSN-DT             TO SA-LTM-ACR-DT  OF SAACNAMT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    结息历史:毛息/代扣/净息/透支息及入账去向逐次留存,
      *    贷记明细号取记账后本户或收息账户明细数
       4600-WRITE-HIS-RTN.
           INITIALIZE                  SAITSHIS.
           MOVE SA-ACCT-NO OF SAACNACN TO SA-ITH-ACCT-NO.
           MOVE SA-CURR-COD OF SAACNAMT
                                       TO SA-ITH-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNAMT
                                       TO SA-ITH-CURR-IDEN.
           MOVE WK-BUSN-DT             TO SA-ITH-STL-DT.
           MOVE WK-DDP-PDT             TO SA-ITH-DDP-PDT.
           MOVE WK-HIS-INT-AMT         TO SA-ITH-INT-AMT.
           MOVE WK-HIS-NGO-INT-AMT     TO SA-ITH-NGO-INT-AMT.
           MOVE WK-WHT-AMT             TO SA-ITH-WHT-AMT.
           MOVE WK-RES-CNTY            TO SA-ITH-RES-CNTY.
           COMPUTE SA-ITH-NET-AMT = WK-INT-AMT + WK-NGO-INT-AMT.
           MOVE WK-OD-INT-AMT          TO SA-ITH-OD-INT-AMT.
           IF WK-PAYOUT AND
              WK-INT-AMT + WK-NGO-INT-AMT > ZEROS
           THEN
             MOVE '1'                  TO SA-ITH-PAYOUT-FLG
             MOVE WK-TGT-ACCT-NO       TO SA-ITH-TGT-ACCT-NO
             MOVE SA-DET-ITEM-N OF T-SAACNACN
                                       TO SA-ITH-CR-DET-NO-N
           ELSE
             MOVE '0'                  TO SA-ITH-PAYOUT-FLG
             MOVE SA-DET-ITEM-N OF SAACNACN
                                       TO SA-ITH-CR-DET-NO-N
           END-IF.
           MOVE '0'                    TO SA-ITH-STS.
           MOVE PD-INTC-RATE OF O-PDPRTSAI OF PCPDPSA0
                                       TO SA-ITH-INTC-RATE.
           MOVE PD-OD-INTC-RATE OF O-PDPRTSAI OF PCPDPSA0
                                       TO SA-ITH-OD-RATE.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO SA-ITH-BRANCH-STD.
           MOVE SA-LEGAL-PERSON-ID OF SAACNACN
                                       TO SA-LEGAL-PERSON-ID
                                          OF SAITSHIS.
           MOVE SA-DB-PARTITION-ID OF SAACNACN
                                       TO SA-DB-PARTITION-ID
                                          OF SAITSHIS.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAITHD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAITSHIS'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN'       USING PDBIMAIN
                                       SAITSHIS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    结息试算:比对上季结息历史,写预计利息盘,
      *    有异常的另出异常清单
       4700-TRIAL-RTN.
           PERFORM 4710-LAST-HIS-RTN.
           COMPUTE WK-PRJ-GROSS = WK-HIS-INT-AMT + WK-HIS-NGO-INT-AMT.
      *    正积数零/负息,或任一分层利息为负
           IF WK-DDP-PDT > ZEROS AND WK-PRJ-GROSS NOT > ZEROS
           THEN
             MOVE 'N'                  TO WK-EXC-NEG
           END-IF.
           IF WK-HIS-INT-AMT < ZEROS OR WK-HIS-NGO-INT-AMT < ZEROS
           THEN
             MOVE 'N'                  TO WK-EXC-NEG
           END-IF.
      *    产品利率较上季结息所用利率变动(旧历史无利率不比)
           IF WK-LST-FND AND WK-LST-RATE > ZEROS AND
              WK-LST-RATE NOT = PD-INTC-RATE OF O-PDPRTSAI
                                             OF PCPDPSA0
           THEN
             MOVE 'R'                  TO WK-EXC-RATE
           END-IF.
      *    毛息较上季变动幅度超阈值
           IF WK-LST-FND AND WK-LST-GROSS > ZEROS
           THEN
             COMPUTE WK-MOVE-AMT = WK-PRJ-GROSS - WK-LST-GROSS
             IF WK-MOVE-AMT < ZEROS
             THEN
               COMPUTE WK-MOVE-AMT = ZEROS - WK-MOVE-AMT
             END-IF
             COMPUTE WK-MOVE-RATIO ROUNDED =
                     WK-MOVE-AMT * 100 / WK-LST-GROSS
             IF WK-MOVE-RATIO > WK-MOVE-PCT
             THEN
               MOVE 'M'                TO WK-EXC-MOVE
             END-IF
           END-IF.
           PERFORM 4750-WRITE-PRJ-RTN.
           IF WK-EXC-FLGS NOT = SPACES
           THEN
             PERFORM 4760-WRITE-EXC-RTN
           END-IF.
           ADD 1                       TO WK-PRJ-CNT.

      *    取本账号同币种、预计结息日前最近一次结息历史
       4710-LAST-HIS-RTN.
           MOVE 'N'                    TO WK-LST-FND-FLG.
           MOVE 'N'                    TO WK-ITH-EOF-FLG.
           MOVE SPACES                 TO WK-LST-STL-DT.
           MOVE ZEROS                  TO WK-LST-GROSS
                                          WK-LST-RATE.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAITSHIS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAITHD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAITSHIS'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 97                     TO DBI-DB-SEQUENCE.
           PERFORM 4720-HIS-LOOP-RTN UNTIL WK-ITH-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAITSHIS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       4720-HIS-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAITSHIS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-ITH-EOF            TO TRUE
           ELSE
             IF SA-ITH-CURR-COD = SA-CURR-COD OF SAACNAMT AND
                SA-ITH-CURR-IDEN = SA-CURR-IDEN OF SAACNAMT AND
                SA-ITH-STL-DT < WK-BUSN-DT AND
                SA-ITH-STS NOT = '1'
             THEN
               PERFORM 4730-TAKE-HIS-RTN
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

      *    历史按结息日升序,末次命中即为上季
       4730-TAKE-HIS-RTN.
           SET WK-LST-FND              TO TRUE.
           MOVE SA-ITH-STL-DT          TO WK-LST-STL-DT.
           COMPUTE WK-LST-GROSS = SA-ITH-INT-AMT
                                + SA-ITH-NGO-INT-AMT.
           IF SA-ITH-INTC-RATE IS NUMERIC
           THEN
             MOVE SA-ITH-INTC-RATE     TO WK-LST-RATE
           ELSE
             MOVE ZEROS                TO WK-LST-RATE
           END-IF.

       4750-WRITE-PRJ-RTN.
           MOVE SPACES                 TO PRJ-REC.
           MOVE SA-ACCT-NO OF SAACNACN TO PJ-ACCT-NO.
           MOVE SA-CURR-COD OF SAACNAMT
                                       TO PJ-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNAMT
                                       TO PJ-CURR-IDEN.
           MOVE WK-BUSN-DT             TO PJ-STL-DT.
           MOVE WK-DDP-PDT             TO PJ-DDP-PDT.
           MOVE PD-INTC-RATE OF O-PDPRTSAI OF PCPDPSA0
                                       TO PJ-INTC-RATE.
           MOVE WK-HIS-INT-AMT         TO PJ-INT-AMT.
           MOVE WK-HIS-NGO-INT-AMT     TO PJ-NGO-INT-AMT.
           MOVE WK-WHT-AMT             TO PJ-WHT-AMT.
           COMPUTE PJ-NET-AMT = WK-INT-AMT + WK-NGO-INT-AMT.
           MOVE WK-OD-INT-AMT          TO PJ-OD-INT-AMT.
           IF WK-PAYOUT AND
              WK-INT-AMT + WK-NGO-INT-AMT > ZEROS
           THEN
             MOVE '1'                  TO PJ-PAYOUT-FLG
           ELSE
             MOVE '0'                  TO PJ-PAYOUT-FLG
           END-IF.
           MOVE WK-LST-STL-DT          TO PJ-LST-STL-DT.
           MOVE WK-LST-GROSS           TO PJ-LST-GROSS.
           MOVE WK-LST-RATE            TO PJ-LST-RATE.
           MOVE WK-EXC-FLGS            TO PJ-EXC-FLGS.
           WRITE PRJ-REC.

      *    异常清单:账户一行,异常原因逐行列示
       4760-WRITE-EXC-RTN.
           ADD 1                       TO WK-EXC-CNT.
           MOVE WK-PRJ-GROSS           TO WK-ED-AMT1.
           MOVE WK-LST-GROSS           TO WK-ED-AMT2.
           MOVE SPACES                 TO EXC-LINE.
           STRING SA-ACCT-NO OF SAACNACN(1:32)
                                       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SA-CURR-COD OF SAACNAMT
                                       DELIMITED BY SIZE
                  ' 预计毛息:'         DELIMITED BY SIZE
                  WK-ED-AMT1           DELIMITED BY SIZE
                  ' 上季毛息:'         DELIMITED BY SIZE
                  WK-ED-AMT2           DELIMITED BY SIZE
                  ' 上季结息日:'       DELIMITED BY SIZE
                  WK-LST-STL-DT        DELIMITED BY SIZE
                                       INTO EXC-LINE
           WRITE EXC-LINE.
           IF WK-EXC-NEG NOT = SPACES
           THEN
             MOVE '正积数零利息或分层利息为负'
                                       TO WK-EXC-RSN
             PERFORM 4770-WRITE-RSN-RTN
           END-IF.
           IF WK-EXC-TIER NOT = SPACES
           THEN
             MOVE '协定档有积数但协定利率非正'
                                       TO WK-EXC-RSN
             PERFORM 4770-WRITE-RSN-RTN
           END-IF.
           IF WK-EXC-RATE NOT = SPACES
           THEN
             MOVE WK-LST-RATE          TO WK-ED-RATE1
             MOVE PD-INTC-RATE OF O-PDPRTSAI OF PCPDPSA0
                                       TO WK-ED-RATE2
             MOVE SPACES               TO WK-EXC-RSN
             STRING '产品利率变动 上季:' DELIMITED BY SIZE
                    WK-ED-RATE1        DELIMITED BY SIZE
                    ' 本季:'           DELIMITED BY SIZE
                    WK-ED-RATE2        DELIMITED BY SIZE
                                       INTO WK-EXC-RSN
             PERFORM 4770-WRITE-RSN-RTN
           END-IF.
           IF WK-EXC-MOVE NOT = SPACES
           THEN
             MOVE '利息较上季变动超阈值'
                                       TO WK-EXC-RSN
             PERFORM 4770-WRITE-RSN-RTN
           END-IF.

       4770-WRITE-RSN-RTN.
           MOVE SPACES                 TO EXC-LINE.
           STRING '    '               DELIMITED BY SIZE
                  WK-EXC-RSN           DELIMITED BY SIZE
                                       INTO EXC-LINE
           WRITE EXC-LINE.

      *    结息前积数快照:币种段一行(档次00),协定档逐档一行,
      *    须在本金化/清零前写入
       4610-WRITE-SNP-RTN.
           INITIALIZE                  SAITSSNP.
           MOVE SA-ACCT-NO OF SAACNACN TO SA-ITP-ACCT-NO.
           MOVE SA-CURR-COD OF SAACNAMT
                                       TO SA-ITP-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNAMT
                                       TO SA-ITP-CURR-IDEN.
           MOVE WK-BUSN-DT             TO SA-ITP-STL-DT.
           MOVE ZEROS                  TO SA-ITP-FL-NO-N.
           MOVE WK-DDP-PDT             TO SA-ITP-DDP-PDT.
           MOVE SA-ACTU-PDT OF SAACNAMT
                                       TO SA-ITP-ACTU-PDT.
           MOVE WK-OD-PDT-TOT          TO SA-ITP-OD-PDT.
           MOVE ZEROS                  TO SA-ITP-NGO-PRDT.
           MOVE SA-LTM-STL-DT OF SAACNAMT
                                       TO SA-ITP-LTM-STL-DT.
           MOVE WK-ACR-RLS-AMT         TO SA-ITP-ACR-INT-AMT.
           MOVE SA-LEGAL-PERSON-ID OF SAACNACN
                                       TO SA-LEGAL-PERSON-ID
                                          OF SAITSSNP.
           MOVE SA-DB-PARTITION-ID OF SAACNACN
                                       TO SA-DB-PARTITION-ID
                                          OF SAITSSNP.
           PERFORM 4620-ISRT-SNP-RTN.
           MOVE ZEROS                  TO SA-ITP-DDP-PDT
                                          SA-ITP-ACTU-PDT
                                          SA-ITP-OD-PDT
                                          SA-ITP-ACR-INT-AMT.
           MOVE 1                      TO WK-TIER-IX.
           PERFORM 4630-TIER-SNP-RTN UNTIL WK-TIER-IX > WK-TIER-CNT.

       4620-ISRT-SNP-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAITHD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAITSSNP'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN'       USING PDBIMAIN
                                       SAITSSNP
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       4630-TIER-SNP-RTN.
           MOVE WK-TIER-FL-NO(WK-TIER-IX)
                                       TO SA-ITP-FL-NO-N.
           MOVE WK-TIER-PDT(WK-TIER-IX)
                                       TO SA-ITP-NGO-PRDT.
           PERFORM 4620-ISRT-SNP-RTN.
           ADD 1                       TO WK-TIER-IX.

      *    计提转出工作记录:已计提额与实际毛息(代扣前)及差额
       4800-WRITE-ACW-RTN.
           INITIALIZE                  WK-ACW-REC.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO WC-BRANCH-STD.
           MOVE SA-LEGAL-PERSON-ID OF SAACNACN
                                       TO WC-LEGAL-PERSON-ID.
           MOVE SA-PDP-CODE OF SAACNACN
                                       TO WC-PDP-CODE.
           MOVE SA-CURR-COD OF SAACNAMT
                                       TO WC-CURR-COD.
           MOVE SA-ACCT-NO OF SAACNACN TO WC-ACCT-NO.
           MOVE SA-CURR-IDEN OF SAACNAMT
                                       TO WC-CURR-IDEN.
           MOVE WK-ACR-RLS-AMT         TO WC-RLS-AMT.
           COMPUTE WC-GROSS-AMT = WK-HIS-INT-AMT + WK-HIS-NGO-INT-AMT.
           COMPUTE WC-DIFF-AMT = WC-GROSS-AMT - WC-RLS-AMT.
           WRITE ACW-LINE              FROM WK-ACW-REC.

       5010-WRITE-DETAIL-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE SA-ACCT-NO OF SAACNACN TO RPT-ACCT-NO.
                                             PCPDPSA0
                                             SYS-AREA.

      *    动账通知:本笔明细按账号+明细号组队列记录(账号由调用
      *    处先置SA-NTQ-ACCT-NO),订阅判断与入队在9808
       9807-INSERT-NTF-RTN.
           MOVE SA-DDP-ACCT-NO-DET-N OF SAACNTXN
                                       TO SA-NTQ-DET-NO-N.
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO SA-NTQ-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNTXN
                                       TO SA-NTQ-CURR-IDEN.
           MOVE SA-TX-DT OF SAACNTXN
                                       TO SA-NTQ-TX-DT.
           MOVE SA-TX-TM OF SAACNTXN
                                       TO SA-NTQ-TX-TM.
           MOVE SA-DR-AMT OF SAACNTXN
                                       TO SA-NTQ-DR-AMT.
           MOVE SA-CR-AMT OF SAACNTXN
                                       TO SA-NTQ-CR-AMT.
           MOVE SA-DDP-ACCT-BAL OF SAACNTXN
                                       TO SA-NTQ-BAL.
           MOVE SA-DSCRP-COD OF SAACNTXN
                                       TO SA-NTQ-DSCRP-COD.
           MOVE SA-RMRK OF SAACNTXN
                                       TO SA-NTQ-RMRK.
           MOVE SA-EC-FLG OF SAACNTXN
                                       TO SA-NTQ-EC-FLG.
           MOVE SA-OP-CUST-NAME OF SAACNTXN
                                       TO SA-NTQ-OP-CUST-NAME.
           MOVE SA-TX-LOG-NO OF SAACNTXN
                                       TO SA-NTQ-TX-LOG-NO.
           MOVE SA-LEGAL-PERSON-ID OF SAACNTXN
                                       TO SA-LEGAL-PERSON-ID
                                          OF SANTFQUE.
           MOVE SA-DB-PARTITION-ID OF SAACNTXN
                                       TO SA-DB-PARTITION-ID
                                          OF SANTFQUE.
           MOVE SPACES                 TO SA-NTQ-FILLER.
           PERFORM 9808-PUT-NTF-RTN.

      *    账户有有效订阅才入队;渠道/方向/起通知金额由
      *    KSARNTF1发送时逐渠道判断
       9808-PUT-NTF-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANTFSUB.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANTSD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SANTFSUB'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-NTQ-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SANTFSUB
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-NTS-STS = '0'
           THEN
             MOVE 'KSARITS1'           TO SA-NTQ-SRC-PGM
             INITIALIZE                PDBIMAIN
             MOVE 'BSANTQD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SANTFQUE'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SANTFQUE
                                       AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
           END-IF.

      *    GDBIMAIN返回状态检查,非预期异常即中止
       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND

       9000-END-RTN.
           MOVE 1                      TO WK-WHT-CIX.
           IF NOT WK-TRIAL
           THEN
             PERFORM 9100-POST-WHT-TOT-RTN
                     UNTIL WK-WHT-CIX > WK-WHT-CCY-CNT
           END-IF.
           MOVE SPACES                 TO RPT-LINE.
           STRING '扫描账户数: '       DELIMITED BY SIZE
                  WK-ACCT-CNT          DELIMITED BY SIZE
                  WK-WHT-TOT-ED        DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           IF WK-TRIAL
           THEN
             MOVE SPACES               TO EXC-LINE
             STRING '试算账户数: '     DELIMITED BY SIZE
                    WK-PRJ-CNT         DELIMITED BY SIZE
                    '   异常账户数: '  DELIMITED BY SIZE
                    WK-EXC-CNT         DELIMITED BY SIZE
                                       INTO EXC-LINE
             WRITE EXC-LINE
             CLOSE                     PRJ-FILE
                                       EXC-FILE
           END-IF.
           IF WK-RERUN
           THEN
             MOVE SPACES               TO RPT-LINE
             STRING '重结清单笔数: '   DELIMITED BY SIZE
                    WK-RRN-CNT         DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
             CLOSE                     RRN-FILE
           END-IF.
           IF NOT WK-TRIAL
           THEN
             PERFORM 9200-ACR-RELEASE-RTN
           END-IF.
           CLOSE                        RPT-FILE
                                        WHV-FILE
                                        WHX-FILE.

      ****************************************************************
      *    计提转出:按网点/法人/产品/币种汇总落R/D分录,列差额      *
      ****************************************************************
       9200-ACR-RELEASE-RTN.
           CLOSE                       ACW-FILE.
           SORT ACS-FILE
                ON ASCENDING KEY AS-SORT-KEY
                USING ACW-FILE
                GIVING ACD-FILE.
           OPEN INPUT                  ACD-FILE.
           MOVE LOW-VALUES             TO WK-ACR-GRP-KEY.
           PERFORM 9210-READ-ACD-RTN.
           PERFORM 9220-ACD-LOOP-RTN UNTIL WK-ACD-EOF.
           IF WK-ACR-GRP-KEY NOT = LOW-VALUES
           THEN
             PERFORM 9230-ACR-GRP-END-RTN
           END-IF.
           CLOSE                       ACD-FILE.
           MOVE SPACES                 TO ACR-LINE.
           MOVE WK-ACR-TOT-RLS         TO WK-ED-AMT1.
           MOVE WK-ACR-TOT-DIFF        TO WK-ED-AMT2.
           STRING '转出计提合计:'      DELIMITED BY SIZE
                  WK-ED-AMT1           DELIMITED BY SIZE
                  ' 差额合计:'         DELIMITED BY SIZE
                  WK-ED-AMT2           DELIMITED BY SIZE
                  ' 差额户数:'         DELIMITED BY SIZE
                  WK-ACR-DIFF-CNT      DELIMITED BY SIZE
                  ' 入队:'             DELIMITED BY SIZE
                  WK-QUE-CNT           DELIMITED BY SIZE
                                       INTO ACR-LINE.
           WRITE ACR-LINE.
           CLOSE                       ACR-FILE.

       9210-READ-ACD-RTN.
           READ ACD-FILE               INTO WK-ACW-REC
             AT END
               SET WK-ACD-EOF          TO TRUE
           END-READ.

       9220-ACD-LOOP-RTN.
           IF WC-SORT-KEY NOT = WK-ACR-GRP-KEY
           THEN
             IF WK-ACR-GRP-KEY NOT = LOW-VALUES
             THEN
               PERFORM 9230-ACR-GRP-END-RTN
             END-IF
             MOVE WC-SORT-KEY          TO WK-ACR-GRP-KEY
             MOVE ZEROS                TO WK-ACR-GRP-RLS
             MOVE ZEROS                TO WK-ACR-GRP-DIFF
           END-IF.
           ADD WC-RLS-AMT              TO WK-ACR-GRP-RLS.
           ADD WC-DIFF-AMT             TO WK-ACR-GRP-DIFF.
      *    逐户只列有差额者
           IF WC-DIFF-AMT NOT = ZEROS
           THEN
             ADD 1                     TO WK-ACR-DIFF-CNT
             MOVE WC-RLS-AMT           TO WK-ED-AMT1
             MOVE WC-DIFF-AMT          TO WK-ED-AMT2
             MOVE SPACES               TO ACR-LINE
             STRING WC-ACCT-NO         DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WC-CURR-COD        DELIMITED BY SIZE
                    WC-CURR-IDEN       DELIMITED BY SIZE
                    ' 已计提:'         DELIMITED BY SIZE
                    WK-ED-AMT1         DELIMITED BY SIZE
                    ' 差额:'           DELIMITED BY SIZE
                    WK-ED-AMT2         DELIMITED BY SIZE
                                       INTO ACR-LINE
             WRITE ACR-LINE
           END-IF.
           PERFORM 9210-READ-ACD-RTN.

      *    组末:转出分录(R)冲已计提,差额分录(D)补记实际与计提之差
       9230-ACR-GRP-END-RTN.
           ADD WK-ACR-GRP-RLS          TO WK-ACR-TOT-RLS.
           ADD WK-ACR-GRP-DIFF         TO WK-ACR-TOT-DIFF.
           IF WK-ACR-GRP-RLS NOT = ZEROS
           THEN
             MOVE 'R'                  TO WK-JRN-TYP
             MOVE WK-ACR-GRP-RLS       TO WK-JRN-AMT
             PERFORM 9762-CALL-CGLJRNL-RTN
             PERFORM 9240-WRITE-GRP-RTN
           END-IF.
           IF WK-ACR-GRP-DIFF NOT = ZEROS
           THEN
             MOVE 'D'                  TO WK-JRN-TYP
             MOVE WK-ACR-GRP-DIFF      TO WK-JRN-AMT
             PERFORM 9762-CALL-CGLJRNL-RTN
             PERFORM 9240-WRITE-GRP-RTN
           END-IF.

       9240-WRITE-GRP-RTN.
           MOVE WK-JRN-AMT             TO WK-ED-AMT1.
           MOVE SPACES                 TO ACR-LINE.
           STRING ' 网点:'             DELIMITED BY SIZE
                  WK-ACR-GRP-KEY(1:9)  DELIMITED BY SIZE
                  ' 法人:'             DELIMITED BY SIZE
                  WK-ACR-GRP-KEY(10:3) DELIMITED BY SIZE
                  ' 产品:'             DELIMITED BY SIZE
                  WK-ACR-GRP-KEY(13:11) DELIMITED BY SIZE
                  ' 币种:'             DELIMITED BY SIZE
                  WK-ACR-GRP-KEY(24:3) DELIMITED BY SIZE
                  ' 分录'              DELIMITED BY SIZE
                  WK-JRN-TYP           DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WK-ED-AMT1           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WK-JRN-RSLT          DELIMITED BY SIZE
                                       INTO ACR-LINE.
           WRITE ACR-LINE.

      *    计提转出/差额分录,账号留空;失败入队由KSARSNF1补登
       9762-CALL-CGLJRNL-RTN.
           ADD 1                       TO WK-JRN-SEQ.
           MOVE WK-JRN-SEQ             TO WK-JRN-LOG-SEQ.
           INITIALIZE                  PCGLJRNL.
           MOVE WK-JRN-LOG-NO          TO I-TX-LOG-NO  OF PCGLJRNL.
           MOVE WK-JRN-SEQ             TO I-DET-ITEM-N OF PCGLJRNL.
           MOVE SPACES                 TO I-ACCT-NO    OF PCGLJRNL.
           MOVE WK-ACR-GRP-KEY(1:9)    TO I-BRANCH-STD OF PCGLJRNL.
           MOVE WK-ACR-GRP-KEY(24:3)   TO I-CURR-COD   OF PCGLJRNL.
           MOVE WK-JRN-AMT             TO I-TX-AMT     OF PCGLJRNL.
           MOVE ZEROS                  TO I-NET-DEP-AMT
                                          OF PCGLJRNL.
           MOVE ZEROS                  TO I-OD-AMT     OF PCGLJRNL.
           MOVE WK-BUSN-DT             TO I-BUSN-DT    OF PCGLJRNL.
           MOVE WK-JRN-TYP             TO I-JRN-TYP    OF PCGLJRNL.
           MOVE WK-ACR-GRP-KEY(13:11)  TO I-PDP-CODE   OF PCGLJRNL.
           MOVE WK-ACR-GRP-KEY(10:3)   TO I-LEGAL-PERSON-ID
                                          OF PCGLJRNL.
           CALL 'CGLJRNL' USING        AIF-AREA
                                       PCGLJRNL
                                       SYS-AREA.
           MOVE WK-JRN-LOG-NO          TO WK-JRN-RSLT.
           IF O-MSG-TYPE OF PCGLJRNL NOT = SPACE
           THEN
             MOVE 'CGLJRNL '           TO I-REG-NAME OF PCSNFQUE
             MOVE PCGLJRNL             TO I-REG-DATA OF PCSNFQUE
             MOVE O-RTRN-CODE OF PCGLJRNL
                                       TO I-FAIL-MSG-COD
                                          OF PCSNFQUE
             MOVE WK-JRN-LOG-NO        TO I-TX-LOG-NO OF PCSNFQUE
             MOVE WK-BUSN-DT           TO I-BUSN-DT   OF PCSNFQUE
             CALL 'CSNFQUE' USING      AIF-AREA
                                       PCSNFQUE
                                       SYS-AREA
             IF O-MSG-TYPE OF PCSNFQUE NOT = SPACE
             THEN
               MOVE '登记及入队均失败' TO WK-JRN-RSLT
             ELSE
               ADD 1                   TO WK-QUE-CNT
               MOVE '登记失败已入队'   TO WK-JRN-RSLT
             END-IF
           END-IF.
