      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARODC1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARODC1                                *
      * DESCRIPTION........: OVERDRAFT RISK CLASSIFICATION (BMP)     *
      *                      透支五级分类及拨备:月末营业日逐户扫描   *
      *                      透支中的金额档,按逾期天数(SA-OD-DAYS-N) *
      *                      定正常/关注/次级/可疑/损失;额度协议到期 *
      *                      停用者不低于到期下限档,无额度协议、协议 *
      *                      已终止或超额度透支者不低于无授权下限档; *
      *                      按分类计提拨备;与上月分类历史按账号+币 *
      *                      种匹配,出上调/下调/新增/结清迁徙,按开户 *
      *                      机构出分类报表及全行迁徙矩阵             *
      * KB/CF TO BE CALLED:                                          *
      * INPUT..............: ODCCTLIN ODCHISIN                       *
      * OUTPUT.............: ODCHISOT ODCCLSRP                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNAMT       R                                   *
      * BSAODFAC  SAODFAC        R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE             ASSIGN TO ODCCTLIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT OLD-FILE             ASSIGN TO ODCHISIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-FILE             ASSIGN TO ODCHISOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-FILE             ASSIGN TO ODCRPTWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO ODCSRTWK.
           SELECT SRD-FILE             ASSIGN TO ODCRPTST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO ODCCLSRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    分类参数卡:各项为空或为零即取缺省
       FD  CTL-FILE.
       01  CTL-REC.
      *    逾期天数上限:正常/关注/次级/可疑(缺省30/90/180/360)
           05  CT-DAYS-1               PIC 9(04).
           05  CT-DAYS-2               PIC 9(04).
           05  CT-DAYS-3               PIC 9(04).
           05  CT-DAYS-4               PIC 9(04).
      *    各类拨备比例%(缺省1/2/25/50/100)
           05  CT-PROV-PCT             PIC 9(03)V9(2)
                                       OCCURS 5 TIMES.
      *    协议到期下限档(缺省2)、无授权/超额度下限档(缺省3)
           05  CT-EXP-FLOOR            PIC 9(01).
           05  CT-UNA-FLOOR            PIC 9(01).
           05  FILLER                  PIC X(37).
       FD  OLD-FILE.
       01  OLD-LINE                    PIC X(150).
       FD  NEW-FILE.
       01  NEW-LINE                    PIC X(150).
       FD  WRK-FILE.
       01  WRK-LINE                    PIC X(200).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-SORT-KEY             PIC X(46).
           05  FILLER                  PIC X(154).
       FD  SRD-FILE.
       01  SRD-LINE                    PIC X(200).
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
       01 SAODFAC.
          COPY                         SAODFAC.
      *    本月分类记录
       01 SAODCHIS.
          COPY                         SAODCHIS.
      *    上月分类记录
       01 ODC-OLD.
          COPY                         SAODCHIS.
      *    报表工作记录:D-本月透支 C-上月有分类本月已结清
       01  WK-RPT-REC.
           05  WR-SORT-KEY.
               10  WR-BRANCH-STD       PIC X(09).
               10  WR-CLS-COD          PIC X(01).
               10  WR-ACCT-NO          PIC X(32).
               10  WR-CURR-COD         PIC X(03).
               10  WR-CURR-IDEN        PIC X(01).
           05  WR-REC-TYP              PIC X(01).
           05  WR-PRV-CLS-COD          PIC X(01).
           05  WR-MOVE-FLG             PIC X(01).
           05  WR-HIS                  PIC X(150).
           05  FILLER                  PIC X(01).
       01  RPT-HIS.
          COPY                         SAODCHIS.
      *    分类名称
       01  WK-CLS-NAME-VAL             PIC X(30)
                             VALUE '正常关注次级可疑损失'.
       01  WK-CLS-NAME-TBL REDEFINES WK-CLS-NAME-VAL.
           05  WK-CLS-NAME             PIC X(06) OCCURS 5 TIMES.
      *    分类参数
       01  WK-PARM.
           05  WK-DAYS-LMT             PIC 9(04) OCCURS 4 TIMES.
           05  WK-PROV-PCT             PIC 9(03)V9(2)
                                       OCCURS 5 TIMES.
           05  WK-EXP-FLOOR            PIC 9(01).
           05  WK-UNA-FLOOR            PIC 9(01).
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-SAACNAMT-KEY.
               10  WK-CURR-COD         PIC X(03).
               10  WK-CURR-IDEN        PIC X(01).
           05  WK-CUR-KEY              PIC X(36).
           05  WK-OLD-KEY              PIC X(36).
           05  WK-CLS-N                PIC 9(01).
           05  WK-DAYS-CLS-N           PIC 9(01).
           05  WK-PRV-CLS-N            PIC 9(01).
           05  WK-RSN-COD              PIC X(01).
           05  WK-RPT-BRANCH-STD       PIC X(09).
           05  WK-CTL-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CTL-EOF                    VALUE 'Y'.
           05  WK-ACN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACN-EOF                    VALUE 'Y'.
           05  WK-AMT-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-AMT-EOF                    VALUE 'Y'.
           05  WK-OLD-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-OLD-EOF                    VALUE 'Y'.
           05  WK-SRD-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-SRD-EOF                    VALUE 'Y'.
           05  WK-ACCT-CNT             PIC 9(09) VALUE ZEROS.
           05  WK-OD-CNT               PIC 9(07) VALUE ZEROS.
           05  WK-DOWN-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-UP-CNT               PIC 9(07) VALUE ZEROS.
           05  WK-NEW-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-CLR-CNT              PIC 9(07) VALUE ZEROS.
      *    分类合计:机构级/全行级
       01  WK-BR-TOT.
           05  WK-BR-ENT               OCCURS 5 TIMES.
               10  WK-BR-CNT           PIC 9(07).
               10  WK-BR-AMT           PIC S9(16)V9(2).
               10  WK-BR-PROV          PIC S9(16)V9(2).
       01  WK-ALL-TOT.
           05  WK-ALL-ENT              OCCURS 5 TIMES.
               10  WK-ALL-CNT          PIC 9(07).
               10  WK-ALL-AMT          PIC S9(16)V9(2).
               10  WK-ALL-PROV         PIC S9(16)V9(2).
      *    迁徙矩阵:行-上月(1-5,6新增) 列-本月(1-5,6结清)
       01  WK-MIG-TBL.
           05  WK-MIG-ROW              OCCURS 6 TIMES.
               10  WK-MIG-CNT          PIC 9(07) OCCURS 6 TIMES.
       01  WK-PX                       PIC 9(04) COMP.
       01  WK-CX                       PIC 9(04) COMP.
       01  RPT-AMT-ED                  PIC ---------------9.99.
       01  RPT-AMT-ED2                 PIC ---------------9.99.
       01  RPT-AMT-ED3                 PIC ---------------9.99.
       01  RPT-PCT-ED                  PIC ZZ9.99.
       01  RPT-PRV-NAME                PIC X(06).
       01  RPT-MOVE-NAME               PIC X(06).
       01  RPT-MIG-LINE.
           05  RPT-MIG-LABEL           PIC X(10).
           05  RPT-MIG-ENT             OCCURS 6 TIMES.
               10  FILLER              PIC X(04).
               10  RPT-MIG-CNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(56).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2010-OPEN-ACN-RTN.
           PERFORM 2000-SCAN-ACN-RTN UNTIL WK-ACN-EOF.
      *    上月有分类而本月未透支者均为结清
           PERFORM 3110-CLEARED-RTN UNTIL WK-OLD-EOF.
           PERFORM 5000-REPORT-RTN.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARODC'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  WK-BR-TOT.
           INITIALIZE                  WK-ALL-TOT.
           INITIALIZE                  WK-MIG-TBL.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT.
           MOVE 30                     TO WK-DAYS-LMT(1).
           MOVE 90                     TO WK-DAYS-LMT(2).
           MOVE 180                    TO WK-DAYS-LMT(3).
           MOVE 360                    TO WK-DAYS-LMT(4).
           MOVE 1                      TO WK-PROV-PCT(1).
           MOVE 2                      TO WK-PROV-PCT(2).
           MOVE 25                     TO WK-PROV-PCT(3).
           MOVE 50                     TO WK-PROV-PCT(4).
           MOVE 100                    TO WK-PROV-PCT(5).
           MOVE 2                      TO WK-EXP-FLOOR.
           MOVE 3                      TO WK-UNA-FLOOR.
           OPEN INPUT                  CTL-FILE.
           READ CTL-FILE
             AT END SET WK-CTL-EOF     TO TRUE
           END-READ.
           IF NOT WK-CTL-EOF
           THEN
             MOVE 1                    TO WK-PX
             PERFORM 1100-TAKE-DAYS-RTN UNTIL WK-PX > 4
             MOVE 1                    TO WK-PX
             PERFORM 1110-TAKE-PCT-RTN UNTIL WK-PX > 5
             IF CT-EXP-FLOOR IS NUMERIC AND CT-EXP-FLOOR > ZEROS
                AND CT-EXP-FLOOR < 6
             THEN
               MOVE CT-EXP-FLOOR       TO WK-EXP-FLOOR
             END-IF
             IF CT-UNA-FLOOR IS NUMERIC AND CT-UNA-FLOOR > ZEROS
                AND CT-UNA-FLOOR < 6
             THEN
               MOVE CT-UNA-FLOOR       TO WK-UNA-FLOOR
             END-IF
           END-IF.
           CLOSE                       CTL-FILE.
           OPEN INPUT                  OLD-FILE.
           OPEN OUTPUT                 NEW-FILE
                                       WRK-FILE
                                       RPT-FILE.
           PERFORM 1300-READ-OLD-RTN.

       1100-TAKE-DAYS-RTN.
           EVALUATE WK-PX
             WHEN 1
               IF CT-DAYS-1 IS NUMERIC AND CT-DAYS-1 > ZEROS
               THEN
                 MOVE CT-DAYS-1        TO WK-DAYS-LMT(1)
               END-IF
             WHEN 2
               IF CT-DAYS-2 IS NUMERIC AND CT-DAYS-2 > ZEROS
               THEN
                 MOVE CT-DAYS-2        TO WK-DAYS-LMT(2)
               END-IF
             WHEN 3
               IF CT-DAYS-3 IS NUMERIC AND CT-DAYS-3 > ZEROS
               THEN
                 MOVE CT-DAYS-3        TO WK-DAYS-LMT(3)
               END-IF
             WHEN OTHER
               IF CT-DAYS-4 IS NUMERIC AND CT-DAYS-4 > ZEROS
               THEN
                 MOVE CT-DAYS-4        TO WK-DAYS-LMT(4)
               END-IF
           END-EVALUATE.
           ADD 1                       TO WK-PX.

       1110-TAKE-PCT-RTN.
           IF CT-PROV-PCT(WK-PX) IS NUMERIC AND
              CT-PROV-PCT(WK-PX) > ZEROS
           THEN
             MOVE CT-PROV-PCT(WK-PX)   TO WK-PROV-PCT(WK-PX)
           END-IF.
           ADD 1                       TO WK-PX.

       1300-READ-OLD-RTN.
           READ OLD-FILE               INTO ODC-OLD
             AT END
               SET WK-OLD-EOF          TO TRUE
               MOVE HIGH-VALUES        TO WK-OLD-KEY
             NOT AT END
               STRING SA-ODC-ACCT-NO OF ODC-OLD,
                      SA-ODC-CURR-COD OF ODC-OLD,
                      SA-ODC-CURR-IDEN OF ODC-OLD
                         DELIMITED BY SIZE INTO WK-OLD-KEY
           END-READ.

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
           PERFORM 3000-SCAN-AMT-RTN.
           PERFORM 2020-NEXT-ACN-RTN.

       2020-NEXT-ACN-RTN.
           INITIALIZE                  PDBIMAIN.
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

       3000-SCAN-AMT-RTN.
           MOVE 'N'                    TO WK-AMT-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 98                     TO DBI-DB-SEQUENCE.
           PERFORM 3020-AMT-LOOP-RTN UNTIL WK-AMT-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       3020-AMT-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AMT-EOF            TO TRUE
           ELSE
             IF SA-OD-AMT OF SAACNAMT > ZEROS
             THEN
               PERFORM 3100-CLASSIFY-RTN
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
           END-IF.

      ****************************************************************
      *    透支金额档分类:先按逾期天数定档,再按额度协议状态抬下限  *
      ****************************************************************
       3100-CLASSIFY-RTN.
           ADD 1                       TO WK-OD-CNT.
           MOVE SPACES                 TO WK-CUR-KEY.
           STRING SA-ACCT-NO OF SAACNACN,
                  SA-CURR-COD OF SAACNAMT,
                  SA-CURR-IDEN OF SAACNAMT
                     DELIMITED BY SIZE INTO WK-CUR-KEY.
           PERFORM 3110-CLEARED-RTN
                   UNTIL WK-OLD-KEY NOT < WK-CUR-KEY.
           INITIALIZE                  SAODCHIS.
           MOVE ZEROS                  TO WK-PRV-CLS-N.
           IF WK-OLD-KEY = WK-CUR-KEY
           THEN
             MOVE SA-ODC-CLS-COD OF ODC-OLD
                                       TO WK-PRV-CLS-N
             MOVE SA-ODC-NPL-DT OF ODC-OLD
                                       TO SA-ODC-NPL-DT OF SAODCHIS
             PERFORM 1300-READ-OLD-RTN
           END-IF.
           MOVE SA-OD-DAYS-N OF SAACNAMT
                                       TO SA-ODC-OD-DAYS-N OF SAODCHIS.
           EVALUATE TRUE
             WHEN SA-ODC-OD-DAYS-N OF SAODCHIS NOT > WK-DAYS-LMT(1)
               MOVE 1                  TO WK-DAYS-CLS-N
             WHEN SA-ODC-OD-DAYS-N OF SAODCHIS NOT > WK-DAYS-LMT(2)
               MOVE 2                  TO WK-DAYS-CLS-N
             WHEN SA-ODC-OD-DAYS-N OF SAODCHIS NOT > WK-DAYS-LMT(3)
               MOVE 3                  TO WK-DAYS-CLS-N
             WHEN SA-ODC-OD-DAYS-N OF SAODCHIS NOT > WK-DAYS-LMT(4)
               MOVE 4                  TO WK-DAYS-CLS-N
             WHEN OTHER
               MOVE 5                  TO WK-DAYS-CLS-N
           END-EVALUATE.
           MOVE WK-DAYS-CLS-N          TO WK-CLS-N.
           MOVE 'D'                    TO WK-RSN-COD.
           MOVE SA-CURR-COD OF SAACNAMT
                                       TO WK-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNAMT
                                       TO WK-CURR-IDEN.
           PERFORM 3200-GU-ODF-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-ODF-STS = '1' OR
              SA-OD-AMT OF SAACNAMT > SA-ODF-LIMIT-AMT
           THEN
             IF WK-UNA-FLOOR > WK-CLS-N
             THEN
               MOVE WK-UNA-FLOOR       TO WK-CLS-N
               MOVE 'U'                TO WK-RSN-COD
             END-IF
           ELSE
             IF SA-ODF-STS = '2' OR SA-ODF-EXP-DT < WK-BUSN-DT
             THEN
               IF WK-EXP-FLOOR > WK-CLS-N
               THEN
                 MOVE WK-EXP-FLOOR     TO WK-CLS-N
                 MOVE 'E'              TO WK-RSN-COD
               END-IF
             END-IF
           END-IF.
           MOVE SA-ACCT-NO OF SAACNACN TO SA-ODC-ACCT-NO OF SAODCHIS.
           MOVE SA-CURR-COD OF SAACNAMT
                                       TO SA-ODC-CURR-COD OF SAODCHIS.
           MOVE SA-CURR-IDEN OF SAACNAMT
                                       TO SA-ODC-CURR-IDEN OF SAODCHIS.
           MOVE WK-BUSN-DT             TO SA-ODC-CLS-DT OF SAODCHIS.
           MOVE WK-CLS-N               TO SA-ODC-CLS-COD OF SAODCHIS.
           MOVE WK-RSN-COD             TO SA-ODC-RSN-COD OF SAODCHIS.
           MOVE SA-OD-AMT OF SAACNAMT  TO SA-ODC-OD-AMT OF SAODCHIS.
           COMPUTE SA-ODC-OD-INT OF SAODCHIS =
                   SA-OD-INT-AMT OF SAACNAMT + SA-OD-INT OF SAACNAMT
                 + SA-OVDLN-OD-INT OF SAACNAMT.
           MOVE WK-PROV-PCT(WK-CLS-N)  TO SA-ODC-PROV-PCT OF SAODCHIS.
           COMPUTE SA-ODC-PROV-AMT OF SAODCHIS ROUNDED =
                   SA-OD-AMT OF SAACNAMT * WK-PROV-PCT(WK-CLS-N) / 100.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO SA-ODC-BRANCH-STD OF SAODCHIS.
           IF WK-CLS-N = 1
           THEN
             MOVE SPACES               TO SA-ODC-NPL-DT OF SAODCHIS
           ELSE
             IF SA-ODC-NPL-DT OF SAODCHIS = SPACES
             THEN
               MOVE WK-BUSN-DT         TO SA-ODC-NPL-DT OF SAODCHIS
             END-IF
           END-IF.
           WRITE NEW-LINE              FROM SAODCHIS.
           ADD 1                       TO WK-ALL-CNT(WK-CLS-N).
           ADD SA-ODC-OD-AMT OF SAODCHIS
                                       TO WK-ALL-AMT(WK-CLS-N).
           ADD SA-ODC-PROV-AMT OF SAODCHIS
                                       TO WK-ALL-PROV(WK-CLS-N).
           MOVE SPACES                 TO WK-RPT-REC.
           MOVE SA-ODC-BRANCH-STD OF SAODCHIS
                                       TO WR-BRANCH-STD.
           MOVE SA-ODC-CLS-COD OF SAODCHIS
                                       TO WR-CLS-COD.
           MOVE SA-ODC-ACCT-NO OF SAODCHIS
                                       TO WR-ACCT-NO.
           MOVE SA-ODC-CURR-COD OF SAODCHIS
                                       TO WR-CURR-COD.
           MOVE SA-ODC-CURR-IDEN OF SAODCHIS
                                       TO WR-CURR-IDEN.
           MOVE 'D'                    TO WR-REC-TYP.
           MOVE SAODCHIS               TO WR-HIS.
           MOVE WK-CLS-N               TO WK-CX.
           IF WK-PRV-CLS-N = ZEROS
           THEN
             MOVE 'N'                  TO WR-MOVE-FLG
             ADD 1                     TO WK-NEW-CNT
             MOVE 6                    TO WK-PX
           ELSE
             MOVE WK-PRV-CLS-N         TO WR-PRV-CLS-COD
             MOVE WK-PRV-CLS-N         TO WK-PX
             EVALUATE TRUE
               WHEN WK-CLS-N > WK-PRV-CLS-N
                 MOVE 'D'              TO WR-MOVE-FLG
                 ADD 1                 TO WK-DOWN-CNT
               WHEN WK-CLS-N < WK-PRV-CLS-N
                 MOVE 'U'              TO WR-MOVE-FLG
                 ADD 1                 TO WK-UP-CNT
               WHEN OTHER
                 MOVE '='              TO WR-MOVE-FLG
             END-EVALUATE
           END-IF.
           ADD 1                       TO WK-MIG-CNT(WK-PX , WK-CX).
           WRITE WRK-LINE              FROM WK-RPT-REC.

      *    上月有分类、本月已无透支:记结清,不再写入历史
       3110-CLEARED-RTN.
           ADD 1                       TO WK-CLR-CNT.
           MOVE SPACES                 TO WK-RPT-REC.
           MOVE SA-ODC-BRANCH-STD OF ODC-OLD
                                       TO WR-BRANCH-STD.
           MOVE '9'                    TO WR-CLS-COD.
           MOVE SA-ODC-ACCT-NO OF ODC-OLD
                                       TO WR-ACCT-NO.
           MOVE SA-ODC-CURR-COD OF ODC-OLD
                                       TO WR-CURR-COD.
           MOVE SA-ODC-CURR-IDEN OF ODC-OLD
                                       TO WR-CURR-IDEN.
           MOVE 'C'                    TO WR-REC-TYP.
           MOVE SA-ODC-CLS-COD OF ODC-OLD
                                       TO WR-PRV-CLS-COD.
           MOVE 'C'                    TO WR-MOVE-FLG.
           MOVE ODC-OLD                TO WR-HIS.
           WRITE WRK-LINE              FROM WK-RPT-REC.
           MOVE SA-ODC-CLS-COD OF ODC-OLD
                                       TO WK-PRV-CLS-N.
           IF WK-PRV-CLS-N > ZEROS AND WK-PRV-CLS-N < 6
           THEN
             MOVE WK-PRV-CLS-N         TO WK-PX
             ADD 1                     TO WK-MIG-CNT(WK-PX , 6)
           END-IF.
           PERFORM 1300-READ-OLD-RTN.

       3200-GU-ODF-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAODFAC.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAODFAC'             TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAODFAC'              TO DBI-SEGMENT-NAME(1).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE WK-SAACNAMT-KEY        TO DBI-KEY-VALUE1(2).
           MOVE 'SAODFAC'              TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAODFAC
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      ****************************************************************
      *    按开户机构、分类排序出表                                  *
      ****************************************************************
       5000-REPORT-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-SORT-KEY
                USING WRK-FILE
                GIVING SRD-FILE.
           OPEN INPUT                  SRD-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '透支五级分类及拨备报表 分类日:'
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE LOW-VALUES             TO WK-RPT-BRANCH-STD.
           PERFORM 5010-READ-SRD-RTN.
           PERFORM 5100-SRD-LOOP-RTN UNTIL WK-SRD-EOF.
           IF WK-RPT-BRANCH-STD NOT = LOW-VALUES
           THEN
             PERFORM 5300-BR-TOTAL-RTN
           END-IF.
           CLOSE                       SRD-FILE.

       5010-READ-SRD-RTN.
           READ SRD-FILE               INTO WK-RPT-REC
             AT END
               SET WK-SRD-EOF          TO TRUE
           END-READ.

       5100-SRD-LOOP-RTN.
           IF WR-BRANCH-STD NOT = WK-RPT-BRANCH-STD
           THEN
             IF WK-RPT-BRANCH-STD NOT = LOW-VALUES
             THEN
               PERFORM 5300-BR-TOTAL-RTN
             END-IF
             MOVE WR-BRANCH-STD        TO WK-RPT-BRANCH-STD
             INITIALIZE                WK-BR-TOT
             MOVE SPACES               TO RPT-LINE
             STRING '开户机构:'        DELIMITED BY SIZE
                    WR-BRANCH-STD      DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           MOVE WR-HIS                 TO RPT-HIS.
           MOVE SPACES                 TO RPT-PRV-NAME.
           IF WR-PRV-CLS-COD NOT = SPACES
           THEN
             MOVE WR-PRV-CLS-COD       TO WK-PRV-CLS-N
             MOVE WK-CLS-NAME(WK-PRV-CLS-N)
                                       TO RPT-PRV-NAME
           END-IF.
           EVALUATE WR-MOVE-FLG
             WHEN 'D'
               MOVE '下调'             TO RPT-MOVE-NAME
             WHEN 'U'
               MOVE '上调'             TO RPT-MOVE-NAME
             WHEN 'N'
               MOVE '新增'             TO RPT-MOVE-NAME
             WHEN 'C'
               MOVE '结清'             TO RPT-MOVE-NAME
             WHEN OTHER
               MOVE '持平'             TO RPT-MOVE-NAME
           END-EVALUATE.
           IF WR-REC-TYP = 'D'
           THEN
             PERFORM 5110-DETAIL-RTN
           ELSE
             PERFORM 5120-CLEARED-LINE-RTN
           END-IF.
           PERFORM 5010-READ-SRD-RTN.

       5110-DETAIL-RTN.
           MOVE SA-ODC-CLS-COD OF RPT-HIS
                                       TO WK-CLS-N.
           ADD 1                       TO WK-BR-CNT(WK-CLS-N).
           ADD SA-ODC-OD-AMT OF RPT-HIS
                                       TO WK-BR-AMT(WK-CLS-N).
           ADD SA-ODC-PROV-AMT OF RPT-HIS
                                       TO WK-BR-PROV(WK-CLS-N).
           MOVE SA-ODC-OD-AMT OF RPT-HIS
                                       TO RPT-AMT-ED.
           MOVE SA-ODC-OD-INT OF RPT-HIS
                                       TO RPT-AMT-ED2.
           MOVE SA-ODC-PROV-AMT OF RPT-HIS
                                       TO RPT-AMT-ED3.
           MOVE SA-ODC-PROV-PCT OF RPT-HIS
                                       TO RPT-PCT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' '                  DELIMITED BY SIZE
                  WR-ACCT-NO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WR-CURR-COD          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WK-CLS-NAME(WK-CLS-N)
                                       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SA-ODC-RSN-COD OF RPT-HIS
                                       DELIMITED BY SIZE
                  ' 逾期'              DELIMITED BY SIZE
                  SA-ODC-OD-DAYS-N OF RPT-HIS
                                       DELIMITED BY SIZE
                  '天 透支:'           DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                  ' 利息:'             DELIMITED BY SIZE
                  RPT-AMT-ED2          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '   拨备'            DELIMITED BY SIZE
                  RPT-PCT-ED           DELIMITED BY SIZE
                  '%:'                 DELIMITED BY SIZE
                  RPT-AMT-ED3          DELIMITED BY SIZE
                  ' 上月:'             DELIMITED BY SIZE
                  RPT-PRV-NAME         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RPT-MOVE-NAME        DELIMITED BY SIZE
                  ' 不良起始:'         DELIMITED BY SIZE
                  SA-ODC-NPL-DT OF RPT-HIS
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       5120-CLEARED-LINE-RTN.
           MOVE SA-ODC-OD-AMT OF RPT-HIS
                                       TO RPT-AMT-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' '                  DELIMITED BY SIZE
                  WR-ACCT-NO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WR-CURR-COD          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RPT-MOVE-NAME        DELIMITED BY SIZE
                  ' 上月:'             DELIMITED BY SIZE
                  RPT-PRV-NAME         DELIMITED BY SIZE
                  ' 上月透支:'         DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       5300-BR-TOTAL-RTN.
           MOVE 1                      TO WK-CX.
           PERFORM 5310-BR-CLS-LINE-RTN UNTIL WK-CX > 5.

       5310-BR-CLS-LINE-RTN.
           IF WK-BR-CNT(WK-CX) > ZEROS
           THEN
             MOVE WK-BR-AMT(WK-CX)     TO RPT-AMT-ED
             MOVE WK-BR-PROV(WK-CX)    TO RPT-AMT-ED2
             MOVE SPACES               TO RPT-LINE
             STRING ' 本机构'          DELIMITED BY SIZE
                    WK-CLS-NAME(WK-CX) DELIMITED BY SIZE
                    ' 户数:'           DELIMITED BY SIZE
                    WK-BR-CNT(WK-CX)   DELIMITED BY SIZE
                    ' 透支:'           DELIMITED BY SIZE
                    RPT-AMT-ED         DELIMITED BY SIZE
                    ' 拨备:'           DELIMITED BY SIZE
                    RPT-AMT-ED2        DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           ADD 1                       TO WK-CX.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '全行合计'           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 1                      TO WK-CX.
           PERFORM 9010-ALL-CLS-LINE-RTN UNTIL WK-CX > 5.
           MOVE SPACES                 TO RPT-LINE.
           STRING '迁徙矩阵(行-上月 列-本月'
                                       DELIMITED BY SIZE
                  '正常/关注/次级/可疑/损失/结清)'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 1                      TO WK-PX.
           PERFORM 9020-MIG-LINE-RTN UNTIL WK-PX > 6.
           MOVE SPACES                 TO RPT-LINE.
           STRING '扫描账户数:'        DELIMITED BY SIZE
                  WK-ACCT-CNT          DELIMITED BY SIZE
                  ' 透支段:'           DELIMITED BY SIZE
                  WK-OD-CNT            DELIMITED BY SIZE
                  ' 下调:'             DELIMITED BY SIZE
                  WK-DOWN-CNT          DELIMITED BY SIZE
                  ' 上调:'             DELIMITED BY SIZE
                  WK-UP-CNT            DELIMITED BY SIZE
                  ' 新增:'             DELIMITED BY SIZE
                  WK-NEW-CNT           DELIMITED BY SIZE
                  ' 结清:'             DELIMITED BY SIZE
                  WK-CLR-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE                       OLD-FILE
                                       NEW-FILE
                                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARODC'.

       9010-ALL-CLS-LINE-RTN.
           MOVE WK-ALL-AMT(WK-CX)      TO RPT-AMT-ED.
           MOVE WK-ALL-PROV(WK-CX)     TO RPT-AMT-ED2.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' '                  DELIMITED BY SIZE
                  WK-CLS-NAME(WK-CX)   DELIMITED BY SIZE
                  ' 户数:'             DELIMITED BY SIZE
                  WK-ALL-CNT(WK-CX)    DELIMITED BY SIZE
                  ' 透支:'             DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                  ' 拨备:'             DELIMITED BY SIZE
                  RPT-AMT-ED2          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1                       TO WK-CX.

       9020-MIG-LINE-RTN.
           MOVE SPACES                 TO RPT-MIG-LINE.
           IF WK-PX = 6
           THEN
             MOVE ' 新增'              TO RPT-MIG-LABEL
           ELSE
             MOVE SPACES               TO RPT-MIG-LABEL
             MOVE WK-CLS-NAME(WK-PX)   TO RPT-MIG-LABEL(2:6)
           END-IF.
           MOVE 1                      TO WK-CX.
           PERFORM 9030-MIG-CELL-RTN UNTIL WK-CX > 6.
           MOVE RPT-MIG-LINE           TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1                       TO WK-PX.

       9030-MIG-CELL-RTN.
           MOVE WK-MIG-CNT(WK-PX , WK-CX)
                                       TO RPT-MIG-CNT(WK-CX).
           ADD 1                       TO WK-CX.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             CLOSE                       OLD-FILE
                                         NEW-FILE
                                         WRK-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
