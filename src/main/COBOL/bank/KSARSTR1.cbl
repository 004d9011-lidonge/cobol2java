      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARSTR1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARSTR1                                *
      * DESCRIPTION........: SUSPICIOUS TRANSACTION CASE BUILD (BMP) *
      *                      可疑交易案件归集:日终在KSARSMF1、        *
      *                      KSARRSK1之后运行,将当日触发命中          *
      *                      (SACIATNEX,并关联该流水账户明细)、      *
      *                      风险评分达立案下限的账户(SARISKSC)与    *
      *                      拆分存入命中客户(SMFHITIN)按客户号归    *
      *                      集:客户有待分派/调查中案件即追加预警,  *
      *                      否则新立案并定调查期限;出归集清单.立案  *
      *                      分值下限取系统参数值,未登记取缺省值      *
      * KB/CF TO BE CALLED:                                          *
      * INPUT..............: SACIATNEX SMFHITIN                      *
      * OUTPUT.............: STRCASRP                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNTXN       R                                   *
      * BSACUSIX  SACUSIDX       R                                   *
      * BSARISKD  SARISKSC       R                                   *
      * BSASTRD   SASTRCAS       R/U/I                               *
      * BSASTRD   SASTRDTL       R/I                                 *
      * BSAPRVD   SAPRMVAL       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATN-FILE             ASSIGN TO SACIATNEX
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT HIT-FILE             ASSIGN TO SMFHITIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO STRCASRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ATN-FILE.
       01  ATN-REC.
           05  AT-ACCT-NO              PIC X(32).
           05  AT-TX-LOG-NO            PIC X(24).
           05  AT-CALL-SITE            PIC X(05).
           05  AT-BUSN-DT              PIC X(08).
      *    拆分存入命中客户档(KSARSMF1 SMFHITOT)
       FD  HIT-FILE.
       01  HIT-REC.
           05  HT-CUST-NO              PIC X(20).
           05  HT-BUSN-DT              PIC X(08).
           05  HT-DAY-AMT              PIC S9(16)V9(2).
           05  HT-WEEK-AMT             PIC S9(16)V9(2).
           05  HT-REASON               PIC X(01).
           05  FILLER                  PIC X(15).
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
       01 SAACNTXN.
          COPY                         SAACNTXN.
       01 SACUSIDX.
          COPY                         SACUSIDX.
       01 SARISKSC.
          COPY                         SARISKSC.
       01 SASTRCAS.
          COPY                         SASTRCAS.
       01 SASTRDTL.
          COPY                         SASTRDTL.
       01 SAPRMVAL.
          COPY                         SAPRMVAL.
       01  WK-IX                       PIC 9(02) COMP.
      *    触发流水关联明细暂存:同一流水至多20笔
       01  WK-LNK-TBL.
           05  WK-LNK-CNT              PIC 9(02) COMP.
           05  WK-LNK-GRP              OCCURS 20.
               10  WK-LNK-DUP-FLG      PIC X(01).
               10  WK-LNK-DET-NO-N     PIC 9(07).
               10  WK-LNK-TX-DT        PIC X(08).
               10  WK-LNK-TX-TM        PIC X(08).
               10  WK-LNK-CURR-COD     PIC X(03).
               10  WK-LNK-DRCR-FLG     PIC X(01).
               10  WK-LNK-TX-TYP       PIC X(01).
               10  WK-LNK-AMT          PIC S9(16)V9(2) COMP-3.
               10  WK-LNK-DSCRP-COD    PIC X(04).
               10  WK-LNK-OP-ACCT-NO   PIC X(32).
               10  WK-LNK-OP-BANK-NO   PIC X(09).
               10  WK-LNK-OP-NAME      PIC X(120).
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-BUSN-DT-N            PIC 9(08).
           05  WK-DUE-DT-N             PIC 9(08).
      *    立案分值下限
           05  WK-CASE-SCORE           PIC 9(03).
      *    当前预警:来源/账号/流水/金额/说明
           05  WK-ALT-SRC              PIC X(01).
           05  WK-ALT-ACCT-NO          PIC X(32).
           05  WK-ALT-LOG-NO           PIC X(24).
           05  WK-ALT-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-ALT-SCORE            PIC 9(03).
           05  WK-ALT-NOTE             PIC X(200).
      *    预警归属客户
           05  WK-CUST-NO              PIC X(20).
           05  WK-CUST-NAME            PIC X(120).
           05  WK-CUST-BRANCH-STD      PIC X(09).
           05  WK-LEGAL-PERSON-ID      PIC X(03).
           05  WK-DB-PARTITION-ID      PIC X(09).
      *    客户在办案件
           05  WK-CASE-FLG             PIC X(01).
               88  WK-CASE-OPEN                  VALUE 'Y'.
           05  WK-CASE-NO              PIC X(24).
           05  WK-CASE-RSK-SCORE       PIC 9(03).
           05  WK-MAX-SEQ-N            PIC 9(04).
           05  WK-NEW-CNT              PIC 9(02).
           05  WK-SEQ-BASE             PIC 9(05).
           05  WK-ATN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ATN-EOF                    VALUE 'Y'.
           05  WK-HIT-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-HIT-EOF                    VALUE 'Y'.
           05  WK-RSK-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-RSK-EOF                    VALUE 'Y'.
           05  WK-CAS-EOF-FLG          PIC X(01).
               88  WK-CAS-EOF                    VALUE 'Y'.
           05  WK-DTL-EOF-FLG          PIC X(01).
               88  WK-DTL-EOF                    VALUE 'Y'.
           05  WK-TXN-EOF-FLG          PIC X(01).
               88  WK-TXN-EOF                    VALUE 'Y'.
           05  WK-IDX-EOF-FLG          PIC X(01).
               88  WK-IDX-EOF                    VALUE 'Y'.
           05  WK-ATN-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-RSK-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-SMF-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-NOCUS-CNT            PIC 9(07) VALUE ZEROS.
           05  WK-NEWCAS-CNT           PIC 9(07) VALUE ZEROS.
           05  WK-ADDALT-CNT           PIC 9(07) VALUE ZEROS.
           05  WK-LNKTXN-CNT           PIC 9(07) VALUE ZEROS.
       01  RPT-SCORE-ED                PIC ZZ9.
       01  RPT-AMT-ED                  PIC -----------------9.99.
       01  RPT-ACTN                    PIC X(06).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-ATN-LOOP-RTN UNTIL WK-ATN-EOF.
           PERFORM 3010-OPEN-RSK-RTN.
           PERFORM 3000-RSK-LOOP-RTN UNTIL WK-RSK-EOF.
           PERFORM 3030-CLOSE-RSK-RTN.
           PERFORM 4000-HIT-LOOP-RTN UNTIL WK-HIT-EOF.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARSTR'.
           INITIALIZE                  PDBIMAIN.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT.
           MOVE WK-BUSN-DT             TO WK-BUSN-DT-N.
           COMPUTE WK-DUE-DT-N = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WK-BUSN-DT-N) +
                   C-SA-STR-INV-DAYS).
           OPEN INPUT                  ATN-FILE
                                       HIT-FILE.
           OPEN OUTPUT                 RPT-FILE.
           PERFORM 1100-GET-CASE-SCORE-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '可疑交易案件归集清单 营业日:'
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           READ ATN-FILE
             AT END SET WK-ATN-EOF     TO TRUE
           END-READ.
           READ HIT-FILE
             AT END SET WK-HIT-EOF     TO TRUE
           END-READ.

      *    立案分值下限取系统参数值(THRS),未登记或停用取缺省值
       1100-GET-CASE-SCORE-RTN.
           MOVE C-SA-STR-CASE-SCORE    TO WK-CASE-SCORE.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPRMVAL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPRVD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAPRMVAL'             TO DBI-SEGMENT-NAME(1).
           MOVE C-SA-PRV-TYP-THRS      TO DBI-KEY-VALUE1(1).
           MOVE C-SA-PRV-STR-CASE      TO DBI-KEY-VALUE2(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPRMVAL
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-PRV-STS = '0'
           THEN
             MOVE SA-PRV-NUM-VAL       TO WK-CASE-SCORE
           END-IF.

      ****************************************************************
      *    触发命中:当日记录按账号归户,关联该流水账户明细          *
      ****************************************************************
       2000-ATN-LOOP-RTN.
           IF AT-BUSN-DT = WK-BUSN-DT OR AT-BUSN-DT = SPACES
           THEN
             ADD 1                     TO WK-ATN-CNT
             MOVE '1'                  TO WK-ALT-SRC
             MOVE AT-ACCT-NO           TO WK-ALT-ACCT-NO
             MOVE AT-TX-LOG-NO         TO WK-ALT-LOG-NO
             MOVE ZEROS                TO WK-ALT-AMT
             MOVE SPACES               TO WK-ALT-NOTE
             STRING '监控触发点:'      DELIMITED BY SIZE
                    AT-CALL-SITE       DELIMITED BY SIZE
                                       INTO WK-ALT-NOTE
             PERFORM 6000-ACN-CUST-RTN
             PERFORM 2100-ATN-ALERT-RTN
           END-IF.
           READ ATN-FILE
             AT END SET WK-ATN-EOF     TO TRUE
           END-READ.

       2100-ATN-ALERT-RTN.
           IF WK-CUST-NO = SPACES
           THEN
             ADD 1                     TO WK-NOCUS-CNT
           ELSE
             PERFORM 6200-FIND-CASE-RTN
             PERFORM 6300-COLLECT-TXN-RTN
             PERFORM 6500-POST-ALERT-RTN
           END-IF.

      ****************************************************************
      *    风险评分:当日评分达立案下限的账户;在办案件已按不低于该  *
      *    分值立案/追加的不重复追加                                *
      ****************************************************************
       3010-OPEN-RSK-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SARISKSC.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSARISKD'             TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SARISKSC'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SARISKSC
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-RSK-EOF            TO TRUE
           END-IF.

       3000-RSK-LOOP-RTN.
           IF SA-RSK-CALC-DT = WK-BUSN-DT AND
              SA-RSK-SCORE NOT < WK-CASE-SCORE
           THEN
             ADD 1                     TO WK-RSK-CNT
             MOVE '2'                  TO WK-ALT-SRC
             MOVE SA-RSK-ACCT-NO       TO WK-ALT-ACCT-NO
             MOVE SPACES               TO WK-ALT-LOG-NO
             MOVE SA-RSK-SMF-AMT       TO WK-ALT-AMT
             MOVE SA-RSK-SCORE         TO WK-ALT-SCORE
             MOVE SA-RSK-SCORE         TO RPT-SCORE-ED
             MOVE SPACES               TO WK-ALT-NOTE
             STRING '风险评分:'        DELIMITED BY SIZE
                    RPT-SCORE-ED       DELIMITED BY SIZE
                    ' 触发次数:'       DELIMITED BY SIZE
                    SA-RSK-ATN-CNT     DELIMITED BY SIZE
                                       INTO WK-ALT-NOTE
             PERFORM 6000-ACN-CUST-RTN
             PERFORM 3100-RSK-ALERT-RTN
           END-IF.
           PERFORM 3020-NEXT-RSK-RTN.

       3100-RSK-ALERT-RTN.
           IF WK-CUST-NO = SPACES
           THEN
             ADD 1                     TO WK-NOCUS-CNT
           ELSE
             PERFORM 6200-FIND-CASE-RTN
             MOVE ZEROS                TO WK-LNK-CNT
             IF NOT WK-CASE-OPEN OR
                WK-CASE-RSK-SCORE < WK-ALT-SCORE
             THEN
               PERFORM 6500-POST-ALERT-RTN
             END-IF
           END-IF.

       3020-NEXT-RSK-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSARISKD'             TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SARISKSC'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SARISKSC
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-RSK-EOF            TO TRUE
           END-IF.

       3030-CLOSE-RSK-RTN.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SARISKSC
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      ****************************************************************
      *    拆分存入:命中客户直接归集,客户名称与网点取名下首个存续  *
      *    账户                                                      *
      ****************************************************************
       4000-HIT-LOOP-RTN.
           ADD 1                       TO WK-SMF-CNT.
           MOVE '3'                    TO WK-ALT-SRC.
           MOVE SPACES                 TO WK-ALT-LOG-NO.
           MOVE HT-WEEK-AMT            TO WK-ALT-AMT.
           MOVE HT-DAY-AMT             TO RPT-AMT-ED.
           MOVE SPACES                 TO WK-ALT-NOTE.
           IF HT-REASON = 'D'
           THEN
             STRING '拆分存入:单日超起点 当日现金存入'
                                       DELIMITED BY SIZE
                    RPT-AMT-ED         DELIMITED BY SIZE
                                       INTO WK-ALT-NOTE
           ELSE
             STRING '拆分存入:滚动周超起点 当日现金存入'
                                       DELIMITED BY SIZE
                    RPT-AMT-ED         DELIMITED BY SIZE
                                       INTO WK-ALT-NOTE
           END-IF.
           PERFORM 6100-IDX-ACCT-RTN.
           IF WK-CUST-NO = SPACES
           THEN
             ADD 1                     TO WK-NOCUS-CNT
           ELSE
             PERFORM 6200-FIND-CASE-RTN
             MOVE ZEROS                TO WK-LNK-CNT
             PERFORM 6500-POST-ALERT-RTN
           END-IF.
           READ HIT-FILE
             AT END SET WK-HIT-EOF     TO TRUE
           END-READ.

      *    账号归户:取客户号、户名、开户机构
       6000-ACN-CUST-RTN.
           MOVE SPACES                 TO WK-CUST-NO.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-ALT-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE SA-CUST-NO           TO WK-CUST-NO
             MOVE SA-CUST-NAME         TO WK-CUST-NAME
             MOVE SA-OPAC-INSTN-NO     TO WK-CUST-BRANCH-STD
             MOVE SA-LEGAL-PERSON-ID OF SAACNACN
                                       TO WK-LEGAL-PERSON-ID
             MOVE SA-DB-PARTITION-ID OF SAACNACN
                                       TO WK-DB-PARTITION-ID
           END-IF.

      *    客户号取名下首个存续账户再归户
       6100-IDX-ACCT-RTN.
           MOVE SPACES                 TO WK-CUST-NO.
           MOVE SPACES                 TO WK-ALT-ACCT-NO.
           MOVE SPACES                 TO WK-IDX-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACUSIDX.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACUSIX'             TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SACUSIDX'             TO DBI-SEGMENT-NAME(1).
           MOVE HT-CUST-NO             TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 6110-IDX-LOOP-RTN
                   UNTIL WK-IDX-EOF OR WK-ALT-ACCT-NO NOT = SPACES.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACUSIDX
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF WK-ALT-ACCT-NO NOT = SPACES
           THEN
             PERFORM 6000-ACN-CUST-RTN
           END-IF.

       6110-IDX-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACUSIDX
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-IDX-CUST-NO NOT = HT-CUST-NO
           THEN
             SET WK-IDX-EOF            TO TRUE
           ELSE
             IF SA-IDX-STS = '0'
             THEN
               MOVE SA-IDX-ACCT-NO     TO WK-ALT-ACCT-NO
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

      *    客户案件定位:取待分派/调查中案件及客户内最大顺序号
       6200-FIND-CASE-RTN.
           MOVE SPACES                 TO WK-CASE-FLG.
           MOVE SPACES                 TO WK-CASE-NO.
           MOVE ZEROS                  TO WK-CASE-RSK-SCORE.
           MOVE ZEROS                  TO WK-MAX-SEQ-N.
           MOVE SPACES                 TO WK-CAS-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTRCAS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-CUST-NO             TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 6210-CASE-LOOP-RTN UNTIL WK-CAS-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRCAS
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       6210-CASE-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRCAS
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-STC-CUST-NO NOT = WK-CUST-NO
           THEN
             SET WK-CAS-EOF            TO TRUE
           ELSE
             IF SA-STC-CASE-SEQ-N > WK-MAX-SEQ-N
             THEN
               MOVE SA-STC-CASE-SEQ-N  TO WK-MAX-SEQ-N
             END-IF
             IF SA-STC-STS = '0' OR '1'
             THEN
               SET WK-CASE-OPEN        TO TRUE
               MOVE SA-STC-CASE-NO     TO WK-CASE-NO
               MOVE SA-STC-RSK-SCORE   TO WK-CASE-RSK-SCORE
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

      *    触发流水在该账户的明细;在办案件已关联者剔除
       6300-COLLECT-TXN-RTN.
           INITIALIZE                  WK-LNK-TBL.
           MOVE SPACES                 TO WK-TXN-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-ALT-ACCT-NO         TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 6310-TXN-LOOP-RTN
                   UNTIL WK-TXN-EOF OR WK-LNK-CNT = 20.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNTXN
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF WK-CASE-OPEN
           THEN
             MOVE 1                    TO WK-IX
             PERFORM 6400-CHK-DUP-RTN
                     UNTIL WK-IX > WK-LNK-CNT
           END-IF.

       6310-TXN-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNTXN
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-EOF            TO TRUE
           ELSE
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
             IF SA-TX-LOG-NO OF SAACNTXN = WK-ALT-LOG-NO
             THEN
               PERFORM 6320-KEEP-TXN-RTN
             END-IF
           END-IF.

       6320-KEEP-TXN-RTN.
           ADD 1                       TO WK-LNK-CNT.
           MOVE WK-LNK-CNT             TO WK-IX.
           MOVE SPACES                 TO WK-LNK-DUP-FLG(WK-IX).
           MOVE SA-DDP-ACCT-NO-DET-N OF SAACNTXN
                                       TO WK-LNK-DET-NO-N(WK-IX).
           MOVE SA-TX-DT OF SAACNTXN   TO WK-LNK-TX-DT(WK-IX).
           MOVE SA-TX-TM OF SAACNTXN   TO WK-LNK-TX-TM(WK-IX).
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO WK-LNK-CURR-COD(WK-IX).
           MOVE SA-TX-TYP OF SAACNTXN  TO WK-LNK-TX-TYP(WK-IX).
           IF SA-DR-AMT OF SAACNTXN NOT = ZEROS
           THEN
             MOVE 'D'                  TO WK-LNK-DRCR-FLG(WK-IX)
             MOVE SA-DR-AMT OF SAACNTXN
                                       TO WK-LNK-AMT(WK-IX)
           ELSE
             MOVE 'C'                  TO WK-LNK-DRCR-FLG(WK-IX)
             MOVE SA-CR-AMT OF SAACNTXN
                                       TO WK-LNK-AMT(WK-IX)
           END-IF.
           MOVE SA-DSCRP-COD OF SAACNTXN
                                       TO WK-LNK-DSCRP-COD(WK-IX).
           MOVE SA-OP-ACCT-NO-32 OF SAACNTXN
                                       TO WK-LNK-OP-ACCT-NO(WK-IX).
           MOVE SA-OP-BANK-NO OF SAACNTXN
                                       TO WK-LNK-OP-BANK-NO(WK-IX).
           MOVE SA-OP-CUST-NAME OF SAACNTXN
                                       TO WK-LNK-OP-NAME(WK-IX).

       6400-CHK-DUP-RTN.
           MOVE SPACES                 TO WK-DTL-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTRDTL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SASTRDTL'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-CASE-NO             TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 6410-DUP-LOOP-RTN
                   UNTIL WK-DTL-EOF OR WK-LNK-DUP-FLG(WK-IX) = 'Y'.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRDTL
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           ADD 1                       TO WK-IX.

       6410-DUP-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRDTL
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-DTL-EOF            TO TRUE
           ELSE
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
             IF SA-STD-REC-TYP = 'T' AND
                SA-STD-ACCT-NO = WK-ALT-ACCT-NO AND
                SA-STD-DET-NO-N = WK-LNK-DET-NO-N(WK-IX)
             THEN
               MOVE 'Y'                TO WK-LNK-DUP-FLG(WK-IX)
             END-IF
           END-IF.

      ****************************************************************
      *    预警入案:在办案件追加,否则新立案;案件更新后登记预警    *
      *    来源与关联明细子段                                        *
      ****************************************************************
       6500-POST-ALERT-RTN.
           IF WK-CASE-OPEN
           THEN
             PERFORM 6510-GHU-CASE-RTN
             MOVE '追加'               TO RPT-ACTN
             ADD 1                     TO WK-ADDALT-CNT
           ELSE
             PERFORM 6520-NEW-CASE-RTN
             MOVE '新立案'             TO RPT-ACTN
             ADD 1                     TO WK-NEWCAS-CNT
           END-IF.
           EVALUATE WK-ALT-SRC
             WHEN '1'
               ADD 1                   TO SA-STC-ATN-CNT
             WHEN '2'
               MOVE WK-ALT-SCORE       TO SA-STC-RSK-SCORE
             WHEN OTHER
               IF WK-ALT-AMT > SA-STC-SMF-AMT
               THEN
                 MOVE WK-ALT-AMT       TO SA-STC-SMF-AMT
               END-IF
           END-EVALUATE.
           MOVE WK-BUSN-DT             TO SA-STC-LST-ALT-DT.
           MOVE ZEROS                  TO WK-NEW-CNT.
           MOVE 1                      TO WK-IX.
           PERFORM 6530-ADD-CNT-RTN
                   UNTIL WK-IX > WK-LNK-CNT.
           MOVE SA-STC-DTL-SEQ-N       TO WK-SEQ-BASE.
           COMPUTE SA-STC-DTL-SEQ-N =
                   SA-STC-DTL-SEQ-N + WK-NEW-CNT + 1.
           IF WK-CASE-OPEN
           THEN
             PERFORM 6540-REPL-CASE-RTN
           ELSE
             PERFORM 6550-ISRT-CASE-RTN
           END-IF.
           MOVE WK-SEQ-BASE            TO SA-STC-DTL-SEQ-N.
           INITIALIZE                  SASTRDTL.
           MOVE 'A'                    TO SA-STD-REC-TYP.
           MOVE WK-ALT-SRC             TO SA-STD-ALT-SRC.
           MOVE WK-ALT-ACCT-NO         TO SA-STD-ACCT-NO.
           MOVE WK-ALT-LOG-NO          TO SA-STD-TX-LOG-NO.
           MOVE WK-BUSN-DT             TO SA-STD-TX-DT.
           MOVE WK-ALT-AMT             TO SA-STD-AMT.
           MOVE WK-ALT-NOTE            TO SA-STD-NOTE.
           PERFORM 6600-ISRT-DTL-RTN.
           MOVE 1                      TO WK-IX.
           PERFORM 6560-ISRT-LNK-RTN
                   UNTIL WK-IX > WK-LNK-CNT.
           PERFORM 6700-WRITE-DETAIL-RTN.

       6510-GHU-CASE-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTRCAS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-CASE-NO             TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRCAS
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       6520-NEW-CASE-RTN.
           INITIALIZE                  SASTRCAS.
           MOVE WK-CUST-NO             TO SA-STC-CUST-NO.
           COMPUTE SA-STC-CASE-SEQ-N = WK-MAX-SEQ-N + 1.
           MOVE '0'                    TO SA-STC-STS.
           MOVE WK-CUST-NAME           TO SA-STC-CUST-NAME.
           MOVE WK-CUST-BRANCH-STD     TO SA-STC-BRANCH-STD.
           MOVE WK-BUSN-DT             TO SA-STC-OPEN-DT.
           MOVE WK-DUE-DT-N            TO SA-STC-DUE-DT.
           MOVE WK-LEGAL-PERSON-ID     TO SA-LEGAL-PERSON-ID
                                          OF SASTRCAS.
           MOVE WK-DB-PARTITION-ID     TO SA-DB-PARTITION-ID
                                          OF SASTRCAS.
           MOVE SA-STC-CASE-NO         TO WK-CASE-NO.

       6530-ADD-CNT-RTN.
           IF WK-LNK-DUP-FLG(WK-IX) NOT = 'Y'
           THEN
             ADD 1                     TO WK-NEW-CNT
             ADD 1                     TO SA-STC-TXN-CNT
             ADD WK-LNK-AMT(WK-IX)     TO SA-STC-TXN-AMT
           END-IF.
           ADD 1                       TO WK-IX.

       6540-REPL-CASE-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRCAS
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       6550-ISRT-CASE-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRCAS
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       6560-ISRT-LNK-RTN.
           IF WK-LNK-DUP-FLG(WK-IX) NOT = 'Y'
           THEN
             INITIALIZE                SASTRDTL
             MOVE 'T'                  TO SA-STD-REC-TYP
             MOVE WK-ALT-SRC           TO SA-STD-ALT-SRC
             MOVE WK-ALT-ACCT-NO       TO SA-STD-ACCT-NO
             MOVE WK-LNK-DET-NO-N(WK-IX)
                                       TO SA-STD-DET-NO-N
             MOVE WK-ALT-LOG-NO        TO SA-STD-TX-LOG-NO
             MOVE WK-LNK-TX-DT(WK-IX)  TO SA-STD-TX-DT
             MOVE WK-LNK-TX-TM(WK-IX)  TO SA-STD-TX-TM
             MOVE WK-LNK-CURR-COD(WK-IX)
                                       TO SA-STD-CURR-COD
             MOVE WK-LNK-DRCR-FLG(WK-IX)
                                       TO SA-STD-DRCR-FLG
             MOVE WK-LNK-TX-TYP(WK-IX) TO SA-STD-TX-TYP
             MOVE WK-LNK-AMT(WK-IX)    TO SA-STD-AMT
             MOVE WK-LNK-DSCRP-COD(WK-IX)
                                       TO SA-STD-DSCRP-COD
             MOVE WK-LNK-OP-ACCT-NO(WK-IX)
                                       TO SA-STD-OP-ACCT-NO
             MOVE WK-LNK-OP-BANK-NO(WK-IX)
                                       TO SA-STD-OP-BANK-NO
             MOVE WK-LNK-OP-NAME(WK-IX)
                                       TO SA-STD-OP-NAME
             PERFORM 6600-ISRT-DTL-RTN
             ADD 1                     TO WK-LNKTXN-CNT
           END-IF.
           ADD 1                       TO WK-IX.

       6600-ISRT-DTL-RTN.
           ADD 1                       TO SA-STC-DTL-SEQ-N.
           MOVE SA-STC-DTL-SEQ-N       TO SA-STD-SEQ-N.
           MOVE WK-BUSN-DT             TO SA-STD-REG-DT.
           MOVE 'KSARSTR1'             TO SA-STD-OPR-NO.
           MOVE SA-LEGAL-PERSON-ID OF SASTRCAS
                                       TO SA-LEGAL-PERSON-ID
                                          OF SASTRDTL.
           MOVE SA-DB-PARTITION-ID OF SASTRCAS
                                       TO SA-DB-PARTITION-ID
                                          OF SASTRDTL.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-CASE-NO             TO DBI-KEY-VALUE1(1).
           MOVE 'SASTRDTL'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRDTL
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       6700-WRITE-DETAIL-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING RPT-ACTN             DELIMITED BY SIZE
                  ' 案件:'             DELIMITED BY SIZE
                  WK-CASE-NO           DELIMITED BY SIZE
                  ' 来源:'             DELIMITED BY SIZE
                  WK-ALT-SRC           DELIMITED BY SIZE
                  ' 账号:'             DELIMITED BY SIZE
                  WK-ALT-ACCT-NO       DELIMITED BY SIZE
                  ' 关联明细:'         DELIMITED BY SIZE
                  WK-NEW-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '    '               DELIMITED BY SIZE
                  WK-CUST-NAME(1:40)   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WK-ALT-NOTE(1:80)    DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '触发命中:'          DELIMITED BY SIZE
                  WK-ATN-CNT           DELIMITED BY SIZE
                  ' 高分账户:'         DELIMITED BY SIZE
                  WK-RSK-CNT           DELIMITED BY SIZE
                  ' 拆分命中:'         DELIMITED BY SIZE
                  WK-SMF-CNT           DELIMITED BY SIZE
                  ' 无法归户:'         DELIMITED BY SIZE
                  WK-NOCUS-CNT         DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '新立案:'            DELIMITED BY SIZE
                  WK-NEWCAS-CNT        DELIMITED BY SIZE
                  ' 追加预警:'         DELIMITED BY SIZE
                  WK-ADDALT-CNT        DELIMITED BY SIZE
                  ' 关联明细:'         DELIMITED BY SIZE
                  WK-LNKTXN-CNT        DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE                       ATN-FILE
                                       HIT-FILE
                                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARSTR'.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             CLOSE                       ATN-FILE
                                         HIT-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
