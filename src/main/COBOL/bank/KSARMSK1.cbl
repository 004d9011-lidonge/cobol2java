      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARMSK1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARMSK1                                *
      * DESCRIPTION........: MASKED TEST-DATA UNLOAD (BMP)           *
      *                      非生产环境脱敏卸数:卸出账户主档/金额档/ *
      *                      交易明细/冻结明细/客户账户索引段影像,  *
      *                      户名/客户名/电话/代理人证件号等按带密钥 *
      *                      的确定性散列替换为令牌,同一原值在各段  *
      *                      得同一令牌,关联不断;账号/金额/日期原样*
      *                      保留;出脱敏稽核报告                    *
      * INPUT..............: SYSIN(脱敏密钥,16位)                  *
      * OUTPUT.............: MSKUNLOT MSKAUDRP                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNAMT       R                                   *
      * BSAACND   SAACNTXN       R                                   *
      * BSAFRZD   SAFRZDTL       R                                   *
      * BSACUSIX  SACUSIDX       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    卸数盘:段名+段影像,按段名分装各测试库
           SELECT UNL-FILE             ASSIGN TO MSKUNLOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO MSKAUDRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  UNL-FILE.
       01  UNL-REC.
           05  UL-SEG-NAME             PIC X(08).
           05  UL-SEG-DATA             PIC X(1100).
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
       01 SAACNTXN.
          COPY                         SAACNTXN.
       01 SAFRZDTL.
          COPY                         SAFRZDTL.
       01 SACUSIDX.
          COPY                         SACUSIDX.
           COPY                        APPAREA.
      *    散列模数(取小于10**10的素数)
       77  WK-HASH-MOD                 PIC 9(10) VALUE 9999999967.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-MASK-KEY             PIC X(16).
      *    脱敏原值统一右补空格至120位再散列,同值跨段同令牌
           05  WK-MSK-SRC              PIC X(120).
           05  WK-MSK-POS              PIC 9(03) COMP.
           05  WK-HASH                 PIC 9(18) COMP.
           05  WK-HASH-QUOT            PIC 9(18) COMP.
           05  WK-HASH-DSP             PIC 9(10).
           05  WK-ORD-AREA.
               10  WK-ORD-HI           PIC X(01).
               10  WK-ORD-LO           PIC X(01).
           05  WK-ORD-N REDEFINES WK-ORD-AREA
                                       PIC 9(04) COMP.
      *    令牌:户名类MSKNAME+10位,证件类MSKID+10位,
      *    电话类199+8位
           05  WK-TKN-NAME.
               10  FILLER              PIC X(07) VALUE 'MSKNAME'.
               10  WK-TKN-NAME-N       PIC 9(10).
           05  WK-TKN-ID.
               10  FILLER              PIC X(05) VALUE 'MSKID'.
               10  WK-TKN-ID-N         PIC 9(10).
           05  WK-TKN-TEL.
               10  FILLER              PIC X(03) VALUE '199'.
               10  WK-TKN-TEL-N        PIC 9(08).
           05  WK-ACN-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-AMT-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-TXN-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-FRZ-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-IDX-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-NAME-MSK-CNT         PIC 9(09) VALUE ZEROS.
           05  WK-TEL-MSK-CNT          PIC 9(09) VALUE ZEROS.
           05  WK-ID-MSK-CNT           PIC 9(09) VALUE ZEROS.
           05  WK-BLANK-CNT            PIC 9(09) VALUE ZEROS.
           05  WK-ACN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACN-EOF                    VALUE 'Y'.
           05  WK-AMT-EOF-FLG          PIC X(01).
               88  WK-AMT-EOF                    VALUE 'Y'.
           05  WK-TXN-EOF-FLG          PIC X(01).
               88  WK-TXN-EOF                    VALUE 'Y'.
           05  WK-FRZ-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-FRZ-EOF                    VALUE 'Y'.
           05  WK-IDX-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-IDX-EOF                    VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-ITEM                PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CNT                 PIC Z(08)9.
           05  FILLER                  PIC X(91) VALUE SPACES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-ACN-RTN UNTIL WK-ACN-EOF.
           PERFORM 5010-OPEN-FRZ-RTN.
           PERFORM 5000-SCAN-FRZ-RTN UNTIL WK-FRZ-EOF.
           PERFORM 6010-OPEN-IDX-RTN.
           PERFORM 6000-SCAN-IDX-RTN UNTIL WK-IDX-EOF.
           PERFORM 9000-END-RTN.
           STOP RUN.

      *    未送密钥不得卸数:无密钥的散列可被穷举还原电话/证件号
       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           ACCEPT WK-MASK-KEY          FROM SYSIN.
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '非生产环境脱敏卸数稽核报告 '
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           IF WK-MASK-KEY = SPACES OR LOW-VALUES
           THEN
             MOVE SPACES               TO RPT-LINE
             MOVE '未送脱敏密钥,卸数中止' TO RPT-LINE
             WRITE RPT-LINE
             CLOSE                     RPT-FILE
             STOP RUN
           END-IF.
           OPEN OUTPUT                 UNL-FILE.
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

      *    先取子段(金额档/明细)再脱敏卸主档,子段读取须用原账号
       2000-SCAN-ACN-RTN.
           PERFORM 3000-SCAN-AMT-RTN.
           PERFORM 4000-SCAN-TXN-RTN.
           PERFORM 2100-MASK-ACN-RTN.
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

       2100-MASK-ACN-RTN.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO WK-MSK-SRC.
           PERFORM 7100-MASK-NAME-RTN.
           MOVE WK-MSK-SRC             TO SA-ACCT-NAME OF SAACNACN.
           MOVE SA-CUST-NAME OF SAACNACN
                                       TO WK-MSK-SRC.
           PERFORM 7100-MASK-NAME-RTN.
           MOVE WK-MSK-SRC             TO SA-CUST-NAME OF SAACNACN.
           MOVE SA-CUST-TEL OF SAACNACN
                                       TO WK-MSK-SRC.
           PERFORM 7300-MASK-TEL-RTN.
           MOVE WK-MSK-SRC             TO SA-CUST-TEL OF SAACNACN.
           MOVE SPACES                 TO UNL-REC.
           MOVE 'SAACNACN'             TO UL-SEG-NAME.
           MOVE SAACNACN               TO UL-SEG-DATA.
           WRITE UNL-REC.
           ADD 1                       TO WK-ACN-CNT.

      *    金额档无身份信息,原样卸出
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
           PERFORM 3010-AMT-LOOP-RTN UNTIL WK-AMT-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.

       3010-AMT-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AMT-EOF            TO TRUE
           ELSE
             MOVE SPACES               TO UNL-REC
             MOVE 'SAACNAMT'           TO UL-SEG-NAME
             MOVE SAACNAMT             TO UL-SEG-DATA
             WRITE UNL-REC
             ADD 1                     TO WK-AMT-CNT
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
           END-IF.

       4000-SCAN-TXN-RTN.
           MOVE 'N'                    TO WK-TXN-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           PERFORM 4010-TXN-LOOP-RTN UNTIL WK-TXN-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.

       4010-TXN-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-EOF            TO TRUE
           ELSE
             PERFORM 4100-MASK-TXN-RTN
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
           END-IF.

      *    对方户名/集团成员户名与主档户名同一令牌口径,
      *    本行户间往来脱敏后仍可对上
       4100-MASK-TXN-RTN.
           MOVE SA-OP-CUST-NAME OF SAACNTXN
                                       TO WK-MSK-SRC.
           PERFORM 7100-MASK-NAME-RTN.
           MOVE WK-MSK-SRC             TO SA-OP-CUST-NAME OF SAACNTXN.
           MOVE SA-GRP-MBR-NAME OF SAACNTXN
                                       TO WK-MSK-SRC.
           PERFORM 7100-MASK-NAME-RTN.
           MOVE WK-MSK-SRC             TO SA-GRP-MBR-NAME OF SAACNTXN.
           MOVE SA-AGT-CUST-NAME OF SAACNTXN
                                       TO WK-MSK-SRC.
           PERFORM 7100-MASK-NAME-RTN.
           MOVE WK-MSK-SRC             TO SA-AGT-CUST-NAME OF SAACNTXN.
           MOVE SA-AGT-CERT-ID OF SAACNTXN
                                       TO WK-MSK-SRC.
           PERFORM 7200-MASK-ID-RTN.
           MOVE WK-MSK-SRC             TO SA-AGT-CERT-ID OF SAACNTXN.
           MOVE SA-AGT-CUST-TEL OF SAACNTXN
                                       TO WK-MSK-SRC.
           PERFORM 7300-MASK-TEL-RTN.
           MOVE WK-MSK-SRC             TO SA-AGT-CUST-TEL OF SAACNTXN.
           MOVE SPACES                 TO UNL-REC.
           MOVE 'SAACNTXN'             TO UL-SEG-NAME.
           MOVE SAACNTXN               TO UL-SEG-DATA.
           WRITE UNL-REC.
           ADD 1                       TO WK-TXN-CNT.

      *    冻结明细:有权机关/文书号为机关信息,原样卸出
       5010-OPEN-FRZ-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAFRZDTL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAFRZD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAFRZDTL'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAFRZDTL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-FRZ-EOF            TO TRUE
           END-IF.

       5000-SCAN-FRZ-RTN.
           MOVE SPACES                 TO UNL-REC.
           MOVE 'SAFRZDTL'             TO UL-SEG-NAME.
           MOVE SAFRZDTL               TO UL-SEG-DATA.
           WRITE UNL-REC.
           ADD 1                       TO WK-FRZ-CNT.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAFRZD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAFRZDTL'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAFRZDTL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-FRZ-EOF            TO TRUE
           END-IF.

      *    客户账户索引:客户号/账号为关联键,原样卸出
       6010-OPEN-IDX-RTN.
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

       6000-SCAN-IDX-RTN.
           MOVE SPACES                 TO UNL-REC.
           MOVE 'SACUSIDX'             TO UL-SEG-NAME.
           MOVE SACUSIDX               TO UL-SEG-DATA.
           WRITE UNL-REC.
           ADD 1                       TO WK-IDX-CNT.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACUSIX'             TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SACUSIDX'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACUSIDX
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-IDX-EOF            TO TRUE
           END-IF.

      *    空值保持为空,不造令牌
       7100-MASK-NAME-RTN.
           IF WK-MSK-SRC = SPACES
           THEN
             ADD 1                     TO WK-BLANK-CNT
           ELSE
             PERFORM 7900-HASH-RTN
             MOVE WK-HASH-DSP          TO WK-TKN-NAME-N
             MOVE WK-TKN-NAME          TO WK-MSK-SRC
             ADD 1                     TO WK-NAME-MSK-CNT
           END-IF.

       7200-MASK-ID-RTN.
           IF WK-MSK-SRC = SPACES
           THEN
             ADD 1                     TO WK-BLANK-CNT
           ELSE
             PERFORM 7900-HASH-RTN
             MOVE WK-HASH-DSP          TO WK-TKN-ID-N
             MOVE WK-TKN-ID            TO WK-MSK-SRC
             ADD 1                     TO WK-ID-MSK-CNT
           END-IF.

       7300-MASK-TEL-RTN.
           IF WK-MSK-SRC = SPACES
           THEN
             ADD 1                     TO WK-BLANK-CNT
           ELSE
             PERFORM 7900-HASH-RTN
             MOVE WK-HASH-DSP(3:8)     TO WK-TKN-TEL-N
             MOVE WK-TKN-TEL           TO WK-MSK-SRC
             ADD 1                     TO WK-TEL-MSK-CNT
           END-IF.

      *    带密钥散列:先滚入密钥16位,再滚入原值120位
       7900-HASH-RTN.
           MOVE ZEROS                  TO WK-HASH.
           MOVE LOW-VALUE              TO WK-ORD-HI.
           MOVE 1                      TO WK-MSK-POS.
           PERFORM 7910-HASH-KEY-RTN UNTIL WK-MSK-POS > 16.
           MOVE 1                      TO WK-MSK-POS.
           PERFORM 7920-HASH-SRC-RTN UNTIL WK-MSK-POS > 120.
           MOVE WK-HASH                TO WK-HASH-DSP.

       7910-HASH-KEY-RTN.
           MOVE WK-MASK-KEY(WK-MSK-POS:1)
                                       TO WK-ORD-LO.
           PERFORM 7930-HASH-STEP-RTN.

       7920-HASH-SRC-RTN.
           MOVE WK-MSK-SRC(WK-MSK-POS:1)
                                       TO WK-ORD-LO.
           PERFORM 7930-HASH-STEP-RTN.

       7930-HASH-STEP-RTN.
           COMPUTE WK-HASH = WK-HASH * 131 + WK-ORD-N.
           DIVIDE WK-HASH BY WK-HASH-MOD
                  GIVING WK-HASH-QUOT REMAINDER WK-HASH.
           ADD 1                       TO WK-MSK-POS.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE '卸出SAACNACN'         TO RPT-ITEM.
           MOVE WK-ACN-CNT             TO RPT-CNT.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           MOVE '卸出SAACNAMT'         TO RPT-ITEM.
           MOVE WK-AMT-CNT             TO RPT-CNT.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           MOVE '卸出SAACNTXN'         TO RPT-ITEM.
           MOVE WK-TXN-CNT             TO RPT-CNT.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           MOVE '卸出SAFRZDTL'         TO RPT-ITEM.
           MOVE WK-FRZ-CNT             TO RPT-CNT.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           MOVE '卸出SACUSIDX'         TO RPT-ITEM.
           MOVE WK-IDX-CNT             TO RPT-CNT.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           MOVE '户名类脱敏栏位'       TO RPT-ITEM.
           MOVE WK-NAME-MSK-CNT        TO RPT-CNT.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           MOVE '证件号脱敏栏位'       TO RPT-ITEM.
           MOVE WK-ID-MSK-CNT          TO RPT-CNT.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           MOVE '电话脱敏栏位'         TO RPT-ITEM.
           MOVE WK-TEL-MSK-CNT         TO RPT-CNT.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           MOVE '空值保留栏位'         TO RPT-ITEM.
           MOVE WK-BLANK-CNT           TO RPT-CNT.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           CLOSE                       UNL-FILE
                                       RPT-FILE.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             MOVE SPACES                TO RPT-LINE
             STRING 'GDBIMAIN异常,DBI-DB-STATUS=' DELIMITED BY SIZE
                    DBI-DB-STATUS        DELIMITED BY SIZE
                                         INTO RPT-LINE
             WRITE RPT-LINE
             CLOSE                       UNL-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
