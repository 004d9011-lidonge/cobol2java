      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARAPS1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARAPS1                                *
      * DESCRIPTION........: APPOINTMENT PRESCREEN (BMP)             *
      *                      网银预约开户夜间预审:扫描预约登记簿,    *
      *                      已过有效期未开户的转过期;待预审预约按   *
      *                      开户同一校验(CECCII1客户识别、CECACNC   *
      *                      开户数限制、CDUPOPN重复开户、GCCBAPAT   *
      *                      关注名单,单位及代理人)逐笔预审,置AIF- *
      *                      ERR-TRAP-FLG逐笔容错;通过的记客户号待   *
      *                      GSA01060调入,拒绝的记消息码;当日同类   *
      *                      重复开户仅预警,记已有账号              *
      * KB/CF TO BE CALLED: CECCII1 CECACNC CDUPOPN GCCBAPAT         *
      * INPUT..............: (无)                                    *
      * OUTPUT.............: APSSCRRP                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAAPTD   SAAPTREG       R/U                                 *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE             ASSIGN TO APSSCRRP
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
       01  PCECCII1.
           COPY                        PCECCII1.
       01  PCECACNC.
           COPY                        PCECACNC.
       01  PCDUPOPN.
           COPY                        PCDUPOPN.
       01  PCCBAPAT.
           COPY                        PCCBAPAT.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAAPTREG.
          COPY                         SAAPTREG.
       01  WK-AREA.
           05  WK-REF-NO               PIC X(20).
           05  WK-IX                   PIC 9(02).
           05  WK-APT-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-SCR-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-PASS-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-RJCT-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-EXP-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-DUP-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-APT-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-APT-EOF                    VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-BRANCH-STD          PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-REF-NO              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-RSLT-DESC           PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-SCR-CODE            PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-SCR-TEXT            PIC X(60).
           05  FILLER                  PIC X(22) VALUE SPACES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-APT-RTN UNTIL WK-APT-EOF.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARAPS'.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '网银预约开户预审结果 ' DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 2010-NEXT-APT-RTN.

      *    顺序读预约登记簿;更新时按预约编号GHU后REPL
       2010-NEXT-APT-RTN.
           INITIALIZE                  SAAPTREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAAPTD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAAPTREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAAPTREG
                                       AIF-AREA.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-APT-EOF            TO TRUE
           END-IF.
           INITIALIZE                  PDBIMAIN.

      *    待预审/预审通过而过有效期未开户的转过期;
      *    待预审的逐笔预审
       2000-SCAN-APT-RTN.
           ADD 1                       TO WK-APT-CNT.
           MOVE SA-APT-REF-NO          TO WK-REF-NO.
           IF (SA-APT-STS = '0' OR '1') AND
              SA-APT-EXP-DT < SYS-BUSN-DT
           THEN
             PERFORM 3000-SET-EXPIRED-RTN
           ELSE
             IF SA-APT-STS = '0'
             THEN
               PERFORM 4000-PRESCREEN-RTN
             END-IF
           END-IF.
           PERFORM 2010-NEXT-APT-RTN.

       3000-SET-EXPIRED-RTN.
           PERFORM 8000-HOLD-APT-RTN.
           MOVE '4'                    TO SA-APT-STS.
           PERFORM 8010-REPL-APT-RTN.
           ADD 1                       TO WK-EXP-CNT.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE '已过期'               TO RPT-RSLT-DESC.
           PERFORM 3100-WRITE-DTL-RTN.

       3100-WRITE-DTL-RTN.
           MOVE SA-APT-BRANCH-STD      TO RPT-BRANCH-STD.
           MOVE SA-APT-REF-NO          TO RPT-REF-NO.
           WRITE RPT-LINE              FROM RPT-DETAIL.

      *    预审:E类消息即拒绝;F类提示不影响预审结果
       4000-PRESCREEN-RTN.
           ADD 1                       TO WK-SCR-CNT.
           PERFORM 8000-HOLD-APT-RTN.
           MOVE SPACES                 TO SA-APT-SCR-CODE
                                          SA-APT-SCR-TEXT
                                          SA-APT-DUP-ACCT-NO
                                          AIF-MSG-CODE
                                          AIF-MSG-TEXT.
           MOVE C-CM-FLAG-YES          TO AIF-ERR-TRAP-FLG.
           PERFORM 4100-CHK-CUST-RTN.
           IF AIF-MSG-CODE(1:1) NOT = 'E'
           THEN
             PERFORM 4200-CHK-ACNC-RTN
           END-IF.
           IF AIF-MSG-CODE(1:1) NOT = 'E'
           THEN
             MOVE 1                    TO WK-IX
             PERFORM 4300-CHK-DUP-RTN
                     UNTIL WK-IX > 3
                        OR AIF-MSG-CODE(1:1) = 'E'
           END-IF.
           IF AIF-MSG-CODE(1:1) NOT = 'E'
           THEN
             PERFORM 4400-CHK-WATCH-RTN
           END-IF.
           MOVE C-CM-FLAG-NO           TO AIF-ERR-TRAP-FLG.
           MOVE SPACES                 TO RPT-DETAIL.
           IF AIF-MSG-CODE(1:1) = 'E'
           THEN
             MOVE '2'                  TO SA-APT-STS
             MOVE AIF-MSG-CODE         TO SA-APT-SCR-CODE
             MOVE AIF-MSG-TEXT         TO SA-APT-SCR-TEXT
             MOVE '预审拒绝'           TO RPT-RSLT-DESC
             ADD 1                     TO WK-RJCT-CNT
           ELSE
             MOVE '1'                  TO SA-APT-STS
             MOVE O-CUST-NO OF PCECCII1
                                       TO SA-APT-CUST-NO
             MOVE '预审通过'           TO RPT-RSLT-DESC
             ADD 1                     TO WK-PASS-CNT
             IF SA-APT-DUP-ACCT-NO NOT = SPACES
             THEN
               MOVE 'EN333'            TO SA-APT-SCR-CODE
               STRING '当日已开同类账号:' DELIMITED BY SIZE
                      SA-APT-DUP-ACCT-NO DELIMITED BY SIZE
                                       INTO SA-APT-SCR-TEXT
               ADD 1                   TO WK-DUP-CNT
             END-IF
           END-IF.
           MOVE SYS-BUSN-DT            TO SA-APT-SCR-DT.
           PERFORM 8010-REPL-APT-RTN.
           MOVE SA-APT-SCR-CODE        TO RPT-SCR-CODE.
           MOVE SA-APT-SCR-TEXT        TO RPT-SCR-TEXT.
           PERFORM 3100-WRITE-DTL-RTN.
           MOVE SPACES                 TO AIF-MSG-CODE
                                          AIF-MSG-TEXT.

      *    单位客户须已建客户信息并识别一致
       4100-CHK-CUST-RTN.
           INITIALIZE                  PCECCII1.
           MOVE SA-APT-CERT-TYP        TO I-CER-TYP  OF PCECCII1.
           MOVE SA-APT-CERT-ID         TO I-CER-NO   OF PCECCII1.
           MOVE SA-APT-CUST-NAME       TO I-FULL-NAM OF PCECCII1.
           CALL 'CECCII1'    USING     AIF-AREA
                                       PCECCII1
                                       SYS-AREA.
           IF AIF-MSG-CODE(1:1) NOT = 'E' AND
              O-IDE-RESULT OF PCECCII1 NOT = '1'
           THEN
             MOVE 'ENF86'              TO AIF-MSG-CODE
           END-IF.

      *    法人内账户数量控制,开户网点取预约网点
       4200-CHK-ACNC-RTN.
           INITIALIZE                  PCECACNC.
           MOVE C-SA-FUN-1             TO I-FUN-CODE     OF PCECACNC.
           MOVE O-CUST-NO OF PCECCII1  TO I-CUST-NO      OF PCECACNC.
           MOVE SA-APT-BRANCH-STD      TO I-OPUN-COD     OF PCECACNC.
           MOVE SA-APT-PD-CODE         TO I-PDT-COD      OF PCECACNC.
           MOVE SYS-LEGAL-PERSON-ID    TO I-LEGAL-ID     OF PCECACNC.
           MOVE '1'                    TO IO-CTRL-RANG   OF PCECACNC.
           MOVE SA-APT-ACCT-KIND       TO IO-ACCT-NO-TYP OF PCECACNC.
           CALL 'CECACNC'              USING AIF-AREA
                                             PCECACNC
                                             SYS-AREA.
           IF AIF-MSG-CODE(1:1) = 'E'
           THEN
             CONTINUE
           ELSE
             IF O-MSG-TYPE OF PCECACNC NOT = SPACE
             THEN
               MOVE O-RTRN-CODE OF PCECACNC
                                       TO AIF-MSG-CODE
             ELSE
               IF SA-APT-ACCT-KIND = C-SA-ACC-I AND
                  (O-ACC-LEGAL-OPEN OF PCECACNC >=
                                       O-ACC-LEGAL-NUM OF PCECACNC)
               THEN
                 MOVE 'ENE05'          TO AIF-MSG-CODE
               END-IF
               IF SA-APT-ACCT-KIND = C-SA-ACC-II AND
                  (O-ACC-LEGAL-OPEN OF PCECACNC >=
                                       O-ACC-LEGAL-NUM OF PCECACNC)
               THEN
                 MOVE 'ENE06'          TO AIF-MSG-CODE
               END-IF
             END-IF
           END-IF.

      *    逐申请币种查当日同类重复开户,仅记已有账号预警
       4300-CHK-DUP-RTN.
           IF SA-APT-CURR-COD(WK-IX) NOT = SPACES
           THEN
             INITIALIZE                PCDUPOPN
             MOVE O-CUST-NO OF PCECCII1
                                       TO I-CUST-NO   OF PCDUPOPN
             MOVE SA-APT-PD-CODE       TO I-PD-CODE   OF PCDUPOPN
             MOVE SA-APT-CURR-COD(WK-IX)
                                       TO I-CURR-COD  OF PCDUPOPN
             MOVE SYS-LEGAL-PERSON-ID  TO I-LEGAL-PERSON-ID
                                          OF PCDUPOPN
             MOVE SYS-BUSN-DT          TO I-BUSN-DT   OF PCDUPOPN
             CALL 'CDUPOPN' USING      AIF-AREA
                                       PCDUPOPN
                                       SYS-AREA
             IF AIF-MSG-CODE(1:1) NOT = 'E' AND
                O-MSG-TYPE OF PCDUPOPN NOT = SPACE
             THEN
               MOVE O-RTRN-CODE OF PCDUPOPN
                                       TO AIF-MSG-CODE
             END-IF
             IF O-DUP-FLG OF PCDUPOPN = C-CM-FLAG-YES AND
                SA-APT-DUP-ACCT-NO = SPACES
             THEN
               MOVE O-EXIST-ACCT-NO OF PCDUPOPN
                                       TO SA-APT-DUP-ACCT-NO
             END-IF
           END-IF.
           ADD 1                       TO WK-IX.

      *    单位及代理人关注名单/制裁名单,命中即拒绝
       4400-CHK-WATCH-RTN.
           INITIALIZE                  PCCBAPAT.
           MOVE SA-APT-CERT-TYP        TO I-CER-TYP  OF PCCBAPAT.
           MOVE SA-APT-CUST-NAME       TO I-FULL-NAM OF PCCBAPAT.
           MOVE SA-APT-CERT-ID         TO I-CER-NO   OF PCCBAPAT.
           CALL 'GCCBAPAT'             USING  APA-AREA
                                              PCCBAPAT.
           IF AIF-MSG-CODE(1:1) NOT = 'E' AND
              O-RTRN-CODE OF PCCBAPAT NOT = SPACES
           THEN
             MOVE 'ENF87'              TO AIF-MSG-CODE
           END-IF.
           IF AIF-MSG-CODE(1:1) NOT = 'E' AND
              SA-APT-AGT-FLG = C-CM-FLAG-YES
           THEN
             INITIALIZE                PCCBAPAT
             MOVE SA-APT-AGT-CERT-TYP  TO I-CER-TYP  OF PCCBAPAT
             MOVE SA-APT-AGT-NAME      TO I-FULL-NAM OF PCCBAPAT
             MOVE SA-APT-AGT-CERT-ID   TO I-CER-NO   OF PCCBAPAT
             MOVE SA-APT-NATY-COD      TO I-RESCNTY  OF PCCBAPAT
             CALL 'GCCBAPAT'           USING  APA-AREA
                                              PCCBAPAT
             IF AIF-MSG-CODE(1:1) NOT = 'E' AND
                O-RTRN-CODE OF PCCBAPAT NOT = SPACES
             THEN
               MOVE 'ENF87'            TO AIF-MSG-CODE
             END-IF
           END-IF.

      *    按预约编号取记录并持有,保留预审过程中改动的字段
       8000-HOLD-APT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAAPTREG.
           MOVE 'BSAAPTD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAAPTREG'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-REF-NO              TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAAPTREG
                                       AIF-AREA.

       8010-REPL-APT-RTN.
           MOVE SYS-BUSN-DT            TO SA-APT-UPD-DT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAAPTD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAAPTREG
                                       AIF-AREA.
           CALL 'GSYSCKPT' USING       AIF-AREA.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '预约数: '           DELIMITED BY SIZE
                  WK-APT-CNT           DELIMITED BY SIZE
                  '  本次预审: '       DELIMITED BY SIZE
                  WK-SCR-CNT           DELIMITED BY SIZE
                  '  通过: '           DELIMITED BY SIZE
                  WK-PASS-CNT          DELIMITED BY SIZE
                  '(重复开户预警 '     DELIMITED BY SIZE
                  WK-DUP-CNT           DELIMITED BY SIZE
                  ')  拒绝: '          DELIMITED BY SIZE
                  WK-RJCT-CNT          DELIMITED BY SIZE
                  '  转过期: '         DELIMITED BY SIZE
                  WK-EXP-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARAPS'.
