      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSASCM0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSASCM0                                 *
      * DESCRIPTION........: COUNTERPARTY SANCTIONS SCREENING        *
      *                      交易对手制裁名单筛查:对手户名规范化(大写*
      *                      、去公司后缀、去空格标点)后与名单有效   *
      *                      主体全名及拼音/英文/曾用名别名逐条比对,  *
      *                      全同100分,含于对方95/90分,否则按字二元 *
      *                      组相似度计分;银行类主体行号相同100分.   *
      *                      最高分达疑似命中下限即回疑似命中(下限取  *
      *                      系统参数值,未登记取缺省值);登记功能将  *
      *                      原交易参数区与公共区镜像挂起待审;放行   *
      *                      核验功能按挂起编号核对挂起已于本交易放  *
      *                      行且账号/金额/发起KB与调用方一致        *
      * KB/CF TO BE CALLED: NONE                                     *
      * INPUT..............: PKSASCM0                                *
      * OUTPUT.............: PKSASCM0                                *
      * MESSAGE CODE.......: EN317                                   *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSASCLD   SASCNLST       R                                   *
      * BSASCHD   SASCNHLD       R/I                                 *
      * BSAPRVD   SAPRMVAL       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       DATA DIVISION.
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  FILLER                      PIC X(24)
                                       VALUE '/// WK-AREA KSASCM0 ///'.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAACNACN.
          COPY                         SAACNACN.
       01 SASCNLST.
          COPY                         SASCNLST.
       01 SASCNHLD.
          COPY                         SASCNHLD.
       01 SAPRMVAL.
          COPY                         SAPRMVAL.
       01  WK-IX                       PIC 9(03) COMP.
       01  WK-JX                       PIC 9(03) COMP.
       01  WK-AL-IX                    PIC 9(02) COMP.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-SCL-EOF-FLG          PIC X(01).
               88  WK-SCL-EOF                     VALUE 'Y'.
      *    规范化工作区
           05  WK-NRM-BUF              PIC X(120).
           05  WK-NRM-OUT              PIC X(120).
           05  WK-NRM-LEN              PIC 9(03) COMP.
      *    交易对手规范化名称
           05  WK-CP-KEY               PIC X(120).
           05  WK-CP-LEN               PIC 9(03) COMP.
           05  WK-CP-CHR-CNT           PIC 9(03) COMP.
           05  WK-CP-POS               PIC 9(03) COMP OCCURS 121.
      *    名单比对键
           05  WK-LS-KEY               PIC X(120).
           05  WK-LS-LEN               PIC 9(03) COMP.
           05  WK-LS-CHR-CNT           PIC 9(03) COMP.
           05  WK-LS-POS               PIC 9(03) COMP OCCURS 121.
      *    取字工作区
           05  WK-CHR-LEN              PIC 9(01) COMP.
           05  WK-GRAM-LEN             PIC 9(03) COMP.
           05  WK-TALLY                PIC 9(05) COMP.
           05  WK-GRAM-HIT             PIC 9(03) COMP.
           05  WK-GRAM-TOT             PIC 9(03) COMP.
      *    本条得分/匹配方式,全表最高分
           05  WK-CUR-SCORE            PIC 9(03).
           05  WK-CUR-TYP              PIC X(01).
           05  WK-KEY-TYP              PIC X(01).
           05  WK-BEST-SCORE           PIC 9(03).
           05  WK-BEST-TYP             PIC X(01).
           05  WK-BEST-LST-ID          PIC X(12).
           05  WK-BEST-LST-NAME        PIC X(120).
      *    疑似命中分值下限
           05  WK-HIT-SCORE            PIC 9(03).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  CWK-APP-AREA.
           COPY                        CBCAAARE.
       01  PKSASCM0.
           COPY                        PKSASCM0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSASCM0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           IF I-FUN-CODE OF PKSASCM0 = '1'
           THEN
             PERFORM 4000-SCREEN-RTN
           END-IF.
           IF I-FUN-CODE OF PKSASCM0 = '2'
           THEN
             MOVE I-CP-NAME OF PKSASCM0
                                       TO WK-NRM-BUF
             PERFORM 3000-NORMALIZE-RTN
             MOVE WK-NRM-OUT           TO O-NORM-NAME OF PKSASCM0
           END-IF.
           IF I-FUN-CODE OF PKSASCM0 = '3'
           THEN
             PERFORM 5000-REG-HOLD-RTN
           END-IF.
           IF I-FUN-CODE OF PKSASCM0 = '4'
           THEN
             PERFORM 6000-CHECK-RLS-RTN
           END-IF.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSASCM0'.
           SET ADDRESS OF CWK-APP-AREA TO APA-CAA-ADDR.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  SASCNLST.
           INITIALIZE                  SASCNHLD.
           INITIALIZE                  SAPRMVAL.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.

       2000-CHECK-INPUT-RTN.
           IF I-FUN-CODE OF PKSASCM0 NOT = '1' AND '2' AND '3' AND '4'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    登记挂起须有前次筛查命中结果及原交易参数区
           IF I-FUN-CODE OF PKSASCM0 = '3' AND
              ( O-HIT-FLG OF PKSASCM0 NOT = '1' OR
                I-SRC-PGM OF PKSASCM0 = SPACES OR
                I-ACCT-NO OF PKSASCM0 = SPACES )
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      ****************************************************************
      *    名称规范化:WK-NRM-BUF -> WK-NRM-OUT/WK-NRM-LEN             *
      *    大写;公司类后缀及全角标点置空格;再去空格与半角标点压缩    *
      ****************************************************************
       3000-NORMALIZE-RTN.
           INSPECT WK-NRM-BUF CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WK-NRM-BUF REPLACING
                   ALL '有限责任公司'      BY SPACES
                   ALL '股份有限公司'      BY SPACES
                   ALL '有限公司'          BY SPACES
                   ALL ' CORPORATION'      BY SPACES
                   ALL ' INCORPORATED'     BY SPACES
                   ALL ' LIMITED'          BY SPACES
                   ALL ' COMPANY'          BY SPACES
                   ALL ' CORP'             BY SPACES
                   ALL ' LTD'              BY SPACES
                   ALL ' INC'              BY SPACES
                   ALL ' CO.'              BY SPACES.
           INSPECT WK-NRM-BUF REPLACING
                   ALL '　'                BY SPACES
                   ALL '（'                BY SPACES
                   ALL '）'                BY SPACES
                   ALL '，'                BY SPACES
                   ALL '．'                BY SPACES
                   ALL '·'                 BY SPACES.
           MOVE SPACES                 TO WK-NRM-OUT.
           MOVE ZEROS                  TO WK-NRM-LEN.
           MOVE 1                      TO WK-IX.
           PERFORM 3010-COMPACT-RTN
                   UNTIL WK-IX > 120.

       3010-COMPACT-RTN.
           IF WK-NRM-BUF(WK-IX:1) NOT = SPACE AND '.' AND ',' AND
              '-' AND '(' AND ')' AND '&' AND '/' AND '"' AND "'"
           THEN
             ADD 1                     TO WK-NRM-LEN
             MOVE WK-NRM-BUF(WK-IX:1)  TO WK-NRM-OUT(WK-NRM-LEN:1)
           END-IF.
           ADD 1                       TO WK-IX.

      ****************************************************************
      *    筛查:取对手名称规范化后遍历名单有效主体,留最高分          *
      ****************************************************************
       4000-SCREEN-RTN.
           MOVE '0'                    TO O-HIT-FLG OF PKSASCM0.
           MOVE ZEROS                  TO O-SCORE OF PKSASCM0.
           MOVE SPACES                 TO O-LST-ID OF PKSASCM0
                                          O-LST-NAME OF PKSASCM0
                                          O-MATCH-TYP OF PKSASCM0
                                          O-NORM-NAME OF PKSASCM0.
      *    本行账户对手未送户名的,按账号取开户户名
           IF I-CP-NAME OF PKSASCM0 = SPACES AND
              I-CP-ACCT-NO OF PKSASCM0 NOT = SPACES
           THEN
             PERFORM 4100-GET-CP-NAME-RTN
           END-IF.
           IF I-CP-NAME OF PKSASCM0 NOT = SPACES OR
              I-CP-BANK-NO OF PKSASCM0 NOT = SPACES
           THEN
             PERFORM 4050-SCAN-ALL-RTN
           END-IF.

       4050-SCAN-ALL-RTN.
           MOVE I-CP-NAME OF PKSASCM0  TO WK-NRM-BUF.
           PERFORM 3000-NORMALIZE-RTN.
           MOVE WK-NRM-OUT             TO WK-CP-KEY.
           MOVE WK-NRM-LEN             TO WK-CP-LEN.
           MOVE WK-NRM-OUT             TO O-NORM-NAME OF PKSASCM0.
           MOVE WK-CP-KEY              TO WK-LS-KEY.
           MOVE WK-CP-LEN              TO WK-LS-LEN.
           PERFORM 4700-SPLIT-CHR-RTN.
           MOVE WK-LS-CHR-CNT          TO WK-CP-CHR-CNT.
           MOVE 1                      TO WK-JX.
           PERFORM 4010-COPY-POS-RTN
                   UNTIL WK-JX > 121.
           MOVE ZEROS                  TO WK-BEST-SCORE.
           MOVE 'N'                    TO WK-SCL-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASCNLST.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASCLD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SASCNLST'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 4200-SCAN-LST-RTN UNTIL WK-SCL-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASCNLST
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           PERFORM 4060-GET-HIT-SCORE-RTN.
           IF WK-BEST-SCORE NOT < WK-HIT-SCORE
           THEN
             MOVE '1'                  TO O-HIT-FLG OF PKSASCM0
             MOVE WK-BEST-LST-ID       TO O-LST-ID OF PKSASCM0
             MOVE WK-BEST-LST-NAME     TO O-LST-NAME OF PKSASCM0
             MOVE WK-BEST-TYP          TO O-MATCH-TYP OF PKSASCM0
           END-IF.
           MOVE WK-BEST-SCORE          TO O-SCORE OF PKSASCM0.

      *    疑似命中下限取系统参数值(THRS),未登记或停用取缺省值
       4060-GET-HIT-SCORE-RTN.
           MOVE C-SA-SCN-HIT-SCORE     TO WK-HIT-SCORE.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPRMVAL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPRVD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAPRMVAL'             TO DBI-SEGMENT-NAME(1).
           MOVE C-SA-PRV-TYP-THRS      TO DBI-KEY-VALUE1(1).
           MOVE C-SA-PRV-SCN-HIT       TO DBI-KEY-VALUE2(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPRMVAL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-PRV-STS = '0'
           THEN
             MOVE SA-PRV-NUM-VAL       TO WK-HIT-SCORE
           END-IF.

       4010-COPY-POS-RTN.
           MOVE WK-LS-POS(WK-JX)       TO WK-CP-POS(WK-JX).
           ADD 1                       TO WK-JX.

       4100-GET-CP-NAME-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-CP-ACCT-NO OF PKSASCM0
                                       TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE SA-ACCT-NAME OF SAACNACN
                                       TO I-CP-NAME OF PKSASCM0
           END-IF.

      *    停用、未生效、已到期主体不比对;满分即止
       4200-SCAN-LST-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASCNLST
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-SCL-EOF            TO TRUE
           ELSE
             IF SA-SCL-STS = '0' AND
                SA-SCL-EFF-DT NOT > SYS-BUSN-DT AND
                ( SA-SCL-EXP-DT = SPACES OR
                  SA-SCL-EXP-DT NOT < SYS-BUSN-DT )
             THEN
               PERFORM 4250-SCORE-ENTRY-RTN
             END-IF
           END-IF.

       4250-SCORE-ENTRY-RTN.
           MOVE ZEROS                  TO WK-CUR-SCORE.
           IF SA-SCL-ENT-TYP = '3' AND
              SA-SCL-BANK-NO NOT = SPACES AND
              SA-SCL-BANK-NO = I-CP-BANK-NO OF PKSASCM0
           THEN
             MOVE 100                  TO WK-CUR-SCORE
             MOVE '5'                  TO WK-CUR-TYP
           END-IF.
           IF WK-CUR-SCORE < 100 AND WK-CP-LEN > ZEROS
           THEN
             MOVE SA-SCL-NAME-KEY      TO WK-LS-KEY
             MOVE '1'                  TO WK-KEY-TYP
             PERFORM 4300-SCORE-KEY-RTN
             MOVE 1                    TO WK-AL-IX
             PERFORM 4210-SCORE-ALIAS-RTN
                     UNTIL WK-AL-IX > 4
           END-IF.
           IF WK-CUR-SCORE > WK-BEST-SCORE
           THEN
             MOVE WK-CUR-SCORE         TO WK-BEST-SCORE
             MOVE WK-CUR-TYP           TO WK-BEST-TYP
             MOVE SA-SCL-LST-ID        TO WK-BEST-LST-ID
             MOVE SA-SCL-NAME          TO WK-BEST-LST-NAME
           END-IF.
           IF WK-BEST-SCORE NOT < 100
           THEN
             SET WK-SCL-EOF            TO TRUE
           END-IF.

       4210-SCORE-ALIAS-RTN.
           IF SA-SCL-ALIAS-KEY(WK-AL-IX) NOT = SPACES
           THEN
             MOVE SA-SCL-ALIAS-KEY(WK-AL-IX)
                                       TO WK-LS-KEY
             MOVE '2'                  TO WK-KEY-TYP
             PERFORM 4300-SCORE-KEY-RTN
           END-IF.
           ADD 1                       TO WK-AL-IX.

      ****************************************************************
      *    对手键(WK-CP-KEY)与名单键(WK-LS-KEY)计分,高于本条已得分  *
      *    者取代:全同100;含于对方且较短者不少于6字节 95/90;         *
      *    否则字二元组相似度 200*共有/(双方二元组数之和),最高99     *
      ****************************************************************
       4300-SCORE-KEY-RTN.
           MOVE ZEROS                  TO WK-LS-LEN.
           MOVE 120                    TO WK-IX.
           PERFORM 4310-FIND-LEN-RTN
                   UNTIL WK-IX = ZEROS OR WK-LS-LEN > ZEROS.
           IF WK-LS-LEN > ZEROS
           THEN
             IF WK-LS-LEN = WK-CP-LEN AND
                WK-LS-KEY(1:WK-LS-LEN) = WK-CP-KEY(1:WK-CP-LEN)
             THEN
               MOVE 100                TO WK-CUR-SCORE
               MOVE WK-KEY-TYP         TO WK-CUR-TYP
             ELSE
               PERFORM 4330-CONTAIN-RTN
               PERFORM 4340-SIMILAR-RTN
             END-IF
           END-IF.

       4310-FIND-LEN-RTN.
           IF WK-LS-KEY(WK-IX:1) NOT = SPACE
           THEN
             MOVE WK-IX                TO WK-LS-LEN
           END-IF.
           SUBTRACT 1                  FROM WK-IX.

       4330-CONTAIN-RTN.
           IF WK-LS-LEN NOT < 6 AND WK-CP-LEN > WK-LS-LEN
           THEN
             MOVE ZEROS                TO WK-TALLY
             INSPECT WK-CP-KEY(1:WK-CP-LEN) TALLYING WK-TALLY
                     FOR ALL WK-LS-KEY(1:WK-LS-LEN)
             IF WK-TALLY > ZEROS AND WK-CUR-SCORE < 95
             THEN
               MOVE 95                 TO WK-CUR-SCORE
               MOVE '3'                TO WK-CUR-TYP
             END-IF
           END-IF.
           IF WK-CP-LEN NOT < 6 AND WK-LS-LEN > WK-CP-LEN
           THEN
             MOVE ZEROS                TO WK-TALLY
             INSPECT WK-LS-KEY(1:WK-LS-LEN) TALLYING WK-TALLY
                     FOR ALL WK-CP-KEY(1:WK-CP-LEN)
             IF WK-TALLY > ZEROS AND WK-CUR-SCORE < 90
             THEN
               MOVE 90                 TO WK-CUR-SCORE
               MOVE '3'                TO WK-CUR-TYP
             END-IF
           END-IF.

       4340-SIMILAR-RTN.
           PERFORM 4700-SPLIT-CHR-RTN.
           IF WK-CP-CHR-CNT > 1 AND WK-LS-CHR-CNT > 1
           THEN
             MOVE ZEROS                TO WK-GRAM-HIT
             MOVE 1                    TO WK-JX
             PERFORM 4320-GRAM-RTN
                     UNTIL WK-JX NOT < WK-CP-CHR-CNT
             COMPUTE WK-GRAM-TOT = WK-CP-CHR-CNT + WK-LS-CHR-CNT - 2
             COMPUTE WK-TALLY = ( 200 * WK-GRAM-HIT ) / WK-GRAM-TOT
             IF WK-TALLY > 99
             THEN
               MOVE 99                 TO WK-TALLY
             END-IF
             IF WK-TALLY > WK-CUR-SCORE
             THEN
               MOVE WK-TALLY           TO WK-CUR-SCORE
               MOVE '4'                TO WK-CUR-TYP
             END-IF
           END-IF.

      *    对手键第WK-JX字起两字在名单键中出现即记共有
       4320-GRAM-RTN.
           COMPUTE WK-GRAM-LEN = WK-CP-POS(WK-JX + 2)
                               - WK-CP-POS(WK-JX).
           MOVE ZEROS                  TO WK-TALLY.
           INSPECT WK-LS-KEY(1:WK-LS-LEN) TALLYING WK-TALLY
                   FOR ALL WK-CP-KEY(WK-CP-POS(WK-JX):WK-GRAM-LEN).
           IF WK-TALLY > ZEROS
           THEN
             ADD 1                     TO WK-GRAM-HIT
           END-IF.
           ADD 1                       TO WK-JX.

      ****************************************************************
      *    按UTF-8编码将WK-LS-KEY(1:WK-LS-LEN)切分为字,各字起始位置  *
      *    存WK-LS-POS,末字之后一位置为长度+1,字数存WK-LS-CHR-CNT     *
      ****************************************************************
       4700-SPLIT-CHR-RTN.
           MOVE ZEROS                  TO WK-LS-CHR-CNT.
           MOVE 1                      TO WK-IX.
           PERFORM 4710-NEXT-CHR-RTN
                   UNTIL WK-IX > WK-LS-LEN.
           MOVE WK-IX                  TO WK-LS-POS(WK-LS-CHR-CNT + 1).

       4710-NEXT-CHR-RTN.
           ADD 1                       TO WK-LS-CHR-CNT.
           MOVE WK-IX                  TO WK-LS-POS(WK-LS-CHR-CNT).
           EVALUATE TRUE
             WHEN WK-LS-KEY(WK-IX:1) < X'C0'
               MOVE 1                  TO WK-CHR-LEN
             WHEN WK-LS-KEY(WK-IX:1) < X'E0'
               MOVE 2                  TO WK-CHR-LEN
             WHEN WK-LS-KEY(WK-IX:1) < X'F0'
               MOVE 3                  TO WK-CHR-LEN
             WHEN OTHER
               MOVE 4                  TO WK-CHR-LEN
           END-EVALUATE.
           ADD WK-CHR-LEN              TO WK-IX.
           IF WK-IX > WK-LS-LEN + 1
           THEN
             COMPUTE WK-IX = WK-LS-LEN + 1
           END-IF.

      ****************************************************************
      *    登记合规审核挂起:留存原交易参数区及公共区镜像              *
      ****************************************************************
       5000-REG-HOLD-RTN.
           INITIALIZE                  SASCNHLD.
           IF I-HOLD-NO OF PKSASCM0 = SPACES
           THEN
             MOVE SYS-TX-LOG-NO        TO SA-SCH-HOLD-NO
           ELSE
             MOVE I-HOLD-NO OF PKSASCM0
                                       TO SA-SCH-HOLD-NO
           END-IF.
           MOVE '0'                    TO SA-SCH-STS.
           MOVE I-SRC-PGM OF PKSASCM0  TO SA-SCH-SRC-PGM.
           MOVE I-DRCR-FLG OF PKSASCM0 TO SA-SCH-DRCR-FLG.
           MOVE I-ACCT-NO OF PKSASCM0  TO SA-SCH-ACCT-NO.
           MOVE I-CURR-COD OF PKSASCM0 TO SA-SCH-CURR-COD.
           MOVE I-AMT OF PKSASCM0      TO SA-SCH-AMT.
           MOVE I-CP-NAME OF PKSASCM0  TO SA-SCH-CP-NAME.
           MOVE I-CP-BANK-NO OF PKSASCM0
                                       TO SA-SCH-CP-BANK-NO.
           MOVE I-CP-ACCT-NO OF PKSASCM0
                                       TO SA-SCH-CP-ACCT-NO.
           MOVE O-LST-ID OF PKSASCM0   TO SA-SCH-LST-ID.
           MOVE O-LST-NAME OF PKSASCM0 TO SA-SCH-LST-NAME.
           MOVE O-MATCH-TYP OF PKSASCM0
                                       TO SA-SCH-MATCH-TYP.
           MOVE O-SCORE OF PKSASCM0    TO SA-SCH-SCORE.
           MOVE SYS-BUSN-DT            TO SA-SCH-HOLD-DT.
           MOVE SYS-CPU-TM2            TO SA-SCH-HOLD-TM.
           MOVE WK-SYS-BRANCH-STD      TO SA-SCH-BRANCH-STD.
           MOVE WK-SYS-TELLER-ID       TO SA-SCH-OPR-NO.
           MOVE I-PARM-DATA OF PKSASCM0
                                       TO SA-SCH-PARM-DATA.
           MOVE CWK-APP-AREA           TO SA-SCH-CWK-DATA.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SASCNHLD.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SASCNHLD.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSASCHD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SASCNHLD'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASCNHLD
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE SA-SCH-HOLD-NO         TO O-HOLD-NO OF PKSASCM0.

      ****************************************************************
      *    放行核验:挂起记录须已于本交易(放行流水即本交易流水)放行,  *
      *    金额一致,本笔账号为挂起账号或挂起对手账号,发起KB为调用    *
      *    KB本身,或为以调用KB记账腿的组合交易KB                     *
      ****************************************************************
       6000-CHECK-RLS-RTN.
           MOVE '0'                    TO O-RLS-FLG OF PKSASCM0.
           IF I-HOLD-NO OF PKSASCM0 NOT = SPACES
           THEN
             INITIALIZE                PDBIMAIN
             INITIALIZE                SASCNHLD
             MOVE FT-RTRN-NOTFOUND     TO DBI-NORMAL-STATUS(1)
             MOVE 'BSASCHD'            TO DBI-DB-NAME
             MOVE FT-GU                TO DBI-FT-NAME
             MOVE 'SASCNHLD'           TO DBI-SEGMENT-NAME(1)
             MOVE I-HOLD-NO OF PKSASCM0
                                       TO DBI-KEY-VALUE1(1)
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SASCNHLD
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
             IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
                SA-SCH-STS = '1' AND
                SA-SCH-RLS-LOG-NO = SYS-TX-LOG-NO AND
                SA-SCH-AMT = I-AMT OF PKSASCM0
             THEN
               PERFORM 6100-CHECK-RLS-SRC-RTN
             END-IF
           END-IF.

       6100-CHECK-RLS-SRC-RTN.
           IF I-ACCT-NO OF PKSASCM0 = SA-SCH-ACCT-NO OR
              I-ACCT-NO OF PKSASCM0 = SA-SCH-CP-ACCT-NO AND
              I-ACCT-NO OF PKSASCM0 NOT = SPACES
           THEN
             IF I-SRC-PGM OF PKSASCM0 = SA-SCH-SRC-PGM OR
                ( I-SRC-PGM OF PKSASCM0 = 'KSAWDR0 ' OR 'KSADEP0 ' )
                AND ( SA-SCH-SRC-PGM = 'KSATRF0 ' OR 'KSAOPY0 ' OR
                                       'KSADFT0 ' OR 'KSAIRS0 ' )
             THEN
               MOVE '1'                TO O-RLS-FLG OF PKSASCM0
             END-IF
           END-IF.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSASCM0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSASCM0'.

       9736-CALL-CMSGLOG-RTN.
           INITIALIZE                  PCMSGLOG.
           MOVE AIF-MSG-CODE           TO I-MSG-CODE   OF PCMSGLOG.
           MOVE WK-SYS-TELLER-ID       TO I-TELLER-ID  OF PCMSGLOG.
           MOVE WK-SYS-BRANCH-STD      TO I-BRANCH-STD OF PCMSGLOG.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCMSGLOG.
           CALL 'CMSGLOG' USING        AIF-AREA
                                       PCMSGLOG
                                       SYS-AREA.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
