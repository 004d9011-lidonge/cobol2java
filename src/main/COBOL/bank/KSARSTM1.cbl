      *                      落账号档;控制卡可指定账号+月份补打       *
      *                      (补打不递增序号);补打按中央价目           *
      *                      (服务代码STMRPT)计收工本费,豁免           *
      *                      规则命中账户豁免标志即免收;实收工本      *
      *                      费登记开票登记簿(SAINVREG),收费明细       *
      *                      带批量流水号供退费定位                   *
      *                      上年年终调整期内以上年会计日期入账的     *
      *                      调整明细不列新年度对账单,期初余额按      *
      *                      调整后年终余额承接                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNAMT       R/U (补打收费)                      *
      * BSAACND   SAACNTXN       R/I (补打收费落明细)                *
      * BSATRFD   SATRFTBL       R                                   *
      * BSAINVD   SAINVREG       I   (补打收费)                      *
      * BSAYECD   SAYECCTL       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
          COPY                         SAACNAMT.
       01 SAACNTXN.
          COPY                         SAACNTXN.
       01 SANTFSUB.
          COPY                         SANTFSUB.
       01 SANTFQUE.
          COPY                         SANTFQUE.
       01 SATRFTBL.
          COPY                         SATRFTBL.
       01 SAINVREG.
          COPY                         SAINVREG.
       01 SAYECCTL.
          COPY                         SAYECCTL.
           COPY                        APPAREA.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
               10  WK-CURR-COD         PIC X(03).
               10  WK-CURR-IDEN        PIC X(01).
           05  WK-FEE-CNT              PIC 9(07) VALUE ZEROS.
      *    补打收费流水号:程序名+营业日+笔次,供退费按流水定位
           05  WK-FEE-LOG-NO.
               10  FILLER              PIC X(08) VALUE 'KSARSTM1'.
               10  WK-FEE-LOG-DT       PIC X(08).
               10  WK-FEE-LOG-SEQ      PIC 9(08).
      *    上年调整:对账月份落在上年决算调整期内时预扫当月调整
      *    净额(贷正借负),明细余额按"月初已含调整"口径列示
           05  WK-YEC-CHK-MONTH        PIC X(06) VALUE SPACES.
           05  WK-PRV-YEAR-N           PIC 9(04).
           05  WK-ADJ-MON-FLG          PIC X(01) VALUE 'N'.
               88  WK-ADJ-MONTH                  VALUE 'Y'.
           05  WK-TXN-PASS-FLG         PIC X(01) VALUE 'N'.
               88  WK-PRE-PASS                   VALUE 'P'.
           05  WK-ADJ-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-ADJ-TOT              PIC S9(16)V9(2) COMP-3.
           05  WK-ADJ-SEEN             PIC S9(16)V9(2) COMP-3.
           05  WK-DISP-BAL             PIC S9(16)V9(2) COMP-3.
       01  STM-HEAD.
           05  FILLER                  PIC X(10) VALUE '对账单 '.
           05  STM-H-SEQ               PIC 9(05).
           MOVE ZEROS                  TO WK-OPEN-BAL.
           MOVE ZEROS                  TO WK-CLOSE-BAL.
           MOVE 'Y'                    TO WK-FIRST-FLG.
           MOVE ZEROS                  TO WK-ADJ-TOT.
           MOVE ZEROS                  TO WK-ADJ-SEEN.
           IF WK-STMT-MONTH NOT = WK-YEC-CHK-MONTH
           THEN
             PERFORM 4100-CHECK-ADJ-MONTH-RTN
           END-IF.
           IF WK-ADJ-MONTH
           THEN
             MOVE 'P'                  TO WK-TXN-PASS-FLG
             MOVE 'N'                  TO WK-TXN-EOF-FLG
             PERFORM 4010-OPEN-TXN-RTN
             PERFORM 4020-TXN-LOOP-RTN UNTIL WK-TXN-EOF
             PERFORM 4030-CLOSE-TXN-RTN
             MOVE 'N'                  TO WK-TXN-PASS-FLG
           END-IF.
           MOVE 'N'                    TO WK-TXN-EOF-FLG.
      *    对账单序号:正常月结取下一序号并回写,补打沿用现序号
           IF WK-REPRINT-FLG = 'Y'
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    只取对账月份明细;上年会计日期的调整明细不列
       4040-TAKE-TXN-RTN.
           IF SA-TX-DT OF SAACNTXN(1:6) NOT = WK-STMT-MONTH
           THEN
             CONTINUE
           ELSE
             IF SA-ACCT-DT OF SAACNTXN IS NUMERIC AND
                SA-ACCT-DT OF SAACNTXN(1:4) < WK-STMT-MONTH(1:4)
             THEN
               PERFORM 4045-TAKE-ADJ-RTN
             ELSE
               IF NOT WK-PRE-PASS
               THEN
                 PERFORM 4048-TAKE-STMT-RTN
               END-IF
             END-IF
           END-IF.

       4045-TAKE-ADJ-RTN.
           COMPUTE WK-ADJ-AMT = SA-CR-AMT OF SAACNTXN
                              - SA-DR-AMT OF SAACNTXN.
           IF WK-PRE-PASS
           THEN
             ADD WK-ADJ-AMT            TO WK-ADJ-TOT
           ELSE
             ADD WK-ADJ-AMT            TO WK-ADJ-SEEN
           END-IF.

      *    列示余额=明细余额+当月调整净额-已过调整;
      *    首笔推算期初余额并出表头
       4048-TAKE-STMT-RTN.
           COMPUTE WK-DISP-BAL = SA-DDP-ACCT-BAL OF SAACNTXN
                               + WK-ADJ-TOT - WK-ADJ-SEEN.
           IF WK-FIRST-FLG = 'Y'
           THEN
             COMPUTE WK-OPEN-BAL = WK-DISP-BAL
                                 - SA-CR-AMT OF SAACNTXN
                                 + SA-DR-AMT OF SAACNTXN
             PERFORM 4050-WRITE-HEAD-RTN
             MOVE 'N'                  TO WK-FIRST-FLG
           END-IF.
           PERFORM 4055-WRITE-DETAIL-RTN.
           MOVE WK-DISP-BAL            TO WK-CLOSE-BAL.

       4050-WRITE-HEAD-RTN.
           MOVE WK-STMT-SEQ            TO STM-H-SEQ.
           MOVE WK-STMT-MONTH          TO STM-H-MONTH.
                                       TO STM-D-DSCRP-COD.
           MOVE SA-DR-AMT OF SAACNTXN  TO STM-D-DR-AMT.
           MOVE SA-CR-AMT OF SAACNTXN  TO STM-D-CR-AMT.
           MOVE WK-DISP-BAL            TO STM-D-BAL.
           MOVE SA-OP-ACCT-NO-32 OF SAACNTXN
                                       TO STM-D-OP-ACCT.
           WRITE STM-LINE              FROM STM-DETAIL.
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    对账月份是否落在上年决算快照至调整期截止之间
       4100-CHECK-ADJ-MONTH-RTN.
           MOVE WK-STMT-MONTH          TO WK-YEC-CHK-MONTH.
           MOVE 'N'                    TO WK-ADJ-MON-FLG.
           MOVE WK-STMT-MONTH(1:4)     TO WK-PRV-YEAR-N.
           SUBTRACT 1                  FROM WK-PRV-YEAR-N.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAYECCTL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAYECD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAYECCTL'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-PRV-YEAR-N          TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAYECCTL
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-YEC-SNP-DT(1:6) NOT > WK-STMT-MONTH AND
              SA-YEC-ADJ-END-DT(1:6) NOT < WK-STMT-MONTH
           THEN
             SET WK-ADJ-MONTH          TO TRUE
           END-IF.

      *    补打工本费:豁免规则命中账户豁免标志即免收;
      *    价目币种无对应余额段的留报告行人工补收;
      *    计收借记金额档并落服务费明细,收入逐笔可查
                                   AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
             PERFORM 4530-BUMP-DET-RTN
             PERFORM 4540-REG-INV-RTN
             ADD 1                     TO WK-FEE-CNT
           END-IF.

           MOVE C-SVC-FEE OF MEMCONST  TO SA-DSCRP-COD      OF SAACNTXN.
           MOVE '服务费 STMRPT 对账单补打'
                                       TO SA-RMRK           OF SAACNTXN.
           MOVE WK-BUSN-DT             TO WK-FEE-LOG-DT.
           COMPUTE WK-FEE-LOG-SEQ = WK-FEE-CNT + 1.
           MOVE WK-FEE-LOG-NO          TO SA-TX-LOG-NO      OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-TX-DT          OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-VAL-DT         OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-SYS-DT         OF SAACNTXN.
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE SA-ACCT-NO OF SAACNACN TO SA-NTQ-ACCT-NO.
           PERFORM 9807-INSERT-NTF-RTN.

       4530-BUMP-DET-RTN.
           INITIALIZE                  PDBIMAIN.
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    开票登记:回写后的明细数即本笔工本费明细号
       4540-REG-INV-RTN.
           INITIALIZE                  SAINVREG.
           MOVE SA-ACCT-NO OF SAACNACN TO SA-IVR-ACCT-NO.
           MOVE SA-DET-ITEM-N OF SAACNACN
                                       TO SA-IVR-DET-NO-N.
           MOVE WK-CURR-COD            TO SA-IVR-CURR-COD.
           MOVE WK-CURR-IDEN           TO SA-IVR-CURR-IDEN.
           MOVE WK-BUSN-DT             TO SA-IVR-FEE-DT.
           MOVE SA-TRF-SVC-COD         TO SA-IVR-SVC-COD.
           MOVE '3'                    TO SA-IVR-SRC.
           MOVE SA-TRF-PRICE           TO SA-IVR-FEE-AMT.
           MOVE SA-CUST-NO OF SAACNACN TO SA-IVR-CUST-NO.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO SA-IVR-BRANCH-STD.
           MOVE '0'                    TO SA-IVR-STS.
           MOVE SA-LEGAL-PERSON-ID OF SAACNACN
                                       TO SA-LEGAL-PERSON-ID
                                          OF SAINVREG.
           MOVE SA-DB-PARTITION-ID OF SAACNACN
                                       TO SA-DB-PARTITION-ID
                                          OF SAINVREG.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAINVD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAINVREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN'       USING PDBIMAIN
                                       SAINVREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

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
             MOVE 'KSARSTM1'           TO SA-NTQ-SRC-PGM
             INITIALIZE                PDBIMAIN
             MOVE 'BSANTQD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SANTFQUE'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SANTFQUE
                                       AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
           END-IF.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
